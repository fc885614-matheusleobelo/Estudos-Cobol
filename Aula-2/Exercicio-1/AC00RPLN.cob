      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00RPLN.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00RPLN
      *OBJETIVO   : IMPRIMIR A CONFERENCIA MENSAL DA FATURA DO PLANO
      *             DE SAUDE, NO MESMO PADRAO DE AC00RBEN PARA VT/VR:
      *             CRUZA A ADESAO AC00PLAN (MANTIDA POR AC00EX08) COM
      *             OS FUNCIONARIOS ATIVOS DE AC00FUNC E OS
      *             DEPENDENTES COBERTOS DO INITDEP, PRECIFICA CADA
      *             VIDA PELA FAIXA ETARIA NA COMPETENCIA (ROTINA
      *             PLANOPRC, TABELA AC00PLPR) E LISTA AS VIDAS E O
      *             RESUMO POR PLANO - VALOR DA FATURA, PARTE
      *             DESCONTADA DOS FUNCIONARIOS E PARTE DA EMPRESA -
      *             PARA CONFERIR A FATURA DA OPERADORA ANTES DO
      *             PAGAMENTO (RELATORIO AC00PLNR)
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO FUNC-CARGO (CODIGO DO
      *                   CARGO, CADASTRO AC00CARG MANTIDO POR AC00EX11)
      *                   INCLUIDO EM AC00FUNC
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR OS CAMPOS FUNC-TIPO-CONTRATO
      *                   (C=CLT, A=APRENDIZ, E=ESTAGIARIO,
      *                   P=PRO-LABORE) E FUNC-DATA-FIM-CONTRATO
      *                   INCLUIDOS EM AC00FUNC
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO FUNC-GRAU-RISCO
      *                   (1/2/3=INSALUBRIDADE MINIMA/MEDIA/MAXIMA,
      *                   P=PERICULOSIDADE, BRANCO=SEM ADICIONAL)
      *                   INCLUIDO EM AC00FUNC
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR OS CAMPOS DE ENDERECO
      *                   (FUNC-LOGRADOURO, FUNC-NUMERO-ENDERECO,
      *                   FUNC-CEP, FUNC-UF E FUNC-COD-MUNICIPIO, CODIGO
      *                   IBGE) INCLUIDOS EM AC00FUNC
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AC00-ARQ-FUNCIONARIOS ASSIGN TO "AC00FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUNC-MATRICULA
               ALTERNATE RECORD KEY IS FUNC-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT PLANO-ARQ ASSIGN TO "AC00PLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-MATRICULA
               FILE STATUS IS WS-FS-PLANO.

           SELECT DEPENDENTE-ARQ ASSIGN TO "INITDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSD-CHAVE
               FILE STATUS IS WS-FS-DEPENDENTE.

           SELECT RELATORIO-ARQ ASSIGN TO "AC00PLNR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  AC00-ARQ-FUNCIONARIOS.
       01 REG-FUNCIONARIO.
           05 FUNC-MATRICULA PIC 9(06).
           05 FUNC-NOME PIC X(20).
           05 FUNC-SALARIO PIC 9(07)V99.
           05 FUNC-DATA-NASCIMENTO PIC 9(08).
           05 FUNC-IDADE PIC 99.
           05 FUNC-DEPARTAMENTO PIC X(04).
           05 FUNC-CIDADE PIC X(15).
           05 FUNC-DATA-ADMISSAO PIC 9(08).
           05 FUNC-DATA-DEMISSAO PIC 9(08).
           05 FUNC-IND-ATIVO PIC X(01).
               88 FUNC-ATIVO VALUE 'A'.
               88 FUNC-INATIVO VALUE 'I'.
           05 FUNC-CPF PIC 9(11).
           05 FUNC-EMPRESA PIC 9(03).
           05 FUNC-CARGO PIC X(04).
           05 FUNC-TIPO-CONTRATO PIC X(01).
               88 FUNC-CONTRATO-CLT VALUE 'C' ' '.
               88 FUNC-CONTRATO-APRENDIZ VALUE 'A'.
               88 FUNC-CONTRATO-ESTAGIARIO VALUE 'E'.
               88 FUNC-CONTRATO-PRO-LABORE VALUE 'P'.
               88 FUNC-CONTRATO-VALIDO VALUE 'C' 'A' 'E' 'P'.
           05 FUNC-DATA-FIM-CONTRATO PIC 9(08).
           05 FUNC-GRAU-RISCO PIC X(01).
               88 FUNC-SEM-RISCO VALUE ' '.
               88 FUNC-INSALUBRIDADE-MINIMA VALUE '1'.
               88 FUNC-INSALUBRIDADE-MEDIA VALUE '2'.
               88 FUNC-INSALUBRIDADE-MAXIMA VALUE '3'.
               88 FUNC-PERICULOSIDADE VALUE 'P'.
               88 FUNC-GRAU-RISCO-VALIDO VALUE ' ' '1' '2' '3' 'P'.
           05 FUNC-LOGRADOURO PIC X(30).
           05 FUNC-NUMERO-ENDERECO PIC X(06).
           05 FUNC-CEP PIC 9(08).
           05 FUNC-UF PIC X(02).
           05 FUNC-COD-MUNICIPIO PIC 9(07).

       FD  PLANO-ARQ.
       01 REG-PLANO.
           05 PLA-MATRICULA PIC 9(06).
           05 PLA-PLANO PIC X(04).
           05 PLA-DATA-ADESAO PIC 9(08).
           05 PLA-SITUACAO PIC X(01).
               88 PLA-ATIVO VALUE 'A'.
               88 PLA-CANCELADO VALUE 'C'.
           05 PLA-DEPENDENTES-COBERTOS.
               10 PLA-SEQ-DEPENDENTE PIC 9(02) OCCURS 10 TIMES.

       FD  DEPENDENTE-ARQ.
       01 REG-DEPENDENTE.
           05 MSD-CHAVE.
               10 MSD-CPF-TITULAR PIC 9(11).
               10 MSD-SEQUENCIA PIC 9(02).
           05 MSD-NOME PIC X(20).
           05 MSD-DATA-NASCIMENTO PIC 9(08).
           05 MSD-PARENTESCO PIC X(10).

       FD  RELATORIO-ARQ.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
       01 WS-COMPETENCIA PIC 9(06) VALUE ZERO.

       01 WS-AREA-PLANOPRC.
           05 PLP-ENTRADA.
               10 PLP-PLANO PIC X(04) VALUE SPACES.
               10 PLP-IND-VIDA PIC X(01) VALUE 'T'.
               10 PLP-COMPETENCIA PIC 9(06) VALUE ZERO.
               10 PLP-DATA-NASCIMENTO PIC 9(08) VALUE ZERO.
           05 PLP-SAIDA.
               10 PLP-IDADE PIC 9(03) VALUE ZERO.
               10 PLP-VALOR-PLANO PIC 9(05)V99 VALUE ZERO.
               10 PLP-VALOR-FUNCIONARIO PIC 9(05)V99 VALUE ZERO.
               10 PLP-IND-PRECO-ACHADO PIC X(01) VALUE 'N'.
                   88 PLP-PRECO-ACHADO VALUE 'S'.
                   88 PLP-PRECO-NAO-ACHADO VALUE 'N'.

       01 WS-MAX-DEPENDENTES-PLANO PIC 99 COMP VALUE 10.
       01 WS-SUB-DEPENDENTE-PLANO PIC 99 COMP VALUE ZERO.
       01 WS-NOME-VIDA PIC X(20) VALUE SPACES.

       01 WS-MAX-PLANOS PIC 99 COMP VALUE 30.
       01 WS-QTD-PLANOS PIC 99 COMP VALUE ZERO.
       01 WS-SUB-PLANO PIC 99 COMP VALUE ZERO.
       01 WS-TABELA-PLANOS.
           05 WS-PLANO-TAB OCCURS 30 TIMES.
               10 PLN-COD PIC X(04) VALUE SPACES.
               10 PLN-QTD-TITULARES PIC 9(05) COMP VALUE ZERO.
               10 PLN-QTD-DEPENDENTES PIC 9(05) COMP VALUE ZERO.
               10 PLN-TOTAL-FATURA PIC 9(09)V99 VALUE ZERO.
               10 PLN-TOTAL-FUNCIONARIO PIC 9(09)V99 VALUE ZERO.

       01 WS-IND-PLANO-ACHADO PIC X(01) VALUE 'N'.
           88 WS-PLANO-ACHADO VALUE 'S'.
           88 WS-PLANO-NAO-ACHADO VALUE 'N'.

       01 WS-AREA-TOTAIS.
           05 WS-TOTAL-GERAL-FATURA PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-GERAL-FUNCIONARIO PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-GERAL-EMPRESA PIC 9(09)V99 VALUE ZERO.
           05 WS-QTD-VIDAS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-SEM-PRECO PIC 9(05) COMP VALUE ZERO.

       01 WS-CAB-RELATORIO-1.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(44)
               VALUE 'CONFERENCIA DA FATURA DO PLANO DE SAUDE -  '.
           05 CAB-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(15) VALUE SPACES.

       01 WS-CAB-RELATORIO-2.
           05 FILLER PIC X(80) VALUE
               'PLANO MATRIC NOME                 VIDA IDADE  MENSALIDA
      -        'DE  PARTE FUNC.'.

       01 WS-LINHA-DETALHE.
           05 DET-PLANO PIC X(04) VALUE SPACES.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-MATRICULA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-NOME PIC X(20) VALUE SPACES.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-VIDA PIC X(01) VALUE SPACES.
           05 FILLER PIC X(05) VALUE SPACES.
           05 DET-IDADE PIC ZZ9 VALUE ZERO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-VALOR-PLANO PIC $ZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-VALOR-FUNCIONARIO PIC $ZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(12) VALUE SPACES.

       01 WS-LINHA-SEM-PRECO.
           05 FILLER PIC X(41) VALUE SPACES.
           05 FILLER PIC X(39)
               VALUE '*** FAIXA NAO ENCONTRADA EM AC00PLPR'.

       01 WS-CAB-RESUMO-1.
           05 FILLER PIC X(80) VALUE
               'RESUMO POR PLANO'.

       01 WS-CAB-RESUMO-2.
           05 FILLER PIC X(80) VALUE
               'PLANO  TITULARES  DEPENDENT.    VALOR FATURA   PARTE F
      -        'UNC.  PARTE EMPRESA'.

       01 WS-LINHA-RESUMO.
           05 RES-PLANO PIC X(04) VALUE SPACES.
           05 FILLER PIC X(05) VALUE SPACES.
           05 RES-QTD-TITULARES PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER PIC X(06) VALUE SPACES.
           05 RES-QTD-DEPENDENTES PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RES-TOTAL-FATURA PIC $Z,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RES-TOTAL-FUNCIONARIO PIC $Z,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RES-TOTAL-EMPRESA PIC $Z,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(09) VALUE SPACES.

       01 WS-LINHA-TOTAL-GERAL.
           05 FILLER PIC X(29) VALUE 'TOTAL GERAL..................'.
           05 TOTG-FATURA PIC $Z,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 TOTG-FUNCIONARIO PIC $Z,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 TOTG-EMPRESA PIC $Z,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(09) VALUE SPACES.

       01 WS-LINHA-BRANCO PIC X(80) VALUE SPACES.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-PLANO PIC X(02) VALUE '00'.
           05 WS-FS-DEPENDENTE PIC X(02) VALUE '00'.
           05 WS-FS-RELATORIO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-FUNCIONARIOS PIC X(01) VALUE 'N'.
               88 WS-FIM-FUNCIONARIOS VALUE 'S'.
               88 WS-NAO-FIM-FUNCIONARIOS VALUE 'N'.
           05 WS-IND-DEPENDENTE-ABERTO PIC X(01) VALUE 'N'.
               88 WS-DEPENDENTE-ABERTO VALUE 'S'.
               88 WS-DEPENDENTE-FECHADO VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 1000-APURAR-VIDAS.
       PERFORM 2000-IMPRIMIR-RESUMO.
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--CONFERENCIA DA FATURA DO PLANO DE SAUDE--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'COMPETENCIA DA FATURA (AAAAMM, 000000 = MES '
               'CORRENTE)?'
           ACCEPT WS-COMPETENCIA
           IF WS-COMPETENCIA = ZERO
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-IF
           MOVE WS-COMPETENCIA TO PLP-COMPETENCIA
           MOVE WS-COMPETENCIA TO CAB-COMPETENCIA

           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 0010-ABRIR-FUNCIONARIOS
               UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL

           OPEN INPUT PLANO-ARQ
           IF WS-FS-PLANO NOT = '00'
               MOVE WS-FS-PLANO TO WS-FILE-STATUS
               MOVE 'AC00PLAN' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           OPEN INPUT DEPENDENTE-ARQ
           IF WS-FS-DEPENDENTE = '00'
               SET WS-DEPENDENTE-ABERTO TO TRUE
           ELSE
               SET WS-DEPENDENTE-FECHADO TO TRUE
               IF WS-FS-DEPENDENTE = '35'
                   DISPLAY 'INITDEP NAO ENCONTRADO - CONFERENCIA '
                       'SOMENTE DOS TITULARES'
               ELSE
                   MOVE WS-FS-DEPENDENTE TO WS-FILE-STATUS
                   MOVE 'INITDEP' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF

           OPEN OUTPUT RELATORIO-ARQ
           IF WS-FS-RELATORIO NOT = '00'
               MOVE WS-FS-RELATORIO TO WS-FILE-STATUS
               MOVE 'AC00PLNR' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-1
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-2
           EXIT.

       0010-ABRIR-FUNCIONARIOS.
           OPEN INPUT AC00-ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = '00'
               MOVE WS-FS-FUNCIONARIOS TO WS-FILE-STATUS
               MOVE 'AC00FUNC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       1000-APURAR-VIDAS.
           PERFORM 1050-LER-FUNCIONARIO
           PERFORM 1100-ACUMULAR-FUNCIONARIO UNTIL WS-FIM-FUNCIONARIOS
           EXIT.

       1050-LER-FUNCIONARIO.
           READ AC00-ARQ-FUNCIONARIOS
               AT END
                   SET WS-FIM-FUNCIONARIOS TO TRUE
           END-READ
           EXIT.

       1100-ACUMULAR-FUNCIONARIO.
           IF FUNC-ATIVO
               MOVE FUNC-MATRICULA TO PLA-MATRICULA
               READ PLANO-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLA-ATIVO
                           PERFORM 1200-ACUMULAR-ADESAO
                       END-IF
               END-READ
           END-IF
           PERFORM 1050-LER-FUNCIONARIO
           EXIT.

       1200-ACUMULAR-ADESAO.
           PERFORM 1300-LOCALIZAR-PLANO
           IF WS-PLANO-NAO-ACHADO
               AND WS-QTD-PLANOS < WS-MAX-PLANOS
               ADD 1 TO WS-QTD-PLANOS
               MOVE WS-QTD-PLANOS TO WS-SUB-PLANO
               MOVE PLA-PLANO TO PLN-COD(WS-SUB-PLANO)
               SET WS-PLANO-ACHADO TO TRUE
           END-IF
           IF WS-PLANO-ACHADO
               MOVE PLA-PLANO TO PLP-PLANO
               MOVE 'T' TO PLP-IND-VIDA
               MOVE FUNC-DATA-NASCIMENTO TO PLP-DATA-NASCIMENTO
               MOVE FUNC-IDADE TO PLP-IDADE
               MOVE FUNC-NOME TO WS-NOME-VIDA
               CALL 'PLANOPRC' USING WS-AREA-PLANOPRC
               ADD 1 TO PLN-QTD-TITULARES(WS-SUB-PLANO)
               PERFORM 1400-REGISTRAR-VIDA
               MOVE 1 TO WS-SUB-DEPENDENTE-PLANO
               PERFORM 1250-ACUMULAR-DEPENDENTE
                   UNTIL WS-SUB-DEPENDENTE-PLANO
                   > WS-MAX-DEPENDENTES-PLANO
           ELSE
               DISPLAY 'TABELA DE PLANOS CHEIA - PLANO ' PLA-PLANO
                   ' DA MATRICULA ' PLA-MATRICULA ' NAO CONFERIDO'
           END-IF
           EXIT.

       1250-ACUMULAR-DEPENDENTE.
           IF PLA-SEQ-DEPENDENTE(WS-SUB-DEPENDENTE-PLANO) > ZERO
               AND WS-DEPENDENTE-ABERTO
               MOVE FUNC-CPF TO MSD-CPF-TITULAR
               MOVE PLA-SEQ-DEPENDENTE(WS-SUB-DEPENDENTE-PLANO)
                   TO MSD-SEQUENCIA
               READ DEPENDENTE-ARQ
                   INVALID KEY
                       DISPLAY 'DEPENDENTE COBERTO NAO CADASTRADO EM '
                           'INITDEP - MATRICULA ' PLA-MATRICULA
                           ' SEQUENCIA ' MSD-SEQUENCIA
                   NOT INVALID KEY
                       MOVE 'D' TO PLP-IND-VIDA
                       MOVE MSD-DATA-NASCIMENTO TO PLP-DATA-NASCIMENTO
                       MOVE MSD-NOME TO WS-NOME-VIDA
                       CALL 'PLANOPRC' USING WS-AREA-PLANOPRC
                       ADD 1 TO PLN-QTD-DEPENDENTES(WS-SUB-PLANO)
                       PERFORM 1400-REGISTRAR-VIDA
               END-READ
           END-IF
           ADD 1 TO WS-SUB-DEPENDENTE-PLANO
           EXIT.

       1300-LOCALIZAR-PLANO.
           SET WS-PLANO-NAO-ACHADO TO TRUE
           MOVE 1 TO WS-SUB-PLANO
           PERFORM 1350-COMPARAR-PLANO
               UNTIL WS-SUB-PLANO > WS-QTD-PLANOS
               OR WS-PLANO-ACHADO
           EXIT.

       1350-COMPARAR-PLANO.
           IF PLN-COD(WS-SUB-PLANO) = PLA-PLANO
               SET WS-PLANO-ACHADO TO TRUE
           ELSE
               ADD 1 TO WS-SUB-PLANO
           END-IF
           EXIT.

       1400-REGISTRAR-VIDA.
           ADD 1 TO WS-QTD-VIDAS
           MOVE PLA-PLANO TO DET-PLANO
           MOVE PLA-MATRICULA TO DET-MATRICULA
           MOVE WS-NOME-VIDA TO DET-NOME
           MOVE PLP-IND-VIDA TO DET-VIDA
           MOVE PLP-IDADE TO DET-IDADE
           MOVE PLP-VALOR-PLANO TO DET-VALOR-PLANO
           MOVE PLP-VALOR-FUNCIONARIO TO DET-VALOR-FUNCIONARIO
           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           IF PLP-PRECO-ACHADO
               ADD PLP-VALOR-PLANO TO PLN-TOTAL-FATURA(WS-SUB-PLANO)
               ADD PLP-VALOR-FUNCIONARIO
                   TO PLN-TOTAL-FUNCIONARIO(WS-SUB-PLANO)
           ELSE
               ADD 1 TO WS-QTD-SEM-PRECO
               WRITE REG-RELATORIO FROM WS-LINHA-SEM-PRECO
           END-IF
           EXIT.

       2000-IMPRIMIR-RESUMO.
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           WRITE REG-RELATORIO FROM WS-CAB-RESUMO-1
           WRITE REG-RELATORIO FROM WS-CAB-RESUMO-2
           MOVE 1 TO WS-SUB-PLANO
           PERFORM 2100-IMPRIMIR-LINHA-PLANO
               UNTIL WS-SUB-PLANO > WS-QTD-PLANOS

           MOVE WS-TOTAL-GERAL-FATURA TO TOTG-FATURA
           MOVE WS-TOTAL-GERAL-FUNCIONARIO TO TOTG-FUNCIONARIO
           MOVE WS-TOTAL-GERAL-EMPRESA TO TOTG-EMPRESA
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-GERAL
           EXIT.

       2100-IMPRIMIR-LINHA-PLANO.
           MOVE PLN-COD(WS-SUB-PLANO) TO RES-PLANO
           MOVE PLN-QTD-TITULARES(WS-SUB-PLANO) TO RES-QTD-TITULARES
           MOVE PLN-QTD-DEPENDENTES(WS-SUB-PLANO)
               TO RES-QTD-DEPENDENTES
           MOVE PLN-TOTAL-FATURA(WS-SUB-PLANO) TO RES-TOTAL-FATURA
           MOVE PLN-TOTAL-FUNCIONARIO(WS-SUB-PLANO)
               TO RES-TOTAL-FUNCIONARIO
           COMPUTE RES-TOTAL-EMPRESA =
               PLN-TOTAL-FATURA(WS-SUB-PLANO)
               - PLN-TOTAL-FUNCIONARIO(WS-SUB-PLANO)
           WRITE REG-RELATORIO FROM WS-LINHA-RESUMO
           ADD PLN-TOTAL-FATURA(WS-SUB-PLANO) TO WS-TOTAL-GERAL-FATURA
           ADD PLN-TOTAL-FUNCIONARIO(WS-SUB-PLANO)
               TO WS-TOTAL-GERAL-FUNCIONARIO
           COMPUTE WS-TOTAL-GERAL-EMPRESA =
               WS-TOTAL-GERAL-FATURA - WS-TOTAL-GERAL-FUNCIONARIO
           ADD 1 TO WS-SUB-PLANO
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           CLOSE AC00-ARQ-FUNCIONARIOS
           CLOSE PLANO-ARQ
           IF WS-DEPENDENTE-ABERTO
               CLOSE DEPENDENTE-ARQ
           END-IF
           CLOSE RELATORIO-ARQ
           DISPLAY 'RELATORIO AC00PLNR GERADO COM ' WS-QTD-VIDAS
               ' VIDA(S) EM ' WS-QTD-PLANOS ' PLANO(S)'
           IF WS-QTD-SEM-PRECO > ZERO
               DISPLAY 'ATENCAO: ' WS-QTD-SEM-PRECO ' VIDA(S) SEM '
                   'FAIXA ETARIA NA TABELA AC00PLPR'
           END-IF
           EXIT.

       9900-ERRO-ARQUIVO.
           ADD 1 TO WS-QTD-TENTATIVAS-ERRO
           IF WS-FILE-STATUS = '93'
               AND WS-QTD-TENTATIVAS-ERRO < WS-MAX-TENTATIVAS-ERRO
               SET WS-ERRO-RECUPERAVEL TO TRUE
               DISPLAY 'AVISO: ARQUIVO INDISPONIVEL, NOVA TENTATIVA '
                   WS-QTD-TENTATIVAS-ERRO ' DE ' WS-MAX-TENTATIVAS-ERRO
                   ': ' WS-ID-ARQUIVO-ERRO
               CALL 'C$SLEEP' USING WS-SEGUNDOS-ESPERA-ERRO
           ELSE
               SET WS-ERRO-FATAL TO TRUE
               DISPLAY 'ERRO DE ARQUIVO: ' WS-ID-ARQUIVO-ERRO
               DISPLAY 'FILE STATUS....: ' WS-FILE-STATUS
               STOP RUN
           END-IF
           EXIT.
