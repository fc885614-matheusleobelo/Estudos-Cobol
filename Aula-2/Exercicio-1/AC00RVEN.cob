      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00RVEN.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00RVEN
      *OBJETIVO   : RELATORIO DE CONTRATOS A VENCER (AC00RVCT): LISTA,
      *             EM ORDEM DE DATA DE TERMINO, OS FUNCIONARIOS ATIVOS
      *             COM CONTRATO POR PRAZO DETERMINADO
      *             (FUNC-DATA-FIM-CONTRATO) QUE VENCE NOS PROXIMOS 30
      *             DIAS, COM O TIPO DE CONTRATO (TIPOCONT) E OS DIAS
      *             RESTANTES; OS CONTRATOS JA VENCIDOS DE QUEM AINDA
      *             ESTA ATIVO SAEM NA MESMA LISTA COMO 'VENCIDO', PARA
      *             QUE O RH PRORROGUE OU DESLIGUE
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
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

           SELECT SORT-ARQ ASSIGN TO "SORTWK".

           SELECT RELATORIO-ARQ ASSIGN TO "AC00RVCT"
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

       SD  SORT-ARQ.
       01 REG-SORT.
           05 SRT-DATA-FIM-CONTRATO PIC 9(08).
           05 SRT-MATRICULA PIC 9(06).
           05 SRT-NOME PIC X(20).
           05 SRT-DEPARTAMENTO PIC X(04).
           05 SRT-TIPO-CONTRATO PIC X(01).
           05 SRT-DIAS-RESTANTES PIC S9(05).

       FD  RELATORIO-ARQ.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
       01 WS-DATA-LIMITE PIC 9(08) VALUE ZERO.
       01 WS-PRAZO-AVISO-DIAS PIC 9(03) VALUE 30.
       01 WS-DIA-HOJE PIC 9(07) VALUE ZERO.
       01 WS-DIA-FIM-CONTRATO PIC 9(07) VALUE ZERO.

       01 WS-AREA-TIPOCONT.
           05 TPC-ENTRADA.
               10 TPC-TIPO-CONTRATO PIC X(01) VALUE SPACE.
           05 TPC-SAIDA.
               10 TPC-DESCRICAO-CONTRATO PIC X(12) VALUE SPACES.
               10 TPC-IND-INSS-EMPREGADO PIC X(01) VALUE 'T'.
                   88 TPC-INSS-POR-FAIXA VALUE 'T'.
                   88 TPC-INSS-ALIQUOTA-FIXA VALUE 'F'.
                   88 TPC-SEM-INSS-EMPREGADO VALUE 'N'.
               10 TPC-ALIQUOTA-INSS-FIXA PIC 9V999 VALUE ZERO.
               10 TPC-ALIQUOTA-INSS-PATRONAL PIC 9V999 VALUE ZERO.
               10 TPC-ALIQUOTA-FGTS PIC 9V999 VALUE ZERO.
               10 TPC-IND-PROVISIONA PIC X(01) VALUE 'S'.
                   88 TPC-PROVISIONA VALUE 'S'.
                   88 TPC-NAO-PROVISIONA VALUE 'N'.
               10 TPC-IND-VERBAS-CLT PIC X(01) VALUE 'S'.
                   88 TPC-COM-VERBAS-CLT VALUE 'S'.
                   88 TPC-SEM-VERBAS-CLT VALUE 'N'.
               10 TPC-IND-TIPO-VALIDO PIC X(01) VALUE 'S'.
                   88 TPC-TIPO-VALIDO VALUE 'S'.
                   88 TPC-TIPO-INVALIDO VALUE 'N'.

       01 WS-DATA-FIM-CONTRATO PIC 9(08) VALUE ZERO.
       01 FILLER REDEFINES WS-DATA-FIM-CONTRATO.
           05 WS-FIM-ANO PIC 9(04).
           05 WS-FIM-MES PIC 9(02).
           05 WS-FIM-DIA PIC 9(02).

       01 WS-AREA-DATAVALD.
           05 WS-DTV-DATA.
               10 WS-DTV-DIA PIC 9(02) VALUE ZERO.
               10 WS-DTV-MES PIC 9(02) VALUE ZERO.
               10 WS-DTV-ANO PIC 9(04) VALUE ZERO.
               10 WS-DTV-ANO-MINIMO PIC 9(04) VALUE 1900.
               10 WS-DTV-ANO-MAXIMO PIC 9(04) VALUE 9999.
           05 WS-DTV-IND-VALIDA PIC X(01) VALUE 'N'.
               88 WS-DATA-FIM-VALIDA VALUE 'S'.
               88 WS-DATA-FIM-INVALIDA VALUE 'N'.
           05 WS-DTV-COD-MOTIVO PIC X(04) VALUE SPACES.

       01 WS-AREA-TOTAIS.
           05 WS-QTD-LIDOS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-A-VENCER PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-VENCIDOS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-DATA-INVALIDA PIC 9(05) COMP VALUE ZERO.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-RELATORIO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-FUNCIONARIOS PIC X(01) VALUE 'N'.
               88 WS-FIM-FUNCIONARIOS VALUE 'S'.
               88 WS-NAO-FIM-FUNCIONARIOS VALUE 'N'.
           05 WS-IND-FIM-SORT PIC X(01) VALUE 'N'.
               88 WS-FIM-SORT VALUE 'S'.
               88 WS-NAO-FIM-SORT VALUE 'N'.

       01 WS-CAB-RELATORIO-1.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(50)
               VALUE 'CONTRATOS POR PRAZO DETERMINADO A VENCER'.
           05 FILLER PIC X(15) VALUE SPACES.

       01 WS-CAB-RELATORIO-2.
           05 FILLER PIC X(09) VALUE 'EMISSAO: '.
           05 CAB-DATA PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(21) VALUE 'VENCIMENTO ATE (30): '.
           05 CAB-DATA-LIMITE PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(30) VALUE SPACES.

       01 WS-CAB-COLUNAS.
           05 FILLER PIC X(40)
               VALUE 'MATRIC NOME                 DEPT TIPO   '.
           05 FILLER PIC X(34)
               VALUE '        FIM CONTR DIAS SITUACAO   '.
           05 FILLER PIC X(06) VALUE SPACES.

       01 WS-LINHA-DETALHE.
           05 DET-MATRICULA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-NOME PIC X(20) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-DEPARTAMENTO PIC X(04) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-TIPO PIC X(12) VALUE SPACES.
           05 FILLER PIC X(03) VALUE SPACES.
           05 DET-DATA-FIM PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-DIAS PIC -ZZZ9 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-SITUACAO PIC X(08) VALUE SPACES.
           05 FILLER PIC X(09) VALUE SPACES.

       01 WS-LINHA-TOTAL.
           05 FILLER PIC X(11) VALUE 'A VENCER: '.
           05 TOT-A-VENCER PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER PIC X(13) VALUE '  VENCIDOS: '.
           05 TOT-VENCIDOS PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER PIC X(18) VALUE '  DATA INVALIDA: '.
           05 TOT-DATA-INVALIDA PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER PIC X(20) VALUE SPACES.

       01 WS-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 1000-ORDENAR-FUNCIONARIOS.
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--RELATORIO DE CONTRATOS A VENCER--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (WS-DIA-HOJE + WS-PRAZO-AVISO-DIAS)

           OPEN OUTPUT RELATORIO-ARQ
           IF WS-FS-RELATORIO NOT = '00'
               MOVE WS-FS-RELATORIO TO WS-FILE-STATUS
               MOVE 'AC00RVCT' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       1000-ORDENAR-FUNCIONARIOS.
           SORT SORT-ARQ
               ON ASCENDING KEY SRT-DATA-FIM-CONTRATO SRT-MATRICULA
               INPUT PROCEDURE IS 1100-SELECIONAR-FUNCIONARIOS
               OUTPUT PROCEDURE IS 2000-IMPRIMIR-RELATORIO
           EXIT.

       1100-SELECIONAR-FUNCIONARIOS.
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 1110-ABRIR-FUNCIONARIOS
               UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL

           PERFORM 1150-LER-FUNCIONARIO
           PERFORM 1200-AVALIAR-FUNCIONARIO UNTIL WS-FIM-FUNCIONARIOS

           CLOSE AC00-ARQ-FUNCIONARIOS
           EXIT.

       1110-ABRIR-FUNCIONARIOS.
           OPEN INPUT AC00-ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = '00'
               MOVE WS-FS-FUNCIONARIOS TO WS-FILE-STATUS
               MOVE 'AC00FUNC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       1150-LER-FUNCIONARIO.
           READ AC00-ARQ-FUNCIONARIOS
               AT END
                   SET WS-FIM-FUNCIONARIOS TO TRUE
           END-READ
           EXIT.

       1200-AVALIAR-FUNCIONARIO.
           ADD 1 TO WS-QTD-LIDOS
           IF FUNC-ATIVO
               AND FUNC-DATA-FIM-CONTRATO IS NUMERIC
               AND FUNC-DATA-FIM-CONTRATO > ZERO
               PERFORM 1250-AVALIAR-VENCIMENTO
           END-IF
           PERFORM 1150-LER-FUNCIONARIO
           EXIT.

       1250-AVALIAR-VENCIMENTO.
           MOVE ZERO TO WS-DIA-FIM-CONTRATO
           MOVE FUNC-DATA-FIM-CONTRATO TO WS-DATA-FIM-CONTRATO
           MOVE WS-FIM-DIA TO WS-DTV-DIA
           MOVE WS-FIM-MES TO WS-DTV-MES
           MOVE WS-FIM-ANO TO WS-DTV-ANO
           CALL 'DATAVALD' USING WS-DTV-DATA WS-DTV-IND-VALIDA
               WS-DTV-COD-MOTIVO
           IF WS-DATA-FIM-VALIDA
               COMPUTE WS-DIA-FIM-CONTRATO =
                   FUNCTION INTEGER-OF-DATE(FUNC-DATA-FIM-CONTRATO)
           END-IF

           EVALUATE TRUE
               WHEN WS-DIA-FIM-CONTRATO = ZERO
                   ADD 1 TO WS-QTD-DATA-INVALIDA
                   DISPLAY 'AVISO: MATRICULA ' FUNC-MATRICULA
                       ' COM DATA DE FIM DE CONTRATO INVALIDA: '
                       FUNC-DATA-FIM-CONTRATO
               WHEN FUNC-DATA-FIM-CONTRATO > WS-DATA-LIMITE
                   CONTINUE
               WHEN OTHER
                   PERFORM 1300-LIBERAR-FUNCIONARIO
           END-EVALUATE
           EXIT.

       1300-LIBERAR-FUNCIONARIO.
           MOVE FUNC-DATA-FIM-CONTRATO TO SRT-DATA-FIM-CONTRATO
           MOVE FUNC-MATRICULA TO SRT-MATRICULA
           MOVE FUNC-NOME TO SRT-NOME
           MOVE FUNC-DEPARTAMENTO TO SRT-DEPARTAMENTO
           MOVE FUNC-TIPO-CONTRATO TO SRT-TIPO-CONTRATO
           COMPUTE SRT-DIAS-RESTANTES =
               WS-DIA-FIM-CONTRATO - WS-DIA-HOJE
           RELEASE REG-SORT
           EXIT.

       2000-IMPRIMIR-RELATORIO.
           MOVE WS-DATA-HOJE TO CAB-DATA
           MOVE WS-DATA-LIMITE TO CAB-DATA-LIMITE
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-1
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-2
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           WRITE REG-RELATORIO FROM WS-CAB-COLUNAS

           SET WS-NAO-FIM-SORT TO TRUE
           PERFORM 2050-RETORNAR-SORT
           PERFORM 2100-IMPRIMIR-FUNCIONARIO UNTIL WS-FIM-SORT

           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           MOVE WS-QTD-A-VENCER TO TOT-A-VENCER
           MOVE WS-QTD-VENCIDOS TO TOT-VENCIDOS
           MOVE WS-QTD-DATA-INVALIDA TO TOT-DATA-INVALIDA
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           EXIT.

       2050-RETORNAR-SORT.
           RETURN SORT-ARQ
               AT END
                   SET WS-FIM-SORT TO TRUE
           END-RETURN
           EXIT.

       2100-IMPRIMIR-FUNCIONARIO.
           MOVE SRT-TIPO-CONTRATO TO TPC-TIPO-CONTRATO
           CALL 'TIPOCONT' USING WS-AREA-TIPOCONT

           MOVE SRT-MATRICULA TO DET-MATRICULA
           MOVE SRT-NOME TO DET-NOME
           MOVE SRT-DEPARTAMENTO TO DET-DEPARTAMENTO
           MOVE TPC-DESCRICAO-CONTRATO TO DET-TIPO
           MOVE SRT-DATA-FIM-CONTRATO TO DET-DATA-FIM
           MOVE SRT-DIAS-RESTANTES TO DET-DIAS
           IF SRT-DIAS-RESTANTES < ZERO
               ADD 1 TO WS-QTD-VENCIDOS
               MOVE 'VENCIDO' TO DET-SITUACAO
           ELSE
               ADD 1 TO WS-QTD-A-VENCER
               MOVE 'A VENCER' TO DET-SITUACAO
           END-IF
           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE

           PERFORM 2050-RETORNAR-SORT
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           CLOSE RELATORIO-ARQ
           DISPLAY 'FUNCIONARIOS LIDOS.......: ' WS-QTD-LIDOS
           DISPLAY 'CONTRATOS A VENCER.......: ' WS-QTD-A-VENCER
           DISPLAY 'CONTRATOS VENCIDOS ATIVOS: ' WS-QTD-VENCIDOS
           DISPLAY 'DATA DE FIM INVALIDA.....: ' WS-QTD-DATA-INVALIDA
           DISPLAY 'RELATORIO AC00RVCT GERADO ATE ' WS-DATA-LIMITE '.'
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
