      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00RFGT.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00RFGT
      *OBJETIVO   : EXTRATO DE FGTS POR FUNCIONARIO (AC00FGTL): LISTA,
      *             EM ORDEM DE COMPETENCIA, OS DEPOSITOS LANCADOS EM
      *             AC00FGTS PELA FOLHA MENSAL (MOVE), PELAS PARCELAS
      *             DO 13O (MOVEPG13), PELAS FERIAS (AC00FERI) E PELAS
      *             DIFERENCAS RETROATIVAS (MOVERETR), COM A BASE, A
      *             ALIQUOTA, O VALOR DEPOSITADO E O SALDO ACUMULADO,
      *             E TOTALIZA POR ORIGEM, PARA CONFERENCIA COM O
      *             EXTRATO DA CAIXA. O PERIODO E OPCIONAL; OS
      *             DEPOSITOS ANTERIORES AO PERIODO SAEM SOMADOS NA
      *             LINHA DE SALDO ANTERIOR
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AC00-ARQ-FUNCIONARIOS ASSIGN TO "AC00FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               ALTERNATE RECORD KEY IS FUNC-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT FGTS-ARQ ASSIGN TO "AC00FGTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGT-CHAVE
               FILE STATUS IS WS-FS-FGTS.

           SELECT RELATORIO-ARQ ASSIGN TO "AC00FGTL"
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

       FD  FGTS-ARQ.
       01 REG-FGTS.
           05 FGT-CHAVE.
               10 FGT-MATRICULA PIC 9(06).
               10 FGT-COMPETENCIA PIC 9(06).
               10 FGT-ORIGEM PIC X(01).
                   88 FGT-ORIGEM-FOLHA VALUE 'M'.
                   88 FGT-ORIGEM-13-PARCELA-1 VALUE '1'.
                   88 FGT-ORIGEM-13-PARCELA-2 VALUE '2'.
                   88 FGT-ORIGEM-FERIAS VALUE 'F'.
                   88 FGT-ORIGEM-RETROATIVO VALUE 'R'.
           05 FGT-BASE-CALCULO PIC 9(09)V99.
           05 FGT-ALIQUOTA PIC 9V999.
           05 FGT-VALOR-DEPOSITO PIC 9(07)V99.
           05 FGT-DATA-LANCAMENTO PIC 9(08).

       FD  RELATORIO-ARQ.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
       01 WS-MATRICULA PIC 9(06) VALUE ZERO.
       01 WS-COMPETENCIA-INICIAL PIC 9(06) VALUE ZERO.
       01 WS-COMPETENCIA-FINAL PIC 9(06) VALUE ZERO.
       01 WS-DESCRICAO-ORIGEM PIC X(14) VALUE SPACES.

       01 WS-AREA-TOTAIS.
           05 WS-QTD-LIDOS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-LISTADOS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-ANTERIORES PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-FOLHA PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-13-PARCELA-1 PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-13-PARCELA-2 PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-FERIAS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-RETROATIVO PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-FOLHA PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-13-PARCELA-1 PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-13-PARCELA-2 PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-FERIAS PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-RETROATIVO PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-PERIODO PIC 9(09)V99 VALUE ZERO.
           05 WS-SALDO-ANTERIOR PIC 9(09)V99 VALUE ZERO.
           05 WS-SALDO-ACUMULADO PIC 9(09)V99 VALUE ZERO.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-FGTS PIC X(02) VALUE '00'.
           05 WS-FS-RELATORIO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-FGTS PIC X(01) VALUE 'N'.
               88 WS-FIM-FGTS VALUE 'S'.
               88 WS-NAO-FIM-FGTS VALUE 'N'.
           05 WS-IND-FGTS-ABERTO PIC X(01) VALUE 'N'.
               88 WS-FGTS-ABERTO VALUE 'S'.
               88 WS-FGTS-FECHADO VALUE 'N'.
           05 WS-IND-SALDO-ANTERIOR PIC X(01) VALUE 'N'.
               88 WS-SALDO-ANTERIOR-IMPRESSO VALUE 'S'.
               88 WS-SALDO-ANTERIOR-PENDENTE VALUE 'N'.

       01 WS-CAB-RELATORIO-1.
           05 FILLER PIC X(18) VALUE SPACES.
           05 FILLER PIC X(44)
               VALUE 'EXTRATO DE DEPOSITOS DE FGTS (AC00FGTS)'.
           05 FILLER PIC X(18) VALUE SPACES.

       01 WS-CAB-RELATORIO-2.
           05 FILLER PIC X(09) VALUE 'EMISSAO: '.
           05 CAB-DATA PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(09) VALUE 'PERIODO: '.
           05 CAB-COMPETENCIA-INICIAL PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(03) VALUE ' A '.
           05 CAB-COMPETENCIA-FINAL PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(35) VALUE SPACES.

       01 WS-CAB-FUNCIONARIO.
           05 FILLER PIC X(11) VALUE 'MATRICULA: '.
           05 CAB-MATRICULA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 CAB-NOME PIC X(20) VALUE SPACES.
           05 FILLER PIC X(07) VALUE '  CPF: '.
           05 CAB-CPF PIC 9(11) VALUE ZERO.
           05 FILLER PIC X(07) VALUE '  ADM: '.
           05 CAB-DATA-ADMISSAO PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(09) VALUE SPACES.

       01 WS-CAB-COLUNAS.
           05 FILLER PIC X(40)
               VALUE 'COMPET ORIGEM           BASE CALCULO ALI'.
           05 FILLER PIC X(40)
               VALUE 'Q%   DEPOSITO SALDO ACUMUL LANCAMTO     '.

       01 WS-LINHA-SALDO-ANTERIOR.
           05 FILLER PIC X(17) VALUE 'SALDO ANTERIOR A '.
           05 ANT-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(03) VALUE ' ('.
           05 ANT-QTD PIC ZZZ9 VALUE ZERO.
           05 FILLER PIC X(11) VALUE ' DEPOSITOS)'.
           05 FILLER PIC X(13) VALUE SPACES.
           05 ANT-SALDO PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(14) VALUE SPACES.

       01 WS-LINHA-DETALHE.
           05 DET-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-ORIGEM PIC X(14) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-BASE-CALCULO PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-ALIQUOTA PIC Z9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-VALOR-DEPOSITO PIC ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-SALDO-ACUMULADO PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-DATA-LANCAMENTO PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(05) VALUE SPACES.

       01 WS-LINHA-TOTAL-ORIGEM.
           05 FILLER PIC X(06) VALUE 'TOTAL '.
           05 TOT-ORIGEM PIC X(14) VALUE SPACES.
           05 FILLER PIC X(07) VALUE '  QTD: '.
           05 TOT-QTD PIC ZZZ9 VALUE ZERO.
           05 FILLER PIC X(14) VALUE '  DEPOSITADO: '.
           05 TOT-VALOR PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(21) VALUE SPACES.

       01 WS-LINHA-TOTAL-PERIODO.
           05 FILLER PIC X(31)
               VALUE 'TOTAL DEPOSITADO NO PERIODO...:'.
           05 FILLER PIC X(14) VALUE SPACES.
           05 TOT-PERIODO PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(21) VALUE SPACES.

       01 WS-LINHA-TOTAL-SALDO.
           05 FILLER PIC X(31)
               VALUE 'SALDO ACUMULADO EM AC00FGTS...:'.
           05 FILLER PIC X(14) VALUE SPACES.
           05 TOT-SALDO PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(21) VALUE SPACES.

       01 WS-LINHA-SEM-DEPOSITOS.
           05 FILLER PIC X(44)
               VALUE 'NENHUM DEPOSITO DE FGTS LANCADO NO PERIODO.'.
           05 FILLER PIC X(36) VALUE SPACES.

       01 WS-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 1000-LOCALIZAR-FUNCIONARIO.
       PERFORM 2000-IMPRIMIR-EXTRATO.
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--EXTRATO DE FGTS POR FUNCIONARIO--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY 'MATRICULA PARA O EXTRATO DE FGTS?'
           ACCEPT WS-MATRICULA
           DISPLAY 'COMPETENCIA INICIAL (AAAAMM, 0 = DESDE O INICIO)?'
           ACCEPT WS-COMPETENCIA-INICIAL
           DISPLAY 'COMPETENCIA FINAL (AAAAMM, 0 = ATE A ULTIMA)?'
           ACCEPT WS-COMPETENCIA-FINAL
           IF WS-COMPETENCIA-FINAL = ZERO
               MOVE 999999 TO WS-COMPETENCIA-FINAL
           END-IF

           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 0010-ABRIR-FUNCIONARIOS
               UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL

           OPEN INPUT FGTS-ARQ
           IF WS-FS-FGTS = '00'
               SET WS-FGTS-ABERTO TO TRUE
           ELSE
               SET WS-FGTS-FECHADO TO TRUE
               IF WS-FS-FGTS = '35'
                   DISPLAY 'AC00FGTS NAO ENCONTRADO - NENHUM DEPOSITO '
                       'DE FGTS LANCADO'
               ELSE
                   MOVE WS-FS-FGTS TO WS-FILE-STATUS
                   MOVE 'AC00FGTS' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF

           OPEN OUTPUT RELATORIO-ARQ
           IF WS-FS-RELATORIO NOT = '00'
               MOVE WS-FS-RELATORIO TO WS-FILE-STATUS
               MOVE 'AC00FGTL' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       0010-ABRIR-FUNCIONARIOS.
           OPEN INPUT AC00-ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = '00'
               MOVE WS-FS-FUNCIONARIOS TO WS-FILE-STATUS
               MOVE 'AC00FUNC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       1000-LOCALIZAR-FUNCIONARIO.
           MOVE WS-MATRICULA TO FUNC-MATRICULA
           READ AC00-ARQ-FUNCIONARIOS
               INVALID KEY
                   DISPLAY 'MATRICULA NAO CADASTRADA EM AC00FUNC: '
                       WS-MATRICULA ' - EXTRATO EMITIDO SEM NOME'
                   MOVE '(NAO CADASTRADA)' TO CAB-NOME
                   MOVE ZERO TO CAB-CPF
                   MOVE ZERO TO CAB-DATA-ADMISSAO
               NOT INVALID KEY
                   MOVE FUNC-NOME TO CAB-NOME
                   MOVE FUNC-CPF TO CAB-CPF
                   MOVE FUNC-DATA-ADMISSAO TO CAB-DATA-ADMISSAO
           END-READ
           MOVE WS-MATRICULA TO CAB-MATRICULA
           EXIT.

       2000-IMPRIMIR-EXTRATO.
           MOVE WS-DATA-HOJE TO CAB-DATA
           MOVE WS-COMPETENCIA-INICIAL TO CAB-COMPETENCIA-INICIAL
           MOVE WS-COMPETENCIA-FINAL TO CAB-COMPETENCIA-FINAL
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-1
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-2
           WRITE REG-RELATORIO FROM WS-CAB-FUNCIONARIO
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           WRITE REG-RELATORIO FROM WS-CAB-COLUNAS

           IF WS-COMPETENCIA-INICIAL = ZERO
               SET WS-SALDO-ANTERIOR-IMPRESSO TO TRUE
           ELSE
               SET WS-SALDO-ANTERIOR-PENDENTE TO TRUE
           END-IF

           SET WS-FIM-FGTS TO TRUE
           IF WS-FGTS-ABERTO
               MOVE WS-MATRICULA TO FGT-MATRICULA
               MOVE ZERO TO FGT-COMPETENCIA
               MOVE LOW-VALUES TO FGT-ORIGEM
               SET WS-NAO-FIM-FGTS TO TRUE
               START FGTS-ARQ KEY IS NOT LESS THAN FGT-CHAVE
                   INVALID KEY
                       SET WS-FIM-FGTS TO TRUE
               END-START
           END-IF
           PERFORM 2100-LER-DEPOSITO UNTIL WS-FIM-FGTS

           IF WS-SALDO-ANTERIOR-PENDENTE
               PERFORM 2300-IMPRIMIR-SALDO-ANTERIOR
           END-IF
           IF WS-QTD-LISTADOS = ZERO
               WRITE REG-RELATORIO FROM WS-LINHA-SEM-DEPOSITOS
           END-IF

           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           MOVE 'FOLHA MENSAL' TO TOT-ORIGEM
           MOVE WS-QTD-FOLHA TO TOT-QTD
           MOVE WS-TOTAL-FOLHA TO TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-ORIGEM
           MOVE '13O 1A PARC' TO TOT-ORIGEM
           MOVE WS-QTD-13-PARCELA-1 TO TOT-QTD
           MOVE WS-TOTAL-13-PARCELA-1 TO TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-ORIGEM
           MOVE '13O 2A PARC' TO TOT-ORIGEM
           MOVE WS-QTD-13-PARCELA-2 TO TOT-QTD
           MOVE WS-TOTAL-13-PARCELA-2 TO TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-ORIGEM
           MOVE 'FERIAS' TO TOT-ORIGEM
           MOVE WS-QTD-FERIAS TO TOT-QTD
           MOVE WS-TOTAL-FERIAS TO TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-ORIGEM
           MOVE 'RETROATIVO' TO TOT-ORIGEM
           MOVE WS-QTD-RETROATIVO TO TOT-QTD
           MOVE WS-TOTAL-RETROATIVO TO TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-ORIGEM

           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           MOVE WS-TOTAL-PERIODO TO TOT-PERIODO
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-PERIODO
           MOVE WS-SALDO-ACUMULADO TO TOT-SALDO
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-SALDO
           EXIT.

       2100-LER-DEPOSITO.
           READ FGTS-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-FGTS TO TRUE
               NOT AT END
                   IF FGT-MATRICULA NOT = WS-MATRICULA
                       OR FGT-COMPETENCIA > WS-COMPETENCIA-FINAL
                       SET WS-FIM-FGTS TO TRUE
                   ELSE
                       PERFORM 2200-TRATAR-DEPOSITO
                   END-IF
           END-READ
           EXIT.

       2200-TRATAR-DEPOSITO.
           ADD 1 TO WS-QTD-LIDOS
           ADD FGT-VALOR-DEPOSITO TO WS-SALDO-ACUMULADO
           IF FGT-COMPETENCIA < WS-COMPETENCIA-INICIAL
               ADD 1 TO WS-QTD-ANTERIORES
               ADD FGT-VALOR-DEPOSITO TO WS-SALDO-ANTERIOR
           ELSE
               IF WS-SALDO-ANTERIOR-PENDENTE
                   PERFORM 2300-IMPRIMIR-SALDO-ANTERIOR
               END-IF
               PERFORM 2400-IMPRIMIR-DEPOSITO
           END-IF
           EXIT.

       2300-IMPRIMIR-SALDO-ANTERIOR.
           MOVE WS-COMPETENCIA-INICIAL TO ANT-COMPETENCIA
           MOVE WS-QTD-ANTERIORES TO ANT-QTD
           MOVE WS-SALDO-ANTERIOR TO ANT-SALDO
           WRITE REG-RELATORIO FROM WS-LINHA-SALDO-ANTERIOR
           SET WS-SALDO-ANTERIOR-IMPRESSO TO TRUE
           EXIT.

       2400-IMPRIMIR-DEPOSITO.
           ADD 1 TO WS-QTD-LISTADOS
           ADD FGT-VALOR-DEPOSITO TO WS-TOTAL-PERIODO
           EVALUATE TRUE
               WHEN FGT-ORIGEM-FOLHA
                   MOVE 'FOLHA MENSAL' TO WS-DESCRICAO-ORIGEM
                   ADD 1 TO WS-QTD-FOLHA
                   ADD FGT-VALOR-DEPOSITO TO WS-TOTAL-FOLHA
               WHEN FGT-ORIGEM-13-PARCELA-1
                   MOVE '13O 1A PARC' TO WS-DESCRICAO-ORIGEM
                   ADD 1 TO WS-QTD-13-PARCELA-1
                   ADD FGT-VALOR-DEPOSITO TO WS-TOTAL-13-PARCELA-1
               WHEN FGT-ORIGEM-13-PARCELA-2
                   MOVE '13O 2A PARC' TO WS-DESCRICAO-ORIGEM
                   ADD 1 TO WS-QTD-13-PARCELA-2
                   ADD FGT-VALOR-DEPOSITO TO WS-TOTAL-13-PARCELA-2
               WHEN FGT-ORIGEM-FERIAS
                   MOVE 'FERIAS' TO WS-DESCRICAO-ORIGEM
                   ADD 1 TO WS-QTD-FERIAS
                   ADD FGT-VALOR-DEPOSITO TO WS-TOTAL-FERIAS
               WHEN FGT-ORIGEM-RETROATIVO
                   MOVE 'RETROATIVO' TO WS-DESCRICAO-ORIGEM
                   ADD 1 TO WS-QTD-RETROATIVO
                   ADD FGT-VALOR-DEPOSITO TO WS-TOTAL-RETROATIVO
               WHEN OTHER
                   MOVE 'ORIGEM ?' TO WS-DESCRICAO-ORIGEM
           END-EVALUATE

           MOVE FGT-COMPETENCIA TO DET-COMPETENCIA
           MOVE WS-DESCRICAO-ORIGEM TO DET-ORIGEM
           MOVE FGT-BASE-CALCULO TO DET-BASE-CALCULO
           COMPUTE DET-ALIQUOTA = FGT-ALIQUOTA * 100
           MOVE FGT-VALOR-DEPOSITO TO DET-VALOR-DEPOSITO
           MOVE WS-SALDO-ACUMULADO TO DET-SALDO-ACUMULADO
           MOVE FGT-DATA-LANCAMENTO TO DET-DATA-LANCAMENTO
           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           IF WS-FGTS-ABERTO
               CLOSE FGTS-ARQ
           END-IF
           CLOSE AC00-ARQ-FUNCIONARIOS
           CLOSE RELATORIO-ARQ
           MOVE WS-SALDO-ACUMULADO TO TOT-SALDO
           DISPLAY 'DEPOSITOS LIDOS..........: ' WS-QTD-LIDOS
           DISPLAY 'DEPOSITOS NO PERIODO.....: ' WS-QTD-LISTADOS
           DISPLAY 'SALDO ACUMULADO..........: ' TOT-SALDO
           DISPLAY 'RELATORIO AC00FGTL GERADO.'
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
