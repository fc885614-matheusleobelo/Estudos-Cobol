      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. OPERCRON.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : OPERACOES
      *PROGRAMA   : OPERCRON
      *OBJETIVO   : EMITIR O CRONOGRAMA COMPLETO DE PARCELAS DE UM
      *             EMPRESTIMO, SIMULADO (CAPITAL, TAXA E PRAZO
      *             INFORMADOS) OU JA CONTRATADO NA CARTEIRA OPEREMPR,
      *             COM A TABELA PRICE E O SAC LADO A LADO: PARA CADA
      *             PARCELA, NUMERO, COMPETENCIA DE VENCIMENTO,
      *             PRESTACAO, JUROS, AMORTIZACAO E SALDO DE CAPITAL,
      *             MARCANDO AS PARCELAS JA PAGAS DO CONTRATO. O
      *             RELATORIO OPERCRNR TEM 132 COLUNAS, PARA CABER OS
      *             DOIS SISTEMAS NA MESMA LINHA
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *----------------------------------------------------------------
      *OBSERVACOES: A PRESTACAO PRICE E CALCULADA COMO EM
      *             5200-CALCULAR-PRESTACAO DE OPEREMP (TAXA ZERO:
      *             CAPITAL / PRAZO); A AMORTIZACAO SAC E CAPITAL /
      *             PRAZO, COMO EM 2265-APURAR-PRESTACAO-SAC DO MOVE.
      *             A ULTIMA PARCELA AMORTIZA O SALDO RESTANTE,
      *             ABSORVENDO OS ARREDONDAMENTOS. CONTRATOS ANTERIORES
      *             A EMP-COMPETENCIA-INICIO TEM A COMPETENCIA DA
      *             PRIMEIRA PARCELA ESTIMADA PELA COMPETENCIA ATUAL
      *             MENOS AS PARCELAS PAGAS (MARCADA COMO ESTIMADA)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMO-ARQ ASSIGN TO "OPEREMPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WS-FS-EMPRESTIMO.

           SELECT CRONOGRAMA-ARQ ASSIGN TO "OPERCRNR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CRONOGRAMA.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESTIMO-ARQ.
       01 REG-EMPRESTIMO.
           05 EMP-MATRICULA PIC 9(06).
           05 EMP-CAPITAL PIC 9(7)V99.
           05 EMP-TAXA PIC 9V9999.
           05 EMP-PRAZO PIC 99.
           05 EMP-PRESTACAO PIC 9(7)V99.
           05 EMP-PARCELAS-PAGAS PIC 99.
           05 EMP-SALDO-DEVEDOR PIC 9(9)V99.
           05 EMP-SITUACAO PIC X(01).
               88 EMP-ATIVO VALUE 'A'.
               88 EMP-QUITADO VALUE 'Q'.
               88 EMP-EM-COBRANCA VALUE 'C'.
           05 EMP-SISTEMA-AMORTIZACAO PIC X(01).
               88 EMP-SISTEMA-PRICE VALUE 'P' ' '.
               88 EMP-SISTEMA-SAC VALUE 'S'.
           05 EMP-COMPETENCIA-INICIO PIC 9(06).

       FD  CRONOGRAMA-ARQ.
       01 REG-CRONOGRAMA PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MATRICULA PIC 9(06) VALUE ZERO.

       01 WS-AREA-FINANCEIRA.
           05 WS-CAPITAL PIC 9(7)V99 VALUE ZERO.
           05 WS-TAXA-JUROS PIC 9V9999 VALUE ZERO.
           05 WS-PRAZO PIC 99 VALUE ZERO.
           05 WS-PARCELAS-PAGAS PIC 99 VALUE ZERO.
           05 WS-FATOR-ACUMULACAO PIC 9(5)V9999 VALUE ZERO.
           05 WS-FATOR-MENOS-UM PIC 9(5)V9999 VALUE ZERO.
           05 WS-NUM-PARCELA PIC 99 VALUE ZERO.

       01 WS-AREA-PRICE.
           05 WS-PRESTACAO-PRICE-FIXA PIC 9(7)V99 VALUE ZERO.
           05 WS-PRESTACAO-PRICE PIC 9(7)V99 VALUE ZERO.
           05 WS-JUROS-PRICE PIC 9(7)V99 VALUE ZERO.
           05 WS-AMORTIZACAO-PRICE PIC 9(7)V99 VALUE ZERO.
           05 WS-SALDO-PRICE PIC 9(7)V99 VALUE ZERO.
           05 WS-TOTAL-PAGO-PRICE PIC 9(9)V99 VALUE ZERO.
           05 WS-TOTAL-JUROS-PRICE PIC 9(9)V99 VALUE ZERO.

       01 WS-AREA-SAC.
           05 WS-AMORTIZACAO-SAC-FIXA PIC 9(7)V99 VALUE ZERO.
           05 WS-PRESTACAO-SAC PIC 9(7)V99 VALUE ZERO.
           05 WS-JUROS-SAC PIC 9(7)V99 VALUE ZERO.
           05 WS-AMORTIZACAO-SAC PIC 9(7)V99 VALUE ZERO.
           05 WS-SALDO-SAC PIC 9(7)V99 VALUE ZERO.
           05 WS-TOTAL-PAGO-SAC PIC 9(9)V99 VALUE ZERO.
           05 WS-TOTAL-JUROS-SAC PIC 9(9)V99 VALUE ZERO.

       01 WS-AREA-COMPETENCIA.
           05 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
           05 WS-COMPETENCIA-INICIO PIC 9(06) VALUE ZERO.
           05 WS-COMPETENCIA-PARCELA PIC 9(06) VALUE ZERO.
           05 WS-COMPETENCIA-PARCELA-R
               REDEFINES WS-COMPETENCIA-PARCELA.
               10 WS-ANO-PARCELA PIC 9(04).
               10 WS-MES-PARCELA PIC 9(02).
           05 WS-MESES-CORRIDOS PIC 9(06) VALUE ZERO.
           05 WS-IND-COMPETENCIA-ESTIMADA PIC X(01) VALUE 'N'.
               88 WS-COMPETENCIA-ESTIMADA VALUE 'S'.
               88 WS-COMPETENCIA-INFORMADA VALUE 'N'.

       01 WS-QTD-CRONOGRAMAS PIC 9(04) VALUE ZERO.
       01 WS-OPCAO-CRONOGRAMA PIC 9 VALUE ZERO.
       01 WS-IND-FIM-CRONOGRAMA PIC X(01) VALUE 'N'.
           88 WS-FIM-CRONOGRAMA VALUE 'S'.
           88 WS-NAO-FIM-CRONOGRAMA VALUE 'N'.

       01 WS-IND-DADOS-VALIDOS PIC X(01) VALUE 'N'.
           88 WS-DADOS-VALIDOS VALUE 'S'.
           88 WS-DADOS-INVALIDOS VALUE 'N'.

       01 WS-IND-ORIGEM PIC X(01) VALUE 'S'.
           88 WS-ORIGEM-SIMULACAO VALUE 'S'.
           88 WS-ORIGEM-CONTRATO VALUE 'C'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-EMPRESTIMO PIC X(02) VALUE '00'.
           05 WS-FS-CRONOGRAMA PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-CARTEIRA-ABERTA PIC X(01) VALUE 'N'.
               88 WS-CARTEIRA-ABERTA VALUE 'S'.
               88 WS-CARTEIRA-FECHADA VALUE 'N'.

       01 WS-CAB-CRONOGRAMA-1.
           05 FILLER PIC X(40)
               VALUE 'CRONOGRAMA DE EMPRESTIMO - PRICE X SAC  '.
           05 CAB-ORIGEM PIC X(30) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'SISTEMA CONTRATADO: '.
           05 CAB-SISTEMA PIC X(06) VALUE SPACES.
           05 FILLER PIC X(36) VALUE SPACES.

       01 WS-CAB-CRONOGRAMA-2.
           05 FILLER PIC X(08) VALUE 'CAPITAL '.
           05 CAB-CAPITAL PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(14) VALUE '  TAXA MENSAL '.
           05 CAB-TAXA PIC Z.9999 VALUE ZERO.
           05 FILLER PIC X(08) VALUE '  PRAZO '.
           05 CAB-PRAZO PIC Z9 VALUE ZERO.
           05 FILLER PIC X(17) VALUE '  PARCELAS PAGAS '.
           05 CAB-PAGAS PIC Z9 VALUE ZERO.
           05 FILLER PIC X(20) VALUE '  PRIMEIRA PARCELA: '.
           05 CAB-MES-INICIO PIC 9(02) VALUE ZERO.
           05 FILLER PIC X(01) VALUE '/'.
           05 CAB-ANO-INICIO PIC 9(04) VALUE ZERO.
           05 CAB-ESTIMADA PIC X(11) VALUE SPACES.
           05 FILLER PIC X(25) VALUE SPACES.

       01 WS-CAB-CRONOGRAMA-3.
           05 FILLER PIC X(23) VALUE SPACES.
           05 FILLER PIC X(48)
               VALUE '|----------------- TABELA PRICE ----------------'.
           05 FILLER PIC X(48)
               VALUE '|--------------------- SAC ---------------------'.
           05 FILLER PIC X(13) VALUE SPACES.

       01 WS-CAB-CRONOGRAMA-4.
           05 FILLER PIC X(23) VALUE 'PARC COMPET.  SITUACAO '.
           05 FILLER PIC X(48)
               VALUE '|  PRESTACAO      JUROS   AMORTIZ. SALDO CAPIT.'.
           05 FILLER PIC X(48)
               VALUE '|  PRESTACAO      JUROS   AMORTIZ. SALDO CAPIT.'.
           05 FILLER PIC X(13) VALUE SPACES.

       01 WS-LINHA-CRONOGRAMA.
           05 DET-PARCELA PIC Z9 VALUE ZERO.
           05 FILLER PIC X(03) VALUE SPACES.
           05 DET-MES PIC 9(02) VALUE ZERO.
           05 FILLER PIC X(01) VALUE '/'.
           05 DET-ANO PIC 9(04) VALUE ZERO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-SITUACAO PIC X(09) VALUE SPACES.
           05 FILLER PIC X(02) VALUE '| '.
           05 DET-PRESTACAO-PRICE PIC ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-JUROS-PRICE PIC ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-AMORTIZACAO-PRICE PIC ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-SALDO-PRICE PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(02) VALUE ' |'.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-PRESTACAO-SAC PIC ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-JUROS-SAC PIC ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-AMORTIZACAO-SAC PIC ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-SALDO-SAC PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(14) VALUE SPACES.

       01 WS-LINHA-TOTAL-CRONOGRAMA.
           05 FILLER PIC X(23) VALUE 'TOTAIS (PAGO / JUROS)  '.
           05 FILLER PIC X(01) VALUE '|'.
           05 TOT-PAGO-PRICE PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 TOT-JUROS-PRICE PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(22) VALUE SPACES.
           05 FILLER PIC X(01) VALUE '|'.
           05 TOT-PAGO-SAC PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 TOT-JUROS-SAC PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 1000-PROCESSAR-PEDIDO UNTIL WS-FIM-CRONOGRAMA.
       PERFORM 9000-ENCERRAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--CRONOGRAMA DE EMPRESTIMOS (PRICE X SAC)--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 0010-ABRIR-CRONOGRAMA
               UNTIL WS-FS-CRONOGRAMA = '00' OR WS-ERRO-FATAL

           OPEN INPUT EMPRESTIMO-ARQ
           IF WS-FS-EMPRESTIMO = '00'
               SET WS-CARTEIRA-ABERTA TO TRUE
           ELSE
               SET WS-CARTEIRA-FECHADA TO TRUE
               IF WS-FS-EMPRESTIMO NOT = '35'
                   MOVE WS-FS-EMPRESTIMO TO WS-FILE-STATUS
                   MOVE 'OPEREMPR' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               DISPLAY 'OPEREMPR NAO ENCONTRADO - SOMENTE SIMULACOES '
                   'DISPONIVEIS'
           END-IF
           EXIT.

       0010-ABRIR-CRONOGRAMA.
           OPEN OUTPUT CRONOGRAMA-ARQ
           IF WS-FS-CRONOGRAMA NOT = '00'
               MOVE WS-FS-CRONOGRAMA TO WS-FILE-STATUS
               MOVE 'OPERCRNR' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       1000-PROCESSAR-PEDIDO.
           DISPLAY SPACES
           DISPLAY 'CRONOGRAMA DE PARCELAS'
           DISPLAY '1-SIMULAR  2-CONTRATO DA CARTEIRA  3-ENCERRAR'
           ACCEPT WS-OPCAO-CRONOGRAMA
           SET WS-DADOS-INVALIDOS TO TRUE

           EVALUATE WS-OPCAO-CRONOGRAMA
               WHEN 1
                   PERFORM 2000-INFORMAR-SIMULACAO
               WHEN 2
                   PERFORM 2100-CARREGAR-CONTRATO
               WHEN 3
                   SET WS-FIM-CRONOGRAMA TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE

           IF WS-DADOS-VALIDOS
               PERFORM 3000-EMITIR-CRONOGRAMA
           END-IF
           EXIT.

       2000-INFORMAR-SIMULACAO.
           SET WS-ORIGEM-SIMULACAO TO TRUE
           DISPLAY 'CAPITAL (SEM VIRGULA, EX.: 500000 = 5000,00)?'
           ACCEPT WS-CAPITAL
           DISPLAY 'TAXA MENSAL (EX.: 00200 = 0,0200)?'
           ACCEPT WS-TAXA-JUROS
           DISPLAY 'PRAZO EM MESES?'
           ACCEPT WS-PRAZO
           MOVE ZERO TO WS-PARCELAS-PAGAS
           COMPUTE WS-COMPETENCIA-INICIO = WS-DATA-HOJE / 100
           SET WS-COMPETENCIA-INFORMADA TO TRUE
           MOVE 'SIMULACAO' TO CAB-ORIGEM
           MOVE SPACES TO CAB-SISTEMA
           IF WS-CAPITAL > ZERO AND WS-PRAZO > ZERO
               SET WS-DADOS-VALIDOS TO TRUE
           ELSE
               DISPLAY 'CAPITAL E PRAZO DEVEM SER MAIORES QUE ZERO - '
                   'CRONOGRAMA NAO EMITIDO'
           END-IF
           EXIT.

       2100-CARREGAR-CONTRATO.
           SET WS-ORIGEM-CONTRATO TO TRUE
           DISPLAY 'MATRICULA DO FUNCIONARIO?'
           ACCEPT WS-MATRICULA
           IF WS-CARTEIRA-FECHADA
               DISPLAY 'CARTEIRA OPEREMPR INDISPONIVEL - CRONOGRAMA '
                   'NAO EMITIDO'
           ELSE
               MOVE WS-MATRICULA TO EMP-MATRICULA
               READ EMPRESTIMO-ARQ
                   INVALID KEY
                       DISPLAY 'MATRICULA SEM EMPRESTIMO NA CARTEIRA: '
                           WS-MATRICULA
                   NOT INVALID KEY
                       PERFORM 2150-ASSUMIR-CONTRATO
               END-READ
           END-IF
           EXIT.

       2150-ASSUMIR-CONTRATO.
           MOVE EMP-CAPITAL TO WS-CAPITAL
           MOVE EMP-TAXA TO WS-TAXA-JUROS
           MOVE EMP-PRAZO TO WS-PRAZO
           MOVE EMP-PARCELAS-PAGAS TO WS-PARCELAS-PAGAS
           MOVE SPACES TO CAB-ORIGEM
           STRING 'CONTRATO DA MATRICULA ' EMP-MATRICULA
               DELIMITED BY SIZE INTO CAB-ORIGEM
           IF EMP-SISTEMA-SAC
               MOVE 'SAC' TO CAB-SISTEMA
           ELSE
               MOVE 'PRICE' TO CAB-SISTEMA
           END-IF
           IF EMP-COMPETENCIA-INICIO > ZERO
               MOVE EMP-COMPETENCIA-INICIO TO WS-COMPETENCIA-INICIO
               SET WS-COMPETENCIA-INFORMADA TO TRUE
           ELSE
               PERFORM 2160-ESTIMAR-COMPETENCIA-INICIO
           END-IF
           IF WS-CAPITAL > ZERO AND WS-PRAZO > ZERO
               SET WS-DADOS-VALIDOS TO TRUE
           ELSE
               DISPLAY 'CONTRATO SEM CAPITAL OU PRAZO - CRONOGRAMA '
                   'NAO EMITIDO'
           END-IF
           EXIT.

       2160-ESTIMAR-COMPETENCIA-INICIO.
           SET WS-COMPETENCIA-ESTIMADA TO TRUE
           COMPUTE WS-COMPETENCIA-PARCELA = WS-DATA-HOJE / 100
           COMPUTE WS-MESES-CORRIDOS = (WS-ANO-PARCELA * 12)
               + WS-MES-PARCELA - 1 - WS-PARCELAS-PAGAS
           DIVIDE WS-MESES-CORRIDOS BY 12 GIVING WS-ANO-PARCELA
               REMAINDER WS-MES-PARCELA
           ADD 1 TO WS-MES-PARCELA
           MOVE WS-COMPETENCIA-PARCELA TO WS-COMPETENCIA-INICIO
           EXIT.

       3000-EMITIR-CRONOGRAMA.
           PERFORM 3100-CALCULAR-PRESTACAO-PRICE
           COMPUTE WS-AMORTIZACAO-SAC-FIXA ROUNDED =
               WS-CAPITAL / WS-PRAZO
           MOVE WS-CAPITAL TO WS-SALDO-PRICE
           MOVE WS-CAPITAL TO WS-SALDO-SAC
           MOVE ZERO TO WS-TOTAL-PAGO-PRICE
           MOVE ZERO TO WS-TOTAL-JUROS-PRICE
           MOVE ZERO TO WS-TOTAL-PAGO-SAC
           MOVE ZERO TO WS-TOTAL-JUROS-SAC
           MOVE WS-COMPETENCIA-INICIO TO WS-COMPETENCIA-PARCELA

           PERFORM 3200-IMPRIMIR-CABECALHO
           PERFORM 3300-CALCULAR-PARCELA
               VARYING WS-NUM-PARCELA FROM 1 BY 1
               UNTIL WS-NUM-PARCELA > WS-PRAZO
           PERFORM 3400-IMPRIMIR-TOTAIS

           ADD 1 TO WS-QTD-CRONOGRAMAS
           DISPLAY 'CRONOGRAMA EMITIDO EM OPERCRNR - ' WS-PRAZO
               ' PARCELA(S)'
           EXIT.

       3100-CALCULAR-PRESTACAO-PRICE.
           MOVE ZERO TO WS-PRESTACAO-PRICE-FIXA
           IF WS-ORIGEM-CONTRATO AND EMP-SISTEMA-PRICE
               MOVE EMP-PRESTACAO TO WS-PRESTACAO-PRICE-FIXA
           ELSE
               COMPUTE WS-FATOR-ACUMULACAO ROUNDED =
                   (1 + WS-TAXA-JUROS) ** WS-PRAZO
               COMPUTE WS-FATOR-MENOS-UM = WS-FATOR-ACUMULACAO - 1
               IF WS-FATOR-MENOS-UM > ZERO
                   COMPUTE WS-PRESTACAO-PRICE-FIXA ROUNDED =
                       WS-CAPITAL * WS-TAXA-JUROS * WS-FATOR-ACUMULACAO
                       / WS-FATOR-MENOS-UM
                       ON SIZE ERROR
                           MOVE ZERO TO WS-PRESTACAO-PRICE-FIXA
                   END-COMPUTE
               END-IF
           END-IF
           IF WS-PRESTACAO-PRICE-FIXA = ZERO
               COMPUTE WS-PRESTACAO-PRICE-FIXA ROUNDED =
                   WS-CAPITAL / WS-PRAZO
           END-IF
           EXIT.

       3200-IMPRIMIR-CABECALHO.
           MOVE WS-CAPITAL TO CAB-CAPITAL
           MOVE WS-TAXA-JUROS TO CAB-TAXA
           MOVE WS-PRAZO TO CAB-PRAZO
           MOVE WS-PARCELAS-PAGAS TO CAB-PAGAS
           MOVE WS-MES-PARCELA TO CAB-MES-INICIO
           MOVE WS-ANO-PARCELA TO CAB-ANO-INICIO
           IF WS-COMPETENCIA-ESTIMADA
               MOVE ' (ESTIMADA)' TO CAB-ESTIMADA
           ELSE
               MOVE SPACES TO CAB-ESTIMADA
           END-IF
           IF WS-QTD-CRONOGRAMAS > ZERO
               MOVE SPACES TO REG-CRONOGRAMA
               WRITE REG-CRONOGRAMA
           END-IF
           WRITE REG-CRONOGRAMA FROM WS-CAB-CRONOGRAMA-1
           WRITE REG-CRONOGRAMA FROM WS-CAB-CRONOGRAMA-2
           WRITE REG-CRONOGRAMA FROM WS-CAB-CRONOGRAMA-3
           WRITE REG-CRONOGRAMA FROM WS-CAB-CRONOGRAMA-4
           EXIT.

       3300-CALCULAR-PARCELA.
           PERFORM 3310-CALCULAR-PARCELA-PRICE
           PERFORM 3320-CALCULAR-PARCELA-SAC

           MOVE WS-NUM-PARCELA TO DET-PARCELA
           MOVE WS-MES-PARCELA TO DET-MES
           MOVE WS-ANO-PARCELA TO DET-ANO
           EVALUATE TRUE
               WHEN WS-ORIGEM-SIMULACAO
                   MOVE SPACES TO DET-SITUACAO
               WHEN WS-NUM-PARCELA NOT > WS-PARCELAS-PAGAS
                   MOVE 'PAGA' TO DET-SITUACAO
               WHEN EMP-QUITADO
                   MOVE 'QUITADA' TO DET-SITUACAO
               WHEN EMP-EM-COBRANCA
                   MOVE 'COBRANCA' TO DET-SITUACAO
               WHEN OTHER
                   MOVE 'A VENCER' TO DET-SITUACAO
           END-EVALUATE
           MOVE WS-PRESTACAO-PRICE TO DET-PRESTACAO-PRICE
           MOVE WS-JUROS-PRICE TO DET-JUROS-PRICE
           MOVE WS-AMORTIZACAO-PRICE TO DET-AMORTIZACAO-PRICE
           MOVE WS-SALDO-PRICE TO DET-SALDO-PRICE
           MOVE WS-PRESTACAO-SAC TO DET-PRESTACAO-SAC
           MOVE WS-JUROS-SAC TO DET-JUROS-SAC
           MOVE WS-AMORTIZACAO-SAC TO DET-AMORTIZACAO-SAC
           MOVE WS-SALDO-SAC TO DET-SALDO-SAC
           WRITE REG-CRONOGRAMA FROM WS-LINHA-CRONOGRAMA

           PERFORM 3330-AVANCAR-COMPETENCIA
           EXIT.

       3310-CALCULAR-PARCELA-PRICE.
           COMPUTE WS-JUROS-PRICE ROUNDED =
               WS-SALDO-PRICE * WS-TAXA-JUROS
           IF WS-NUM-PARCELA = WS-PRAZO
               OR WS-PRESTACAO-PRICE-FIXA - WS-JUROS-PRICE
               > WS-SALDO-PRICE
               MOVE WS-SALDO-PRICE TO WS-AMORTIZACAO-PRICE
               COMPUTE WS-PRESTACAO-PRICE =
                   WS-AMORTIZACAO-PRICE + WS-JUROS-PRICE
           ELSE
               MOVE WS-PRESTACAO-PRICE-FIXA TO WS-PRESTACAO-PRICE
               COMPUTE WS-AMORTIZACAO-PRICE =
                   WS-PRESTACAO-PRICE - WS-JUROS-PRICE
           END-IF
           SUBTRACT WS-AMORTIZACAO-PRICE FROM WS-SALDO-PRICE
           ADD WS-PRESTACAO-PRICE TO WS-TOTAL-PAGO-PRICE
           ADD WS-JUROS-PRICE TO WS-TOTAL-JUROS-PRICE
           EXIT.

       3320-CALCULAR-PARCELA-SAC.
           COMPUTE WS-JUROS-SAC ROUNDED =
               WS-SALDO-SAC * WS-TAXA-JUROS
           IF WS-NUM-PARCELA = WS-PRAZO
               OR WS-AMORTIZACAO-SAC-FIXA > WS-SALDO-SAC
               MOVE WS-SALDO-SAC TO WS-AMORTIZACAO-SAC
           ELSE
               MOVE WS-AMORTIZACAO-SAC-FIXA TO WS-AMORTIZACAO-SAC
           END-IF
           COMPUTE WS-PRESTACAO-SAC =
               WS-AMORTIZACAO-SAC + WS-JUROS-SAC
           SUBTRACT WS-AMORTIZACAO-SAC FROM WS-SALDO-SAC
           ADD WS-PRESTACAO-SAC TO WS-TOTAL-PAGO-SAC
           ADD WS-JUROS-SAC TO WS-TOTAL-JUROS-SAC
           EXIT.

       3330-AVANCAR-COMPETENCIA.
           IF WS-MES-PARCELA NOT < 12
               MOVE 1 TO WS-MES-PARCELA
               ADD 1 TO WS-ANO-PARCELA
           ELSE
               ADD 1 TO WS-MES-PARCELA
           END-IF
           EXIT.

       3400-IMPRIMIR-TOTAIS.
           MOVE WS-TOTAL-PAGO-PRICE TO TOT-PAGO-PRICE
           MOVE WS-TOTAL-JUROS-PRICE TO TOT-JUROS-PRICE
           MOVE WS-TOTAL-PAGO-SAC TO TOT-PAGO-SAC
           MOVE WS-TOTAL-JUROS-SAC TO TOT-JUROS-SAC
           WRITE REG-CRONOGRAMA FROM WS-LINHA-TOTAL-CRONOGRAMA
           EXIT.

       9000-ENCERRAR-PROGRAMA.
           CLOSE CRONOGRAMA-ARQ
           IF WS-CARTEIRA-ABERTA
               CLOSE EMPRESTIMO-ARQ
           END-IF
           DISPLAY 'CRONOGRAMAS EMITIDOS EM OPERCRNR: '
               WS-QTD-CRONOGRAMAS
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
