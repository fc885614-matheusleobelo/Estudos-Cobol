      *02/09/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR O CAMPO ROS-EMPRESA INCLUIDO
      *                   POR MOVE (SUPORTE A MULTIPLAS EMPRESAS)
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR OS CAMPOS ROS-PENSAO E
      *                   ROS-BASE-PENSAO (PENSAO ALIMENTICIA JUDICIAL)
      *                   INCLUIDOS POR MOVE
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR O CAMPO ROS-PLANO-SAUDE (PARTE
      *                   DO FUNCIONARIO NO PLANO DE SAUDE) INCLUIDO POR
      *                   MOVE
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR O CAMPO ROS-ADIANTAMENTO
      *                   INCLUIDO POR MOVE; A CONCILIACAO PASSA A
      *                   CONFERIR O ADIANTAMENTO QUINZENAL
      *                   (3600-CONCILIAR-ADIANTAMENTOS): O TOTAL
      *                   DESCONTADO NO ROSTER DEVE SER IGUAL AO TOTAL
      *                   PAGO POR MOVEADTO NA MESMA COMPETENCIA SEGUNDO
      *                   O RAZAO MOVEADIA, E O TOTAL PAGO NO MES PASSA
      *                   A SER EXIBIDO COMO LIQUIDO MAIS ADIANTAMENTO;
      *                   O RESULTADO GERAL (RETURN-CODE E
      *                   RCH-RESULTADO) PASSA A CONSIDERAR TAMBEM ESSA
      *                   CONFERENCIA
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR OS CAMPOS DE AFASTAMENTO
      *                   (TIPO, DIAS AFASTADOS, DIAS NAO PAGOS, MES
      *                   SUSPENSO E BASE DE FGTS DO AFASTAMENTO)
      *                   INCLUIDOS POR MOVE
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR O CAMPO ROS-SALARIO-FAMILIA
      *                   (SALARIO-FAMILIA PAGO) INCLUIDO POR MOVE
      *15/10/2026 MLBF    LAYOUT DO ROSTER MOVEORD ATUALIZADO COM
      *                   ROS-TIPO-CONTRATO (TIPO DE CONTRATO DO
      *                   FUNCIONARIO, GRAVADO PELO MOVE)
      *15/10/2026 MLBF    LAYOUT DO ROSTER MOVEORD ATUALIZADO COM
      *                   ROS-ADICIONAL-NOTURNO, ROS-GRAU-RISCO E
      *                   ROS-ADICIONAL-RISCO, INCLUIDOS POR MOVE (229
      *                   POSICOES); OS ADICIONAIS JA ESTAO SOMADOS EM
      *                   ROS-SALARIO
      *15/10/2026 MLBF    LAYOUT DO ROSTER MOVEORD ATUALIZADO COM
      *                   ROS-COMISSAO E ROS-DSR-COMISSAO, INCLUIDOS POR
      *                   MOVE (247 POSICOES); A COMISSAO E O SEU DSR JA
      *                   ESTAO SOMADOS EM ROS-SALARIO
      *15/10/2026 MLBF    CONFERE NO INICIO, VIA ROTINA JOBPRED, SE OS
      *                   JOBS PREDECESSORES CADASTRADOS EM SETDEPE
      *                   CONCLUIRAM EM SETSTAT; COM PREDECESSOR
      *                   AUSENTE, ABORTADO OU EM EXECUCAO O PROGRAMA
      *                   NAO RODA E ENCERRA COM RETURN-CODE 12 (MOTIVO
      *                   GRAVADO EM SETAUDIT)
      *15/10/2026 MLBF    LAYOUT DO RAZAO MOVEADIA ATUALIZADO COM
      *                   ADI-COMPETENCIA-COBRANCA E ADI-VALOR-COBRANCA,
      *                   INCLUIDOS POR MOVE; A CONCILIACAO DE
      *                   ADIANTAMENTOS DEIXA DE COMPARAR O ROSTER COM O
      *                   ADI-VALOR PAGO NA COMPETENCIA, QUE NAO BATIA
      *                   QUANDO O LIQUIDO SO COMPORTAVA PARTE DO
      *                   DESCONTO: COM A BAIXA REGISTRADA NO MOVEADIA,
      *                   O ROSTER DEVE SER IGUAL AO VALOR DESCONTADO NA
      *                   FOLHA DA COMPETENCIA (ADI-VALOR-COBRANCA),
      *                   INCLUSIVE SALDOS COBRADOS DE COMPETENCIAS
      *                   ANTERIORES; SEM BAIXA (PREVIA OU BORDERO
      *                   RETIDO), O ROSTER NAO PODE EXCEDER O SALDO EM
      *                   ABERTO ATE A COMPETENCIA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT ADIANTAMENTO-ARQ ASSIGN TO "MOVEADIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADI-CHAVE
               FILE STATUS IS WS-FS-ADIANTAMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-ARQ.
           05 ROS-VALE-TRANSPORTE PIC 9(7)V99.
           05 ROS-VALOR-VR PIC 9(5)V99.
           05 ROS-EMPRESA PIC 9(03).
           05 ROS-PENSAO PIC 9(7)V99.
           05 ROS-BASE-PENSAO PIC 9(7)V99.
           05 ROS-PLANO-SAUDE PIC 9(7)V99.
           05 ROS-ADIANTAMENTO PIC 9(7)V99.
           05 ROS-AFASTAMENTO PIC X(01).
           05 ROS-DIAS-AFASTAMENTO PIC 9(02).
           05 ROS-DIAS-NAO-PAGOS PIC 9(02).
           05 ROS-MES-SUSPENSO PIC X(01).
           05 ROS-BASE-FGTS-AFAST PIC 9(7)V99.
           05 ROS-SALARIO-FAMILIA PIC 9(7)V99.
           05 ROS-TIPO-CONTRATO PIC X(01).
           05 ROS-ADICIONAL-NOTURNO PIC 9(7)V99.
           05 ROS-GRAU-RISCO PIC X(01).
           05 ROS-ADICIONAL-RISCO PIC 9(7)V99.
           05 ROS-COMISSAO PIC 9(7)V99.
           05 ROS-DSR-COMISSAO PIC 9(7)V99.

       FD  CONTROLE-ARQ.
       01 REG-CONTROLE PIC X(35).
       FD  HISTORICO-ARQ.
       01 REG-HISTORICO PIC X(80).

       FD  ADIANTAMENTO-ARQ.
       01 REG-ADIANTAMENTO.
           05 ADI-CHAVE.
               10 ADI-MATRICULA PIC 9(06).
               10 ADI-COMPETENCIA PIC 9(06).
           05 ADI-NOME PIC X(20).
           05 ADI-SALARIO-BASE PIC 9(7)V99.
           05 ADI-PERCENTUAL PIC 9(03)V99.
           05 ADI-VALOR PIC 9(7)V99.
           05 ADI-DATA-PAGAMENTO PIC 9(08).
           05 ADI-SITUACAO PIC X(01).
               88 ADI-PAGO VALUE 'P'.
               88 ADI-DESCONTADO VALUE 'D'.
           05 ADI-VALOR-DESCONTADO PIC 9(7)V99.
           05 ADI-DATA-DESCONTO PIC 9(08).
           05 ADI-COMPETENCIA-COBRANCA PIC 9(06).
           05 ADI-VALOR-COBRANCA PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-REG-CONTROLE.
           05 CTL-TOTAL-REGISTROS PIC 9(5) VALUE ZERO.
           05 WS-IND-RETENCOES-BATEM PIC X(01) VALUE 'S'.
               88 WS-RETENCOES-BATEM VALUE 'S'.
               88 WS-RETENCOES-NAO-BATEM VALUE 'N'.
           05 WS-COMPETENCIA-ROSTER PIC 9(06) VALUE ZERO.
           05 WS-TOTAL-ADIANTAMENTO-ROSTER PIC 9(9)V99 VALUE ZERO.
           05 WS-TOTAL-ADIANTAMENTO-COBRADO PIC 9(9)V99 VALUE ZERO.
           05 WS-TOTAL-ADIANTAMENTO-ABERTO PIC 9(9)V99 VALUE ZERO.
           05 WS-SALDO-ADIANTAMENTO PIC 9(7)V99 VALUE ZERO.
           05 WS-TOTAL-PAGO-MES PIC 9(9)V99 VALUE ZERO.
           05 WS-QTD-ADIANTAMENTOS-COBRADOS PIC 9(5) COMP VALUE ZERO.
           05 WS-DIFERENCA-ADIANTAMENTO PIC S9(9)V99 VALUE ZERO.
           05 WS-IND-ADIANTAMENTOS-BATEM PIC X(01) VALUE 'S'.
               88 WS-ADIANTAMENTOS-BATEM VALUE 'S'.
               88 WS-ADIANTAMENTOS-NAO-BATEM VALUE 'N'.
           05 WS-IND-BAIXA-ADIANTAMENTO PIC X(01) VALUE 'N'.
               88 WS-BAIXA-ADTO-EFETUADA VALUE 'S'.
               88 WS-BAIXA-ADTO-PENDENTE VALUE 'N'.

       01 WS-HORA-COMPLETA PIC 9(08) VALUE ZERO.

       01 WS-AREA-JOBSTAT.
           05 WS-JOB-NOME-STAT PIC X(08) VALUE 'RECONCIL'.
           05 WS-SITUACAO-STAT PIC X(01) VALUE SPACE.
           05 WS-RESULTADO-PRED PIC X(01) VALUE 'S'.
               88 WS-PREDECESSORES-OK VALUE 'S'.
               88 WS-PREDECESSOR-PENDENTE VALUE 'N'.

       01 WS-REG-HISTORICO.
           05 RCH-DATA PIC 9(08) VALUE ZERO.
           05 WS-FS-ROSTER PIC X(02) VALUE '00'.
           05 WS-FS-CONTROLE PIC X(02) VALUE '00'.
           05 WS-FS-HISTORICO PIC X(02) VALUE '00'.
           05 WS-FS-ADIANTAMENTO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-ROSTER PIC X(01) VALUE 'N'.
               88 WS-FIM-ROSTER VALUE 'S'.
               88 WS-NAO-FIM-ROSTER VALUE 'N'.
           05 WS-IND-FIM-ADIANTAMENTO PIC X(01) VALUE 'N'.
               88 WS-FIM-ADIANTAMENTO VALUE 'S'.
               88 WS-NAO-FIM-ADIANTAMENTO VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       GOBACK.

       0000-INICIAR-PROGRAMA.
           PERFORM 0005-CONFERIR-PREDECESSORES
           DISPLAY '--INICIO DA CONCILIACAO OPERACOES x MOVE--'
           DISPLAY SPACES
           MOVE 'E' TO WS-SITUACAO-STAT
           CALL 'JOBSTAT' USING WS-JOB-NOME-STAT WS-SITUACAO-STAT
           EXIT.

       0005-CONFERIR-PREDECESSORES.
           CALL 'JOBPRED' USING WS-JOB-NOME-STAT WS-RESULTADO-PRED
           IF WS-PREDECESSOR-PENDENTE
               DISPLAY 'PREDECESSOR PENDENTE EM SETSTAT - '
                   'PROCESSAMENTO NAO INICIADO (RC 12)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       1000-LER-CONTROLE-OPERACOES.
           OPEN INPUT CONTROLE-ARQ
           IF WS-FS-CONTROLE NOT = '00'
           ADD ROS-INSS TO WS-TOTAL-INSS-ROSTER
           ADD ROS-IRRF TO WS-TOTAL-IRRF-ROSTER
           ADD ROS-LIQUIDO TO WS-TOTAL-LIQUIDO-ROSTER
           ADD ROS-ADIANTAMENTO TO WS-TOTAL-ADIANTAMENTO-ROSTER
           MOVE ROS-COMPETENCIA TO WS-COMPETENCIA-ROSTER
           PERFORM 2050-LER-ROSTER
           EXIT.

               SET WS-TOTAIS-NAO-BATEM TO TRUE
           END-IF
           PERFORM 3500-CONCILIAR-RETENCOES
           PERFORM 3600-CONCILIAR-ADIANTAMENTOS
           EXIT.

       3500-CONCILIAR-RETENCOES.
           END-IF
           EXIT.

       3600-CONCILIAR-ADIANTAMENTOS.
           OPEN INPUT ADIANTAMENTO-ARQ
           IF WS-FS-ADIANTAMENTO = '00'
               PERFORM 3650-LER-ADIANTAMENTO
               PERFORM 3700-ACUMULAR-ADIANTAMENTO
                   UNTIL WS-FIM-ADIANTAMENTO
               CLOSE ADIANTAMENTO-ARQ
           ELSE
               IF WS-FS-ADIANTAMENTO NOT = '35'
                   MOVE WS-FS-ADIANTAMENTO TO WS-FILE-STATUS
                   MOVE 'MOVEADIA' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           COMPUTE WS-TOTAL-PAGO-MES =
               WS-TOTAL-LIQUIDO-ROSTER + WS-TOTAL-ADIANTAMENTO-ROSTER
           IF WS-QTD-ADIANTAMENTOS-COBRADOS > ZERO
               SET WS-BAIXA-ADTO-EFETUADA TO TRUE
               COMPUTE WS-DIFERENCA-ADIANTAMENTO =
                   WS-TOTAL-ADIANTAMENTO-ROSTER
                   - WS-TOTAL-ADIANTAMENTO-COBRADO
           ELSE
               SET WS-BAIXA-ADTO-PENDENTE TO TRUE
               MOVE ZERO TO WS-DIFERENCA-ADIANTAMENTO
               IF WS-TOTAL-ADIANTAMENTO-ROSTER
                   > WS-TOTAL-ADIANTAMENTO-ABERTO
                   COMPUTE WS-DIFERENCA-ADIANTAMENTO =
                       WS-TOTAL-ADIANTAMENTO-ROSTER
                       - WS-TOTAL-ADIANTAMENTO-ABERTO
               END-IF
           END-IF
           IF WS-DIFERENCA-ADIANTAMENTO = ZERO
               SET WS-ADIANTAMENTOS-BATEM TO TRUE
           ELSE
               SET WS-ADIANTAMENTOS-NAO-BATEM TO TRUE
           END-IF
           EXIT.

       3650-LER-ADIANTAMENTO.
           READ ADIANTAMENTO-ARQ NEXT
               AT END
                   SET WS-FIM-ADIANTAMENTO TO TRUE
           END-READ
           EXIT.

       3700-ACUMULAR-ADIANTAMENTO.
           IF ADI-COMPETENCIA NOT > WS-COMPETENCIA-ROSTER
               COMPUTE WS-SALDO-ADIANTAMENTO =
                   ADI-VALOR - ADI-VALOR-DESCONTADO
               IF ADI-COMPETENCIA-COBRANCA = WS-COMPETENCIA-ROSTER
                   ADD 1 TO WS-QTD-ADIANTAMENTOS-COBRADOS
                   ADD ADI-VALOR-COBRANCA
                       TO WS-TOTAL-ADIANTAMENTO-COBRADO
                   ADD ADI-VALOR-COBRANCA TO WS-SALDO-ADIANTAMENTO
               END-IF
               ADD WS-SALDO-ADIANTAMENTO TO WS-TOTAL-ADIANTAMENTO-ABERTO
           END-IF
           PERFORM 3650-LER-ADIANTAMENTO
           EXIT.

       4000-EXIBIR-RESULTADO.
           DISPLAY 'TOTAL DE CONTROLE (OPERACOES / OPERCTL)...: '
               CTL-TOTAL-SOMA ' (' CTL-TOTAL-REGISTROS ' REGISTROS)'
               WS-DIFERENCA-IRRF
           DISPLAY 'TOTAL LIQUIDO DA FOLHA (MOVEORD)...........: '
               WS-TOTAL-LIQUIDO-ROSTER
           DISPLAY 'ADIANTAMENTO DESCONTADO NA FOLHA (MOVEORD).: '
               WS-TOTAL-ADIANTAMENTO-ROSTER
           DISPLAY 'ADIANTAMENTO EM ABERTO ATE A COMPETENCIA...: '
               WS-TOTAL-ADIANTAMENTO-ABERTO
           IF WS-BAIXA-ADTO-EFETUADA
               DISPLAY 'ADIANTAMENTO BAIXADO NA FOLHA (MOVEADIA)...: '
                   WS-TOTAL-ADIANTAMENTO-COBRADO
                   ' (' WS-QTD-ADIANTAMENTOS-COBRADOS ' REGISTROS)'
           ELSE
               DISPLAY 'BAIXA DO ADIANTAMENTO NAO REGISTRADA NO '
                   'MOVEADIA (PREVIA OU BORDERO RETIDO) - CONFERIDO '
                   'CONTRA O SALDO EM ABERTO'
           END-IF
           DISPLAY 'DIFERENCA DE ADIANTAMENTO..................: '
               WS-DIFERENCA-ADIANTAMENTO
           DISPLAY 'TOTAL PAGO NO MES (LIQUIDO + ADIANTAMENTO).: '
               WS-TOTAL-PAGO-MES
           IF WS-RETENCOES-BATEM
               DISPLAY 'CONCILIACAO DE RETENCOES: OS TOTAIS BATEM.'
           ELSE
               DISPLAY 'CONCILIACAO DE RETENCOES: OS TOTAIS NAO BATEM'
                   ' - VERIFICAR.'
           END-IF
           IF WS-ADIANTAMENTOS-BATEM
               DISPLAY 'CONCILIACAO DE ADIANTAMENTOS: OS TOTAIS BATEM.'
           ELSE
               DISPLAY 'CONCILIACAO DE ADIANTAMENTOS: DESCONTO DA '
                   'FOLHA DIFERENTE DO RAZAO - VERIFICAR.'
           END-IF
           DISPLAY SPACES
           IF WS-TOTAIS-BATEM
               DISPLAY 'CONCILIACAO: OS TOTAIS BATEM.'
           MOVE WS-TOTAL-SALARIO-ROSTER TO RCH-TOTAL-ROSTER
           MOVE WS-DIFERENCA TO RCH-DIFERENCA
           IF WS-TOTAIS-BATEM AND WS-RETENCOES-BATEM
               AND WS-ADIANTAMENTOS-BATEM
               MOVE 'BATE' TO RCH-RESULTADO
           ELSE
               MOVE 'NAO BATE' TO RCH-RESULTADO

       5000-DEFINIR-RETURN-CODE.
           IF WS-TOTAIS-BATEM AND WS-RETENCOES-BATEM
               AND WS-ADIANTAMENTOS-BATEM
               MOVE 0 TO RETURN-CODE
               MOVE 'C' TO WS-SITUACAO-STAT
           ELSE
