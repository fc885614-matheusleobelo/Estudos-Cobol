      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. FERIDIRE.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : MOVE
      *PROGRAMA   : FERIDIRE
      *OBJETIVO   : ROTINA COMPARTILHADA (PADRAO FOLHCALC) COM O
      *             DIREITO A DIAS DE FERIAS: SOMA NO INDEXADO AC00FALT
      *             (GRAVADO MES A MES PELO MOVE) AS FALTAS
      *             INJUSTIFICADAS DA MATRICULA NO PERIODO AQUISITIVO E
      *             APLICA A TABELA LEGAL DE REDUCAO (ATE 5 FALTAS 30
      *             DIAS, 6 A 14 24 DIAS, 15 A 23 18 DIAS, 24 A 32 12
      *             DIAS, ACIMA DE 32 SEM DIREITO), PARA QUE A
      *             PROGRAMACAO/PAGAMENTO DE FERIAS AC00FERI E A
      *             RESCISAO AC00RESC USEM OS MESMOS DIAS
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *----------------------------------------------------------------
      *USO        : CALL 'FERIDIRE' USING LK-AREA-DIREITO-FERIAS. O
      *             CHAMADOR INFORMA A MATRICULA E AS COMPETENCIAS
      *             (AAAAMM) DE INICIO E FIM DO PERIODO AQUISITIVO;
      *             RECEBE DE VOLTA A QUANTIDADE DE FALTAS NO PERIODO,
      *             OS DIAS DE FERIAS DE DIREITO E 'S' EM
      *             LK-IND-FALTAS-APURADAS, OU 'N' QUANDO O AC00FALT
      *             NAO EXISTIR (ZERO FALTAS, 30 DIAS).
      *             REGISTRO DO AC00FALT: MATRICULA 9(06), COMPETENCIA
      *             9(06) (CHAVE), DIAS DE FALTA 9(02).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FALTAS-ARQ ASSIGN TO "AC00FALT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAL-CHAVE
               FILE STATUS IS WS-FS-FALTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  FALTAS-ARQ.
       01 REG-FALTAS.
           05 FAL-CHAVE.
               10 FAL-MATRICULA PIC 9(06).
               10 FAL-COMPETENCIA PIC 9(06).
           05 FAL-DIAS-FALTA PIC 9(02).

       WORKING-STORAGE SECTION.
       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-FALTAS PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-FALTAS PIC X(01) VALUE 'N'.
               88 WS-FIM-FALTAS VALUE 'S'.
               88 WS-NAO-FIM-FALTAS VALUE 'N'.

       LINKAGE SECTION.
       01 LK-AREA-DIREITO-FERIAS.
           05 LK-ENTRADA.
               10 LK-MATRICULA PIC 9(06).
               10 LK-COMPETENCIA-INICIO PIC 9(06).
               10 LK-COMPETENCIA-FIM PIC 9(06).
           05 LK-SAIDA.
               10 LK-QTD-FALTAS PIC 9(03).
               10 LK-DIAS-DIREITO PIC 9(02).
               10 LK-IND-FALTAS-APURADAS PIC X(01).
                   88 LK-FALTAS-APURADAS VALUE 'S'.
                   88 LK-FALTAS-NAO-APURADAS VALUE 'N'.

       PROCEDURE DIVISION USING LK-AREA-DIREITO-FERIAS.
       0000-APURAR-DIREITO.
           MOVE ZERO TO LK-QTD-FALTAS
           SET LK-FALTAS-NAO-APURADAS TO TRUE
           PERFORM 0100-SOMAR-FALTAS-PERIODO
           PERFORM 0300-APLICAR-TABELA-REDUCAO
           GOBACK.

       0100-SOMAR-FALTAS-PERIODO.
           OPEN INPUT FALTAS-ARQ
           IF WS-FS-FALTAS = '00'
               SET LK-FALTAS-APURADAS TO TRUE
               SET WS-NAO-FIM-FALTAS TO TRUE
               MOVE LK-MATRICULA TO FAL-MATRICULA
               MOVE LK-COMPETENCIA-INICIO TO FAL-COMPETENCIA
               START FALTAS-ARQ KEY IS NOT LESS THAN FAL-CHAVE
                   INVALID KEY
                       SET WS-FIM-FALTAS TO TRUE
               END-START
               IF WS-NAO-FIM-FALTAS
                   PERFORM 0110-LER-FALTAS
               END-IF
               PERFORM 0120-ACUMULAR-FALTAS UNTIL WS-FIM-FALTAS
               CLOSE FALTAS-ARQ
           ELSE
               IF WS-FS-FALTAS NOT = '35'
                   DISPLAY 'FERIDIRE: ERRO AO ABRIR AC00FALT (STATUS '
                       WS-FS-FALTAS '), FERIAS SEM REDUCAO POR FALTAS'
               END-IF
           END-IF
           EXIT.

       0110-LER-FALTAS.
           READ FALTAS-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-FALTAS TO TRUE
           END-READ
           IF WS-NAO-FIM-FALTAS
               IF FAL-MATRICULA NOT = LK-MATRICULA
                   OR FAL-COMPETENCIA > LK-COMPETENCIA-FIM
                   SET WS-FIM-FALTAS TO TRUE
               END-IF
           END-IF
           EXIT.

       0120-ACUMULAR-FALTAS.
           IF FAL-DIAS-FALTA IS NUMERIC
               ADD FAL-DIAS-FALTA TO LK-QTD-FALTAS
           END-IF
           PERFORM 0110-LER-FALTAS
           EXIT.

       0300-APLICAR-TABELA-REDUCAO.
           EVALUATE TRUE
               WHEN LK-QTD-FALTAS NOT > 5
                   MOVE 30 TO LK-DIAS-DIREITO
               WHEN LK-QTD-FALTAS NOT > 14
                   MOVE 24 TO LK-DIAS-DIREITO
               WHEN LK-QTD-FALTAS NOT > 23
                   MOVE 18 TO LK-DIAS-DIREITO
               WHEN LK-QTD-FALTAS NOT > 32
                   MOVE 12 TO LK-DIAS-DIREITO
               WHEN OTHER
                   MOVE ZERO TO LK-DIAS-DIREITO
           END-EVALUATE
           EXIT.
