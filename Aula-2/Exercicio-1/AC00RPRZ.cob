      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00RPRZ.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00RPRZ
      *OBJETIVO   : RELATORIO DIARIO DE PRAZO DE PAGAMENTO DAS
      *             RESCISOES (ART. 477, AC00PRZL): PARA CADA RESCISAO
      *             REGISTRADA POR AC00RESC EM AC00PRAZ, PROCURA EM
      *             MOVEPGST O PRIMEIRO CREDITO PAGO DA MATRICULA A
      *             PARTIR DA DATA DE DEMISSAO E O CONFRONTA COM A DATA
      *             LIMITE. LISTA, EM ORDEM DE DATA LIMITE, AS
      *             RESCISOES PENDENTES COM OS DIAS RESTANTES E AS
      *             PAGAS NOS ULTIMOS 30 DIAS COM A DATA DO PAGAMENTO;
      *             AS VENCIDAS SEM PAGAMENTO E AS PAGAS EM ATRASO SAEM
      *             SINALIZADAS COM A MULTA DO ART. 477 (UM SALARIO)
      *             PARA O RH PROVISIONAR
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
           SELECT PRAZO-ARQ ASSIGN TO "AC00PRAZ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRZ-MATRICULA
               FILE STATUS IS WS-FS-PRAZO.

           SELECT SITUACAO-ARQ ASSIGN TO "MOVEPGST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGS-CHAVE
               FILE STATUS IS WS-FS-SITUACAO.

           SELECT SORT-ARQ ASSIGN TO "SORTWK".

           SELECT RELATORIO-ARQ ASSIGN TO "AC00PRZL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  PRAZO-ARQ.
       01 REG-PRAZO.
           05 PRZ-MATRICULA PIC 9(06).
           05 PRZ-NOME PIC X(20).
           05 PRZ-EMPRESA PIC 9(03).
           05 PRZ-DATA-DEMISSAO PIC 9(08).
           05 PRZ-DATA-LIMITE PIC 9(08).
           05 PRZ-SALARIO PIC 9(07)V99.
           05 PRZ-VALOR-LIQUIDO PIC 9(07)V99.
           05 PRZ-DATA-CALCULO PIC 9(08).

       FD  SITUACAO-ARQ.
       01 REG-SITUACAO.
           05 PGS-CHAVE.
               10 PGS-MATRICULA PIC 9(06).
               10 PGS-DATA-PAGTO PIC 9(08).
           05 PGS-SITUACAO PIC X(01).
               88 PGS-PAGO VALUE 'P'.
               88 PGS-REJEITADO VALUE 'R'.
           05 PGS-VALOR PIC 9(09)V99.
           05 PGS-MOTIVO PIC X(20).

       SD  SORT-ARQ.
       01 REG-SORT.
           05 SRT-DATA-LIMITE PIC 9(08).
           05 SRT-MATRICULA PIC 9(06).
           05 SRT-NOME PIC X(20).
           05 SRT-DATA-DEMISSAO PIC 9(08).
           05 SRT-DATA-PAGTO PIC 9(08).
           05 SRT-DIAS PIC S9(05).
           05 SRT-SITUACAO PIC X(01).
               88 SRT-PENDENTE VALUE 'P'.
               88 SRT-VENCIDA VALUE 'V'.
               88 SRT-PAGA-NO-PRAZO VALUE 'N'.
               88 SRT-PAGA-EM-ATRASO VALUE 'A'.
           05 SRT-MULTA PIC 9(07)V99.

       FD  RELATORIO-ARQ.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
       01 WS-DIA-HOJE PIC 9(07) VALUE ZERO.
       01 WS-DIA-LIMITE PIC 9(07) VALUE ZERO.
       01 WS-DIA-PAGTO PIC 9(07) VALUE ZERO.
       01 WS-JANELA-PAGOS-DIAS PIC 9(03) VALUE 30.
       01 WS-DATA-PAGTO-ACHADA PIC 9(08) VALUE ZERO.

       01 WS-AREA-TOTAIS.
           05 WS-QTD-LIDOS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-PENDENTES PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-VENCIDAS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-PAGAS-NO-PRAZO PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-PAGAS-EM-ATRASO PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-MULTA PIC 9(09)V99 VALUE ZERO.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-PRAZO PIC X(02) VALUE '00'.
           05 WS-FS-SITUACAO PIC X(02) VALUE '00'.
           05 WS-FS-RELATORIO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-PRAZOS PIC X(01) VALUE 'N'.
               88 WS-FIM-PRAZOS VALUE 'S'.
               88 WS-NAO-FIM-PRAZOS VALUE 'N'.
           05 WS-IND-FIM-SITUACAO PIC X(01) VALUE 'N'.
               88 WS-FIM-SITUACAO VALUE 'S'.
               88 WS-NAO-FIM-SITUACAO VALUE 'N'.
           05 WS-IND-FIM-SORT PIC X(01) VALUE 'N'.
               88 WS-FIM-SORT VALUE 'S'.
               88 WS-NAO-FIM-SORT VALUE 'N'.
           05 WS-IND-SITUACAO-ABERTO PIC X(01) VALUE 'N'.
               88 WS-SITUACAO-ABERTO VALUE 'S'.
               88 WS-SITUACAO-FECHADO VALUE 'N'.

       01 WS-CAB-RELATORIO-1.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(56)
               VALUE 'PRAZO DE PAGAMENTO DAS RESCISOES (ART. 477 CLT)'.
           05 FILLER PIC X(12) VALUE SPACES.

       01 WS-CAB-RELATORIO-2.
           05 FILLER PIC X(09) VALUE 'EMISSAO: '.
           05 CAB-DATA PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(30)
               VALUE 'PAGAS LISTADAS DOS ULTIMOS 30 '.
           05 FILLER PIC X(05) VALUE 'DIAS'.
           05 FILLER PIC X(24) VALUE SPACES.

       01 WS-CAB-COLUNAS.
           05 FILLER PIC X(44)
               VALUE 'MATRIC NOME               DEMISSAO LIMITE   '.
           05 FILLER PIC X(36)
               VALUE 'PAGTO     DIAS SITUACAO       MULTA '.

       01 WS-LINHA-DETALHE.
           05 DET-MATRICULA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-NOME PIC X(18) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-DATA-DEMISSAO PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-DATA-LIMITE PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-DATA-PAGTO PIC X(08) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-DIAS PIC -ZZZ9 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-SITUACAO PIC X(09) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-MULTA PIC ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.

       01 WS-LINHA-TOTAL-1.
           05 FILLER PIC X(11) VALUE 'PENDENTES: '.
           05 TOT-PENDENTES PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER PIC X(12) VALUE '  VENCIDAS: '.
           05 TOT-VENCIDAS PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER PIC X(12) VALUE '  NO PRAZO: '.
           05 TOT-PAGAS-NO-PRAZO PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER PIC X(13) VALUE '  EM ATRASO: '.
           05 TOT-PAGAS-EM-ATRASO PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER PIC X(08) VALUE SPACES.

       01 WS-LINHA-TOTAL-2.
           05 FILLER PIC X(34)
               VALUE 'MULTA DO ART. 477 A PROVISIONAR: '.
           05 TOT-MULTA PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(31) VALUE SPACES.

       01 WS-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 1000-ORDENAR-RESCISOES.
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--PRAZO DE PAGAMENTO DAS RESCISOES (ART. 477)--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

           OPEN OUTPUT RELATORIO-ARQ
           IF WS-FS-RELATORIO NOT = '00'
               MOVE WS-FS-RELATORIO TO WS-FILE-STATUS
               MOVE 'AC00PRZL' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           OPEN INPUT SITUACAO-ARQ
           IF WS-FS-SITUACAO = '00'
               SET WS-SITUACAO-ABERTO TO TRUE
           ELSE
               SET WS-SITUACAO-FECHADO TO TRUE
               IF WS-FS-SITUACAO = '35'
                   DISPLAY 'MOVEPGST NAO ENCONTRADO - NENHUMA RESCISAO '
                       'SERA DADA COMO PAGA'
               ELSE
                   MOVE WS-FS-SITUACAO TO WS-FILE-STATUS
                   MOVE 'MOVEPGST' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       1000-ORDENAR-RESCISOES.
           SORT SORT-ARQ
               ON ASCENDING KEY SRT-DATA-LIMITE SRT-MATRICULA
               INPUT PROCEDURE IS 1100-SELECIONAR-RESCISOES
               OUTPUT PROCEDURE IS 2000-IMPRIMIR-RELATORIO
           EXIT.

       1100-SELECIONAR-RESCISOES.
           OPEN INPUT PRAZO-ARQ
           IF WS-FS-PRAZO = '35'
               DISPLAY 'AC00PRAZ NAO ENCONTRADO - NENHUMA RESCISAO '
                   'CALCULADA PELO AC00RESC'
           ELSE
               IF WS-FS-PRAZO NOT = '00'
                   MOVE WS-FS-PRAZO TO WS-FILE-STATUS
                   MOVE 'AC00PRAZ' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               PERFORM 1150-LER-PRAZO
               PERFORM 1200-AVALIAR-RESCISAO UNTIL WS-FIM-PRAZOS
               CLOSE PRAZO-ARQ
           END-IF
           EXIT.

       1150-LER-PRAZO.
           READ PRAZO-ARQ
               AT END
                   SET WS-FIM-PRAZOS TO TRUE
           END-READ
           EXIT.

       1200-AVALIAR-RESCISAO.
           ADD 1 TO WS-QTD-LIDOS
           PERFORM 1250-LOCALIZAR-PAGAMENTO
           COMPUTE WS-DIA-LIMITE =
               FUNCTION INTEGER-OF-DATE(PRZ-DATA-LIMITE)

           MOVE PRZ-DATA-LIMITE TO SRT-DATA-LIMITE
           MOVE PRZ-MATRICULA TO SRT-MATRICULA
           MOVE PRZ-NOME TO SRT-NOME
           MOVE PRZ-DATA-DEMISSAO TO SRT-DATA-DEMISSAO
           MOVE WS-DATA-PAGTO-ACHADA TO SRT-DATA-PAGTO
           MOVE ZERO TO SRT-MULTA

           IF WS-DATA-PAGTO-ACHADA = ZERO
               COMPUTE SRT-DIAS = WS-DIA-LIMITE - WS-DIA-HOJE
               IF SRT-DIAS < ZERO
                   SET SRT-VENCIDA TO TRUE
                   MOVE PRZ-SALARIO TO SRT-MULTA
                   ADD 1 TO WS-QTD-VENCIDAS
               ELSE
                   SET SRT-PENDENTE TO TRUE
                   ADD 1 TO WS-QTD-PENDENTES
               END-IF
               RELEASE REG-SORT
           ELSE
               COMPUTE WS-DIA-PAGTO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PAGTO-ACHADA)
               COMPUTE SRT-DIAS = WS-DIA-LIMITE - WS-DIA-PAGTO
               IF SRT-DIAS < ZERO
                   SET SRT-PAGA-EM-ATRASO TO TRUE
                   MOVE PRZ-SALARIO TO SRT-MULTA
                   ADD 1 TO WS-QTD-PAGAS-EM-ATRASO
               ELSE
                   SET SRT-PAGA-NO-PRAZO TO TRUE
                   ADD 1 TO WS-QTD-PAGAS-NO-PRAZO
               END-IF
               IF WS-DIA-HOJE - WS-DIA-PAGTO
                   NOT > WS-JANELA-PAGOS-DIAS
                   RELEASE REG-SORT
               END-IF
           END-IF
           ADD SRT-MULTA TO WS-TOTAL-MULTA

           PERFORM 1150-LER-PRAZO
           EXIT.

       1250-LOCALIZAR-PAGAMENTO.
           MOVE ZERO TO WS-DATA-PAGTO-ACHADA
           IF WS-SITUACAO-ABERTO
               MOVE PRZ-MATRICULA TO PGS-MATRICULA
               MOVE PRZ-DATA-DEMISSAO TO PGS-DATA-PAGTO
               SET WS-NAO-FIM-SITUACAO TO TRUE
               START SITUACAO-ARQ KEY IS NOT LESS THAN PGS-CHAVE
                   INVALID KEY
                       SET WS-FIM-SITUACAO TO TRUE
               END-START
               PERFORM 1260-LER-SITUACAO
                   UNTIL WS-FIM-SITUACAO
                   OR WS-DATA-PAGTO-ACHADA > ZERO
           END-IF
           EXIT.

       1260-LER-SITUACAO.
           READ SITUACAO-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-SITUACAO TO TRUE
               NOT AT END
                   IF PGS-MATRICULA NOT = PRZ-MATRICULA
                       SET WS-FIM-SITUACAO TO TRUE
                   ELSE
                       IF PGS-PAGO
                           MOVE PGS-DATA-PAGTO TO WS-DATA-PAGTO-ACHADA
                       END-IF
                   END-IF
           END-READ
           EXIT.

       2000-IMPRIMIR-RELATORIO.
           MOVE WS-DATA-HOJE TO CAB-DATA
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-1
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-2
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           WRITE REG-RELATORIO FROM WS-CAB-COLUNAS

           SET WS-NAO-FIM-SORT TO TRUE
           PERFORM 2050-RETORNAR-SORT
           PERFORM 2100-IMPRIMIR-RESCISAO UNTIL WS-FIM-SORT

           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           MOVE WS-QTD-PENDENTES TO TOT-PENDENTES
           MOVE WS-QTD-VENCIDAS TO TOT-VENCIDAS
           MOVE WS-QTD-PAGAS-NO-PRAZO TO TOT-PAGAS-NO-PRAZO
           MOVE WS-QTD-PAGAS-EM-ATRASO TO TOT-PAGAS-EM-ATRASO
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-1
           MOVE WS-TOTAL-MULTA TO TOT-MULTA
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-2
           EXIT.

       2050-RETORNAR-SORT.
           RETURN SORT-ARQ
               AT END
                   SET WS-FIM-SORT TO TRUE
           END-RETURN
           EXIT.

       2100-IMPRIMIR-RESCISAO.
           MOVE SRT-MATRICULA TO DET-MATRICULA
           MOVE SRT-NOME TO DET-NOME
           MOVE SRT-DATA-DEMISSAO TO DET-DATA-DEMISSAO
           MOVE SRT-DATA-LIMITE TO DET-DATA-LIMITE
           MOVE SPACES TO DET-DATA-PAGTO
           IF SRT-DATA-PAGTO > ZERO
               MOVE SRT-DATA-PAGTO TO DET-DATA-PAGTO
           END-IF
           MOVE SRT-DIAS TO DET-DIAS
           MOVE SRT-MULTA TO DET-MULTA
           EVALUATE TRUE
               WHEN SRT-PENDENTE
                   MOVE 'PENDENTE' TO DET-SITUACAO
               WHEN SRT-VENCIDA
                   MOVE 'VENCIDA' TO DET-SITUACAO
               WHEN SRT-PAGA-NO-PRAZO
                   MOVE 'NO PRAZO' TO DET-SITUACAO
               WHEN SRT-PAGA-EM-ATRASO
                   MOVE 'EM ATRASO' TO DET-SITUACAO
           END-EVALUATE
           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE

           PERFORM 2050-RETORNAR-SORT
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           IF WS-SITUACAO-ABERTO
               CLOSE SITUACAO-ARQ
           END-IF
           CLOSE RELATORIO-ARQ
           MOVE WS-TOTAL-MULTA TO TOT-MULTA
           DISPLAY 'RESCISOES LIDAS..........: ' WS-QTD-LIDOS
           DISPLAY 'PENDENTES NO PRAZO.......: ' WS-QTD-PENDENTES
           DISPLAY 'VENCIDAS SEM PAGAMENTO...: ' WS-QTD-VENCIDAS
           DISPLAY 'PAGAS NO PRAZO...........: ' WS-QTD-PAGAS-NO-PRAZO
           DISPLAY 'PAGAS EM ATRASO..........: ' WS-QTD-PAGAS-EM-ATRASO
           DISPLAY 'MULTA ART. 477...........: ' TOT-MULTA
           DISPLAY 'RELATORIO AC00PRZL GERADO.'
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
