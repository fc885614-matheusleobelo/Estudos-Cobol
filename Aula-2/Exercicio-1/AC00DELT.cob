      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00DELT.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00DELT
      *OBJETIVO   : EXTRACAO DIARIA DAS ALTERACOES DO AC00FUNC PARA OS
      *             SISTEMAS CONSUMIDORES (ARQUIVO AC00DLTA, LAYOUT
      *             FIXO, COM HEADER '0' E TRAILER '9' NO PADRAO DO
      *             MOVEORIG). NO MODO DIARIO (D) SO SAEM AS
      *             INCLUSOES (MATRICULA AINDA NAO EXTRAIDA), OS
      *             DESLIGAMENTOS (MATRICULA EXTRAIDA ATIVA E AGORA
      *             INATIVA) E AS ALTERACOES (EVENTOS DO HISTORICO
      *             AC00HEVT GRAVADOS DESDE A ULTIMA EXTRACAO), UM
      *             REGISTRO POR MATRICULA COM OS DADOS ATUAIS DO
      *             CADASTRO. A SITUACAO JA EXTRAIDA DE CADA MATRICULA
      *             FICA NO AC00DSNP E A POSICAO JA CONSUMIDA DO
      *             AC00HEVT NO CHECKPOINT AC00DCKP, GRAVADO SO NO FIM
      *             DA EXTRACAO - UMA EXECUCAO INTERROMPIDA E REFEITA
      *             COM O MESMO NUMERO DE SEQUENCIA, SEM PERDER NEM
      *             REPETIR MOVIMENTO. NO MODO CARGA COMPLETA (F) SAEM
      *             TODOS OS FUNCIONARIOS ATIVOS, PARA A RECARGA DE UM
      *             SISTEMA CONSUMIDOR, E O AC00DSNP E RECONSTRUIDO
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *15/10/2026 MLBF    CONFERE NO INICIO, VIA ROTINA JOBPRED, SE OS
      *                   JOBS PREDECESSORES CADASTRADOS EM SETDEPE
      *                   CONCLUIRAM EM SETSTAT; COM PREDECESSOR
      *                   AUSENTE, ABORTADO OU EM EXECUCAO O PROGRAMA
      *                   NAO RODA E ENCERRA COM RETURN-CODE 12 (MOTIVO
      *                   GRAVADO EM SETAUDIT)
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

           SELECT SNAPSHOT-ARQ ASSIGN TO "AC00DSNP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-MATRICULA
               FILE STATUS IS WS-FS-SNAPSHOT.

           SELECT EVENTO-ARQ ASSIGN TO "AC00HEVT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EVENTO.

           SELECT CHECKPOINT-ARQ ASSIGN TO "AC00DCKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHECKPOINT.

           SELECT DELTA-ARQ ASSIGN TO "AC00DLTA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DELTA.

           SELECT SORT-ARQ ASSIGN TO "SORTWK".

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

       FD  SNAPSHOT-ARQ.
       01 REG-SNAPSHOT.
           05 SNP-MATRICULA PIC 9(06).
           05 SNP-IND-ATIVO PIC X(01).
           05 SNP-SEQUENCIA PIC 9(06).
           05 SNP-IND-ATIVO-ANTERIOR PIC X(01).
           05 SNP-DATA-EXTRACAO PIC 9(08).

       FD  EVENTO-ARQ.
       01 REG-EVENTO.
           05 EVT-MATRICULA PIC 9(06).
           05 FILLER PIC X.
           05 EVT-DATA PIC 9(08).
           05 FILLER PIC X.
           05 EVT-HORA PIC 9(06).
           05 FILLER PIC X.
           05 EVT-TIPO PIC X(04).
           05 FILLER PIC X.
           05 EVT-VALOR-ANTIGO PIC X(20).
           05 FILLER PIC X.
           05 EVT-VALOR-NOVO PIC X(20).
           05 FILLER PIC X.
           05 EVT-OPERADOR PIC X(08).
           05 FILLER PIC X.
           05 EVT-OPERADOR-APROV PIC X(08).

       FD  CHECKPOINT-ARQ.
       01 REG-CHECKPOINT.
           05 CKD-SEQUENCIA PIC 9(06).
           05 FILLER PIC X.
           05 CKD-QTD-EVENTOS PIC 9(09).
           05 FILLER PIC X.
           05 CKD-DATA-ULT-EVENTO PIC 9(08).
           05 FILLER PIC X.
           05 CKD-HORA-ULT-EVENTO PIC 9(06).
           05 FILLER PIC X.
           05 CKD-DATA-EXTRACAO PIC 9(08).
           05 FILLER PIC X.
           05 CKD-HORA-EXTRACAO PIC 9(06).
           05 FILLER PIC X.
           05 CKD-MODO PIC X(01).

       FD  DELTA-ARQ.
       01 REG-DELTA.
           05 DLT-TIPO-REG PIC X(01).
           05 DLT-MOVIMENTO PIC X(01).
               88 DLT-INCLUSAO VALUE 'I'.
               88 DLT-ALTERACAO VALUE 'A'.
               88 DLT-DESLIGAMENTO VALUE 'D'.
           05 DLT-MATRICULA PIC 9(06).
           05 DLT-NOME PIC X(20).
           05 DLT-CPF PIC 9(11).
           05 DLT-EMPRESA PIC 9(03).
           05 DLT-DEPARTAMENTO PIC X(04).
           05 DLT-CARGO PIC X(04).
           05 DLT-SALARIO PIC 9(07)V99.
           05 DLT-DATA-ADMISSAO PIC 9(08).
           05 DLT-DATA-DEMISSAO PIC 9(08).
           05 DLT-IND-ATIVO PIC X(01).
           05 DLT-TIPO-CONTRATO PIC X(01).
           05 DLT-CIDADE PIC X(15).
           05 DLT-UF PIC X(02).
           05 DLT-COD-MUNICIPIO PIC 9(07).
           05 DLT-QTD-EVENTOS PIC 9(03).
           05 DLT-TIPO-ULT-EVENTO PIC X(04).
           05 DLT-DATA-MOVIMENTO PIC 9(08).
           05 DLT-HORA-MOVIMENTO PIC 9(06).
           05 FILLER PIC X(18).

       SD  SORT-ARQ.
       01 REG-SORT.
           05 SRT-MATRICULA PIC 9(06).
           05 SRT-MOVIMENTO PIC X(01).
           05 SRT-MARCA.
               10 SRT-DATA PIC 9(08).
               10 SRT-HORA PIC 9(06).
           05 SRT-TIPO-EVENTO PIC X(04).

       WORKING-STORAGE SECTION.
       01 WS-REG-DELTA-HEADER.
           05 DLH-TIPO PIC X(01) VALUE '0'.
           05 DLH-DATA-GERACAO PIC 9(08) VALUE ZERO.
           05 DLH-HORA-GERACAO PIC 9(06) VALUE ZERO.
           05 DLH-SEQUENCIA PIC 9(06) VALUE ZERO.
           05 DLH-MODO PIC X(01) VALUE SPACE.
           05 DLH-DATA-DESDE PIC 9(08) VALUE ZERO.
           05 DLH-HORA-DESDE PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(104) VALUE SPACES.

       01 WS-REG-DELTA-TRAILER.
           05 DLR-TIPO PIC X(01) VALUE '9'.
           05 DLR-QTD-REGISTROS PIC 9(07) VALUE ZERO.
           05 DLR-QTD-INCLUSOES PIC 9(07) VALUE ZERO.
           05 DLR-QTD-ALTERACOES PIC 9(07) VALUE ZERO.
           05 DLR-QTD-DESLIGAMENTOS PIC 9(07) VALUE ZERO.
           05 FILLER PIC X(111) VALUE SPACES.

       01 WS-AREA-EXTRACAO.
           05 WS-MODO-EXTRACAO PIC X(01) VALUE 'D'.
               88 WS-MODO-DIARIO VALUE 'D' 'd'.
               88 WS-MODO-COMPLETO VALUE 'F' 'f'.
               88 WS-MODO-VALIDO VALUE 'D' 'd' 'F' 'f'.
           05 WS-SEQUENCIA-ATUAL PIC 9(06) VALUE ZERO.
           05 WS-QTD-EVENTOS-CHECKPOINT PIC 9(09) VALUE ZERO.
           05 WS-IND-CHECKPOINT PIC X(01) VALUE 'N'.
               88 WS-COM-CHECKPOINT VALUE 'S'.
               88 WS-SEM-CHECKPOINT VALUE 'N'.
           05 WS-IND-RETOMADA PIC X(01) VALUE 'P'.
               88 WS-RETOMADA-POR-POSICAO VALUE 'P'.
               88 WS-RETOMADA-POR-DATA VALUE 'D'.
           05 WS-SITUACAO-ANTERIOR PIC X(01) VALUE SPACE.
               88 WS-NAO-EXTRAIDO VALUE SPACE.
               88 WS-EXTRAIDO-ATIVO VALUE 'A'.
               88 WS-EXTRAIDO-INATIVO VALUE 'I'.

       01 WS-MARCA-CHECKPOINT.
           05 WS-MCK-DATA PIC 9(08) VALUE ZERO.
           05 WS-MCK-HORA PIC 9(06) VALUE ZERO.

       01 WS-MARCA-EVENTO.
           05 WS-MEV-DATA PIC 9(08) VALUE ZERO.
           05 WS-MEV-HORA PIC 9(06) VALUE ZERO.

       01 WS-MARCA-GRUPO.
           05 WS-MGR-DATA PIC 9(08) VALUE ZERO.
           05 WS-MGR-HORA PIC 9(06) VALUE ZERO.

       01 WS-AREA-GRUPO.
           05 WS-MATRICULA-ANTERIOR PIC 9(06) VALUE ZERO.
           05 WS-MOVIMENTO-GRUPO PIC X(01) VALUE SPACE.
           05 WS-QTD-EVENTOS-GRUPO PIC 9(03) VALUE ZERO.
           05 WS-TIPO-ULT-EVENTO PIC X(04) VALUE SPACES.

       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
       01 WS-HORA-COMPLETA PIC 9(08) VALUE ZERO.
       01 WS-HORA-HOJE PIC 9(06) VALUE ZERO.

       01 WS-AREA-CONTADORES.
           05 WS-QTD-EVENTOS-ARQUIVO PIC 9(09) COMP VALUE ZERO.
           05 WS-QTD-EVENTOS-LIDOS PIC 9(09) COMP VALUE ZERO.
           05 WS-QTD-EVENTOS-NOVOS PIC 9(07) COMP VALUE ZERO.
           05 WS-QTD-FUNCIONARIOS-LIDOS PIC 9(07) COMP VALUE ZERO.
           05 WS-QTD-INATIVOS-CARGA PIC 9(07) COMP VALUE ZERO.
           05 WS-QTD-SEM-CADASTRO PIC 9(07) COMP VALUE ZERO.

       01 WS-AREA-JOBPRED.
           05 WS-JOB-NOME-PRED PIC X(08) VALUE 'AC00DELT'.
           05 WS-RESULTADO-PRED PIC X(01) VALUE 'S'.
               88 WS-PREDECESSORES-OK VALUE 'S'.
               88 WS-PREDECESSOR-PENDENTE VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-SNAPSHOT PIC X(02) VALUE '00'.
           05 WS-FS-EVENTO PIC X(02) VALUE '00'.
           05 WS-FS-CHECKPOINT PIC X(02) VALUE '00'.
           05 WS-FS-DELTA PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-EVENTO-ABERTO PIC X(01) VALUE 'N'.
               88 WS-EVENTO-ABERTO VALUE 'S'.
               88 WS-EVENTO-FECHADO VALUE 'N'.
           05 WS-IND-FIM-EVENTOS PIC X(01) VALUE 'N'.
               88 WS-FIM-EVENTOS VALUE 'S'.
               88 WS-NAO-FIM-EVENTOS VALUE 'N'.
           05 WS-IND-FIM-FUNCIONARIOS PIC X(01) VALUE 'N'.
               88 WS-FIM-FUNCIONARIOS VALUE 'S'.
               88 WS-NAO-FIM-FUNCIONARIOS VALUE 'N'.
           05 WS-IND-FIM-SORT PIC X(01) VALUE 'N'.
               88 WS-FIM-SORT VALUE 'S'.
               88 WS-NAO-FIM-SORT VALUE 'N'.
           05 WS-IND-SNAPSHOT-LIDO PIC X(01) VALUE 'N'.
               88 WS-SNAPSHOT-ENCONTRADO VALUE 'S'.
               88 WS-SNAPSHOT-NAO-ENCONTRADO VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       IF WS-MODO-COMPLETO
           PERFORM 3000-GERAR-CARGA-COMPLETA
       ELSE
           PERFORM 2000-GERAR-DELTA
       END-IF
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           PERFORM 0005-CONFERIR-PREDECESSORES
           DISPLAY '--EXTRACAO DE ALTERACOES DO AC00FUNC (AC00DELT)--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA(1:6) TO WS-HORA-HOJE
           DISPLAY 'MODO DE EXTRACAO (D = DIARIO, F = CARGA COMPLETA)?'
           ACCEPT WS-MODO-EXTRACAO
           IF NOT WS-MODO-VALIDO
               DISPLAY 'MODO ' WS-MODO-EXTRACAO ' INVALIDO - ASSUMIDO '
                   'D (DIARIO)'
               MOVE 'D' TO WS-MODO-EXTRACAO
           END-IF

           PERFORM 0100-LER-CHECKPOINT
           IF WS-MODO-DIARIO AND WS-SEM-CHECKPOINT
               DISPLAY 'SEM EXTRACAO ANTERIOR - EXECUTADA A CARGA '
                   'COMPLETA'
               MOVE 'F' TO WS-MODO-EXTRACAO
           END-IF

           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 0010-ABRIR-FUNCIONARIOS
               UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL
           PERFORM 0200-ABRIR-SNAPSHOT

           IF WS-MODO-DIARIO
               PERFORM 0300-CONTAR-EVENTOS
           END-IF

           OPEN OUTPUT DELTA-ARQ
           IF WS-FS-DELTA NOT = '00'
               MOVE WS-FS-DELTA TO WS-FILE-STATUS
               MOVE 'AC00DLTA' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           MOVE WS-DATA-HOJE TO DLH-DATA-GERACAO
           MOVE WS-HORA-HOJE TO DLH-HORA-GERACAO
           MOVE WS-SEQUENCIA-ATUAL TO DLH-SEQUENCIA
           IF WS-MODO-COMPLETO
               MOVE 'F' TO DLH-MODO
               MOVE ZERO TO DLH-DATA-DESDE
               MOVE ZERO TO DLH-HORA-DESDE
           ELSE
               MOVE 'D' TO DLH-MODO
               MOVE WS-MCK-DATA TO DLH-DATA-DESDE
               MOVE WS-MCK-HORA TO DLH-HORA-DESDE
           END-IF
           WRITE REG-DELTA FROM WS-REG-DELTA-HEADER
           DISPLAY 'EXTRACAO ' WS-SEQUENCIA-ATUAL ' - MODO ' DLH-MODO
           EXIT.

       0005-CONFERIR-PREDECESSORES.
           CALL 'JOBPRED' USING WS-JOB-NOME-PRED WS-RESULTADO-PRED
           IF WS-PREDECESSOR-PENDENTE
               DISPLAY 'PREDECESSOR PENDENTE EM SETSTAT - '
                   'PROCESSAMENTO NAO INICIADO (RC 12)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
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

       0100-LER-CHECKPOINT.
           SET WS-SEM-CHECKPOINT TO TRUE
           MOVE 1 TO WS-SEQUENCIA-ATUAL
           OPEN INPUT CHECKPOINT-ARQ
           IF WS-FS-CHECKPOINT = '35'
               DISPLAY 'AC00DCKP NAO ENCONTRADO - PRIMEIRA EXTRACAO'
           ELSE
               IF WS-FS-CHECKPOINT NOT = '00'
                   MOVE WS-FS-CHECKPOINT TO WS-FILE-STATUS
                   MOVE 'AC00DCKP' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               READ CHECKPOINT-ARQ
                   AT END
                       DISPLAY 'AC00DCKP VAZIO - PRIMEIRA EXTRACAO'
                   NOT AT END
                       SET WS-COM-CHECKPOINT TO TRUE
                       COMPUTE WS-SEQUENCIA-ATUAL = CKD-SEQUENCIA + 1
                       MOVE CKD-QTD-EVENTOS TO WS-QTD-EVENTOS-CHECKPOINT
                       MOVE CKD-DATA-ULT-EVENTO TO WS-MCK-DATA
                       MOVE CKD-HORA-ULT-EVENTO TO WS-MCK-HORA
                       DISPLAY 'ULTIMA EXTRACAO: ' CKD-SEQUENCIA
                           ' EM ' CKD-DATA-EXTRACAO ' '
                           CKD-HORA-EXTRACAO ' (MODO ' CKD-MODO ')'
               END-READ
               CLOSE CHECKPOINT-ARQ
           END-IF
           EXIT.

       0200-ABRIR-SNAPSHOT.
           IF WS-MODO-DIARIO
               OPEN I-O SNAPSHOT-ARQ
               IF WS-FS-SNAPSHOT = '35'
                   DISPLAY 'AC00DSNP NAO ENCONTRADO - EXECUTADA A '
                       'CARGA COMPLETA'
                   MOVE 'F' TO WS-MODO-EXTRACAO
               END-IF
           END-IF
           IF WS-MODO-COMPLETO
               OPEN OUTPUT SNAPSHOT-ARQ
               CLOSE SNAPSHOT-ARQ
               OPEN I-O SNAPSHOT-ARQ
           END-IF
           IF WS-FS-SNAPSHOT NOT = '00'
               MOVE WS-FS-SNAPSHOT TO WS-FILE-STATUS
               MOVE 'AC00DSNP' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       0300-CONTAR-EVENTOS.
           PERFORM 1000-ABRIR-EVENTOS
           IF WS-EVENTO-ABERTO
               PERFORM 1100-LER-EVENTO
               PERFORM 1100-LER-EVENTO UNTIL WS-FIM-EVENTOS
               CLOSE EVENTO-ARQ
               SET WS-EVENTO-FECHADO TO TRUE
           END-IF
           MOVE WS-QTD-EVENTOS-LIDOS TO WS-QTD-EVENTOS-ARQUIVO
           IF WS-QTD-EVENTOS-ARQUIVO < WS-QTD-EVENTOS-CHECKPOINT
               SET WS-RETOMADA-POR-DATA TO TRUE
               DISPLAY 'AC00HEVT COM ' WS-QTD-EVENTOS-ARQUIVO
                   ' EVENTOS, MENOS QUE OS ' WS-QTD-EVENTOS-CHECKPOINT
                   ' JA EXTRAIDOS - RETOMADA PELA DATA/HORA DO '
                   'ULTIMO EVENTO'
           END-IF
           MOVE ZERO TO WS-QTD-EVENTOS-LIDOS
           EXIT.

       1000-ABRIR-EVENTOS.
           SET WS-NAO-FIM-EVENTOS TO TRUE
           MOVE ZERO TO WS-QTD-EVENTOS-LIDOS
           MOVE WS-MARCA-CHECKPOINT TO WS-MARCA-EVENTO
           OPEN INPUT EVENTO-ARQ
           IF WS-FS-EVENTO = '35'
               DISPLAY 'AC00HEVT NAO ENCONTRADO - SEM EVENTOS'
               SET WS-FIM-EVENTOS TO TRUE
           ELSE
               IF WS-FS-EVENTO NOT = '00'
                   MOVE WS-FS-EVENTO TO WS-FILE-STATUS
                   MOVE 'AC00HEVT' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-EVENTO-ABERTO TO TRUE
           END-IF
           EXIT.

       1100-LER-EVENTO.
           READ EVENTO-ARQ
               AT END
                   SET WS-FIM-EVENTOS TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-EVENTOS-LIDOS
                   MOVE EVT-DATA TO WS-MEV-DATA
                   MOVE EVT-HORA TO WS-MEV-HORA
           END-READ
           EXIT.

       1200-LER-FUNCIONARIO.
           READ AC00-ARQ-FUNCIONARIOS NEXT RECORD
               AT END
                   SET WS-FIM-FUNCIONARIOS TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-FUNCIONARIOS-LIDOS
           END-READ
           EXIT.

       2000-GERAR-DELTA.
           SORT SORT-ARQ
               ON ASCENDING KEY SRT-MATRICULA
               ON DESCENDING KEY SRT-MOVIMENTO
               INPUT PROCEDURE IS 2100-SELECIONAR-MOVIMENTOS
               OUTPUT PROCEDURE IS 2500-GRAVAR-MOVIMENTOS
           EXIT.

       2100-SELECIONAR-MOVIMENTOS.
           PERFORM 2200-SELECIONAR-EVENTOS
           PERFORM 2300-COMPARAR-CADASTRO
           EXIT.

       2200-SELECIONAR-EVENTOS.
           PERFORM 1000-ABRIR-EVENTOS
           IF WS-EVENTO-ABERTO
               PERFORM 1100-LER-EVENTO
               PERFORM 2250-AVALIAR-EVENTO UNTIL WS-FIM-EVENTOS
               CLOSE EVENTO-ARQ
               SET WS-EVENTO-FECHADO TO TRUE
           END-IF
           EXIT.

       2250-AVALIAR-EVENTO.
           IF (WS-RETOMADA-POR-POSICAO
               AND WS-QTD-EVENTOS-LIDOS > WS-QTD-EVENTOS-CHECKPOINT)
               OR (WS-RETOMADA-POR-DATA
               AND WS-MARCA-EVENTO > WS-MARCA-CHECKPOINT)
               MOVE EVT-MATRICULA TO SRT-MATRICULA
               MOVE 'A' TO SRT-MOVIMENTO
               MOVE EVT-DATA TO SRT-DATA
               MOVE EVT-HORA TO SRT-HORA
               MOVE EVT-TIPO TO SRT-TIPO-EVENTO
               RELEASE REG-SORT
               ADD 1 TO WS-QTD-EVENTOS-NOVOS
           END-IF
           PERFORM 1100-LER-EVENTO
           EXIT.

       2300-COMPARAR-CADASTRO.
           SET WS-NAO-FIM-FUNCIONARIOS TO TRUE
           PERFORM 1200-LER-FUNCIONARIO
           PERFORM 2350-AVALIAR-FUNCIONARIO UNTIL WS-FIM-FUNCIONARIOS
           EXIT.

       2350-AVALIAR-FUNCIONARIO.
           PERFORM 2400-OBTER-SITUACAO-ANTERIOR
           MOVE FUNC-MATRICULA TO SRT-MATRICULA
           MOVE WS-DATA-HOJE TO SRT-DATA
           MOVE WS-HORA-HOJE TO SRT-HORA
           MOVE SPACES TO SRT-TIPO-EVENTO
           EVALUATE TRUE
               WHEN WS-NAO-EXTRAIDO
                   MOVE 'I' TO SRT-MOVIMENTO
                   RELEASE REG-SORT
               WHEN WS-EXTRAIDO-ATIVO AND FUNC-INATIVO
                   MOVE 'D' TO SRT-MOVIMENTO
                   RELEASE REG-SORT
               WHEN WS-EXTRAIDO-INATIVO AND FUNC-ATIVO
                   MOVE 'A' TO SRT-MOVIMENTO
                   RELEASE REG-SORT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1200-LER-FUNCIONARIO
           EXIT.

       2400-OBTER-SITUACAO-ANTERIOR.
           MOVE FUNC-MATRICULA TO SNP-MATRICULA
           SET WS-SNAPSHOT-NAO-ENCONTRADO TO TRUE
           READ SNAPSHOT-ARQ
               INVALID KEY
                   MOVE SPACE TO WS-SITUACAO-ANTERIOR
               NOT INVALID KEY
                   SET WS-SNAPSHOT-ENCONTRADO TO TRUE
                   IF SNP-SEQUENCIA = WS-SEQUENCIA-ATUAL
                       MOVE SNP-IND-ATIVO-ANTERIOR
                           TO WS-SITUACAO-ANTERIOR
                   ELSE
                       MOVE SNP-IND-ATIVO TO WS-SITUACAO-ANTERIOR
                   END-IF
           END-READ
           EXIT.

       2500-GRAVAR-MOVIMENTOS.
           SET WS-NAO-FIM-SORT TO TRUE
           PERFORM 2550-RETORNAR-SORT
           IF NOT WS-FIM-SORT
               PERFORM 2650-INICIAR-GRUPO
           END-IF
           PERFORM 2600-ACUMULAR-MOVIMENTO UNTIL WS-FIM-SORT
           IF WS-MATRICULA-ANTERIOR > ZERO
               PERFORM 2700-GRAVAR-MATRICULA
           END-IF
           EXIT.

       2550-RETORNAR-SORT.
           RETURN SORT-ARQ
               AT END
                   SET WS-FIM-SORT TO TRUE
           END-RETURN
           EXIT.

       2600-ACUMULAR-MOVIMENTO.
           IF SRT-MATRICULA NOT = WS-MATRICULA-ANTERIOR
               PERFORM 2700-GRAVAR-MATRICULA
               PERFORM 2650-INICIAR-GRUPO
           END-IF
           IF SRT-TIPO-EVENTO NOT = SPACES
               ADD 1 TO WS-QTD-EVENTOS-GRUPO
               IF SRT-MARCA >= WS-MARCA-GRUPO
                   MOVE SRT-MARCA TO WS-MARCA-GRUPO
                   MOVE SRT-TIPO-EVENTO TO WS-TIPO-ULT-EVENTO
               END-IF
           END-IF
           PERFORM 2550-RETORNAR-SORT
           EXIT.

       2650-INICIAR-GRUPO.
           MOVE SRT-MATRICULA TO WS-MATRICULA-ANTERIOR
           MOVE SRT-MOVIMENTO TO WS-MOVIMENTO-GRUPO
           MOVE ZERO TO WS-QTD-EVENTOS-GRUPO
           MOVE SPACES TO WS-TIPO-ULT-EVENTO
           MOVE ZERO TO WS-MGR-DATA
           MOVE ZERO TO WS-MGR-HORA
           EXIT.

       2700-GRAVAR-MATRICULA.
           IF WS-MGR-DATA = ZERO
               MOVE WS-DATA-HOJE TO WS-MGR-DATA
               MOVE WS-HORA-HOJE TO WS-MGR-HORA
           END-IF
           MOVE WS-MATRICULA-ANTERIOR TO FUNC-MATRICULA
           READ AC00-ARQ-FUNCIONARIOS
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-CADASTRO
                   DISPLAY 'MATRICULA ' WS-MATRICULA-ANTERIOR
                       ' COM EVENTO E SEM CADASTRO EM AC00FUNC - '
                       'IGNORADA'
               NOT INVALID KEY
                   PERFORM 8000-GRAVAR-DETALHE
                   PERFORM 8100-ATUALIZAR-SNAPSHOT
           END-READ
           EXIT.

       3000-GERAR-CARGA-COMPLETA.
           SET WS-NAO-FIM-FUNCIONARIOS TO TRUE
           PERFORM 1200-LER-FUNCIONARIO
           PERFORM 3100-CARREGAR-FUNCIONARIO UNTIL WS-FIM-FUNCIONARIOS
           PERFORM 1000-ABRIR-EVENTOS
           IF WS-EVENTO-ABERTO
               PERFORM 1100-LER-EVENTO
               PERFORM 1100-LER-EVENTO UNTIL WS-FIM-EVENTOS
               CLOSE EVENTO-ARQ
               SET WS-EVENTO-FECHADO TO TRUE
           END-IF
           EXIT.

       3100-CARREGAR-FUNCIONARIO.
           IF FUNC-ATIVO
               MOVE 'I' TO WS-MOVIMENTO-GRUPO
               MOVE ZERO TO WS-QTD-EVENTOS-GRUPO
               MOVE SPACES TO WS-TIPO-ULT-EVENTO
               MOVE WS-DATA-HOJE TO WS-MGR-DATA
               MOVE WS-HORA-HOJE TO WS-MGR-HORA
               PERFORM 8000-GRAVAR-DETALHE
           ELSE
               ADD 1 TO WS-QTD-INATIVOS-CARGA
           END-IF
           PERFORM 8100-ATUALIZAR-SNAPSHOT
           PERFORM 1200-LER-FUNCIONARIO
           EXIT.

       8000-GRAVAR-DETALHE.
           MOVE SPACES TO REG-DELTA
           MOVE '1' TO DLT-TIPO-REG
           MOVE WS-MOVIMENTO-GRUPO TO DLT-MOVIMENTO
           MOVE FUNC-MATRICULA TO DLT-MATRICULA
           MOVE FUNC-NOME TO DLT-NOME
           MOVE FUNC-CPF TO DLT-CPF
           MOVE FUNC-EMPRESA TO DLT-EMPRESA
           MOVE FUNC-DEPARTAMENTO TO DLT-DEPARTAMENTO
           MOVE FUNC-CARGO TO DLT-CARGO
           MOVE FUNC-SALARIO TO DLT-SALARIO
           MOVE FUNC-DATA-ADMISSAO TO DLT-DATA-ADMISSAO
           MOVE FUNC-DATA-DEMISSAO TO DLT-DATA-DEMISSAO
           MOVE FUNC-IND-ATIVO TO DLT-IND-ATIVO
           MOVE FUNC-TIPO-CONTRATO TO DLT-TIPO-CONTRATO
           MOVE FUNC-CIDADE TO DLT-CIDADE
           MOVE FUNC-UF TO DLT-UF
           IF FUNC-COD-MUNICIPIO IS NUMERIC
               MOVE FUNC-COD-MUNICIPIO TO DLT-COD-MUNICIPIO
           ELSE
               MOVE ZERO TO DLT-COD-MUNICIPIO
           END-IF
           MOVE WS-QTD-EVENTOS-GRUPO TO DLT-QTD-EVENTOS
           MOVE WS-TIPO-ULT-EVENTO TO DLT-TIPO-ULT-EVENTO
           MOVE WS-MGR-DATA TO DLT-DATA-MOVIMENTO
           MOVE WS-MGR-HORA TO DLT-HORA-MOVIMENTO
           WRITE REG-DELTA
           IF WS-FS-DELTA NOT = '00'
               MOVE WS-FS-DELTA TO WS-FILE-STATUS
               MOVE 'AC00DLTA' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           ADD 1 TO DLR-QTD-REGISTROS
           EVALUATE TRUE
               WHEN DLT-INCLUSAO
                   ADD 1 TO DLR-QTD-INCLUSOES
               WHEN DLT-DESLIGAMENTO
                   ADD 1 TO DLR-QTD-DESLIGAMENTOS
               WHEN OTHER
                   ADD 1 TO DLR-QTD-ALTERACOES
           END-EVALUATE
           EXIT.

       8100-ATUALIZAR-SNAPSHOT.
           MOVE FUNC-MATRICULA TO SNP-MATRICULA
           SET WS-SNAPSHOT-NAO-ENCONTRADO TO TRUE
           READ SNAPSHOT-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SNAPSHOT-ENCONTRADO TO TRUE
           END-READ
           IF WS-SNAPSHOT-ENCONTRADO
               IF SNP-SEQUENCIA NOT = WS-SEQUENCIA-ATUAL
                   MOVE SNP-IND-ATIVO TO SNP-IND-ATIVO-ANTERIOR
                   MOVE WS-SEQUENCIA-ATUAL TO SNP-SEQUENCIA
               END-IF
               MOVE FUNC-IND-ATIVO TO SNP-IND-ATIVO
               MOVE WS-DATA-HOJE TO SNP-DATA-EXTRACAO
               REWRITE REG-SNAPSHOT
           ELSE
               MOVE FUNC-MATRICULA TO SNP-MATRICULA
               MOVE FUNC-IND-ATIVO TO SNP-IND-ATIVO
               MOVE WS-SEQUENCIA-ATUAL TO SNP-SEQUENCIA
               MOVE SPACE TO SNP-IND-ATIVO-ANTERIOR
               MOVE WS-DATA-HOJE TO SNP-DATA-EXTRACAO
               WRITE REG-SNAPSHOT
           END-IF
           IF WS-FS-SNAPSHOT NOT = '00'
               MOVE WS-FS-SNAPSHOT TO WS-FILE-STATUS
               MOVE 'AC00DSNP' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       8200-GRAVAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-ARQ
           IF WS-FS-CHECKPOINT NOT = '00'
               MOVE WS-FS-CHECKPOINT TO WS-FILE-STATUS
               MOVE 'AC00DCKP' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           MOVE SPACES TO REG-CHECKPOINT
           MOVE WS-SEQUENCIA-ATUAL TO CKD-SEQUENCIA
           MOVE WS-QTD-EVENTOS-LIDOS TO CKD-QTD-EVENTOS
           MOVE WS-MEV-DATA TO CKD-DATA-ULT-EVENTO
           MOVE WS-MEV-HORA TO CKD-HORA-ULT-EVENTO
           MOVE WS-DATA-HOJE TO CKD-DATA-EXTRACAO
           MOVE WS-HORA-HOJE TO CKD-HORA-EXTRACAO
           MOVE DLH-MODO TO CKD-MODO
           WRITE REG-CHECKPOINT
           CLOSE CHECKPOINT-ARQ
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           WRITE REG-DELTA FROM WS-REG-DELTA-TRAILER
           CLOSE DELTA-ARQ
           CLOSE SNAPSHOT-ARQ
           CLOSE AC00-ARQ-FUNCIONARIOS
           PERFORM 8200-GRAVAR-CHECKPOINT
           DISPLAY 'FUNCIONARIOS LIDOS....: ' WS-QTD-FUNCIONARIOS-LIDOS
           DISPLAY 'EVENTOS NOVOS AC00HEVT: ' WS-QTD-EVENTOS-NOVOS
           DISPLAY 'REGISTROS EM AC00DLTA.: ' DLR-QTD-REGISTROS
           DISPLAY '  INCLUSOES...........: ' DLR-QTD-INCLUSOES
           DISPLAY '  ALTERACOES..........: ' DLR-QTD-ALTERACOES
           DISPLAY '  DESLIGAMENTOS.......: ' DLR-QTD-DESLIGAMENTOS
           IF WS-MODO-COMPLETO
               DISPLAY 'INATIVOS FORA DA CARGA: ' WS-QTD-INATIVOS-CARGA
           END-IF
           IF WS-QTD-SEM-CADASTRO > ZERO
               DISPLAY 'EVENTOS SEM CADASTRO..: ' WS-QTD-SEM-CADASTRO
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
