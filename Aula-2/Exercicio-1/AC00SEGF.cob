      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00SEGF.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00SEGF
      *OBJETIVO   : RELATORIO MENSAL DE SEGREGACAO DE FUNCOES
      *             (AC00SEGL) PARA A AUDITORIA EXTERNA, CRUZANDO OS
      *             OPERADORES JA GRAVADOS NO HISTORICO AC00HEVT
      *             (EVT-OPERADOR E EVT-OPERADOR-APROV), NA APROVACAO
      *             DA FOLHA EM MOVECTLC (CTC-OPERADOR) E NA TRILHA
      *             SETAUDIT, COM O CADASTRO DE OPERADORES SETOPER.
      *             PARA A COMPETENCIA INFORMADA APONTA:
      *             1 - OPERADOR QUE ALTEROU SALARIO (SAL) OU CONTA
      *                 BANCARIA (BNCI/BNCA) E TAMBEM APROVOU A FOLHA
      *                 DA COMPETENCIA NO MOVEAPRV;
      *             2 - OPERADOR QUE ALTEROU O PROPRIO CADASTRO (NOME
      *                 DO SETOPER IGUAL AO NOME DO AC00FUNC);
      *             3 - OPERADOR NIVEL 1 (SOMENTE CONSULTA) COMO AUTOR
      *                 DE EVENTO DE MANUTENCAO (AC00HEVT OU SETAUDIT).
      *             A JANELA DA COMPETENCIA VAI DO PRIMEIRO DIA DO MES
      *             ATE O FIM DO MES OU, SE POSTERIOR, ATE A DATA DA
      *             APROVACAO/PROCESSAMENTO REGISTRADA EM MOVECTLC
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

           SELECT EVENTO-ARQ ASSIGN TO "AC00HEVT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EVENTO.

           SELECT AUDITORIA-ARQ ASSIGN TO "SETAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT OPERADOR-ARQ ASSIGN TO "SETOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-FS-OPERADOR.

           SELECT CONTROLE-COMP-ARQ ASSIGN TO "MOVECTLC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-COMPETENCIA
               FILE STATUS IS WS-FS-CONTROLE-COMP.

           SELECT SORT-ARQ ASSIGN TO "SORTWK".

           SELECT RELATORIO-ARQ ASSIGN TO "AC00SEGL"
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

       FD  EVENTO-ARQ.
       01 REG-EVENTO.
           05 EVT-MATRICULA PIC 9(06).
           05 FILLER PIC X.
           05 EVT-DATA PIC 9(08).
           05 FILLER PIC X.
           05 EVT-HORA PIC 9(06).
           05 FILLER PIC X.
           05 EVT-TIPO PIC X(04).
               88 EVT-ALTERACAO-SALARIO VALUE 'SAL '.
               88 EVT-ALTERACAO-CONTA VALUE 'BNCI' 'BNCA'.
           05 FILLER PIC X.
           05 EVT-VALOR-ANTIGO PIC X(20).
           05 FILLER PIC X.
           05 EVT-VALOR-NOVO PIC X(20).
           05 FILLER PIC X.
           05 EVT-OPERADOR PIC X(08).
           05 FILLER PIC X.
           05 EVT-OPERADOR-APROV PIC X(08).

       FD  AUDITORIA-ARQ.
       01 REG-AUDITORIA.
           05 AUD-JOB PIC X(08).
           05 FILLER PIC X.
           05 AUD-DATA PIC 9(08).
           05 FILLER PIC X.
           05 AUD-HORA PIC 9(06).
           05 FILLER PIC X.
           05 AUD-CONDICAO PIC X(15).
           05 FILLER PIC X.
           05 AUD-OPERADOR PIC X(08).

       FD  OPERADOR-ARQ.
       01 REG-OPERADOR.
           05 OPE-ID PIC X(08).
           05 OPE-NOME PIC X(20).
           05 OPE-NIVEL PIC 9.
               88 OPE-CONSULTA VALUE 1.
               88 OPE-MANUTENCAO VALUE 2.
               88 OPE-ADMINISTRADOR VALUE 3.

       FD  CONTROLE-COMP-ARQ.
       01 REG-CONTROLE-COMP.
           05 CTC-COMPETENCIA PIC 9(06).
           05 CTC-SITUACAO PIC X(01).
               88 CTC-ABERTA VALUE 'A'.
               88 CTC-PREVIA VALUE 'V'.
               88 CTC-APROVADA VALUE 'L'.
               88 CTC-PROCESSADA VALUE 'P'.
           05 CTC-DATA-PROCESSO PIC 9(08).
           05 CTC-OPERADOR PIC X(08).

       SD  SORT-ARQ.
       01 REG-SORT.
           05 SRT-REGRA PIC 9(01).
               88 SRT-REGRA-APROVACAO VALUE 1.
               88 SRT-REGRA-PROPRIO-CADASTRO VALUE 2.
               88 SRT-REGRA-NIVEL-CONSULTA VALUE 3.
           05 SRT-OPERADOR PIC X(08).
           05 SRT-DATA PIC 9(08).
           05 SRT-HORA PIC 9(06).
           05 SRT-ORIGEM PIC X(08).
           05 SRT-REFERENCIA PIC X(08).
           05 SRT-PAPEL PIC X(10).
           05 SRT-DETALHE PIC X(20).

       FD  RELATORIO-ARQ.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
       01 WS-COMPETENCIA PIC 9(06) VALUE ZERO.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO PIC 9(04).
           05 WS-COMP-MES PIC 9(02).

       01 WS-AREA-JANELA.
           05 WS-JANELA-INICIO PIC 9(08) VALUE ZERO.
           05 WS-JANELA-FIM-MES PIC 9(08) VALUE ZERO.
           05 WS-JANELA-FIM PIC 9(08) VALUE ZERO.
           05 WS-IND-NA-JANELA PIC X(01) VALUE 'N'.
               88 WS-NA-JANELA VALUE 'S'.
               88 WS-FORA-JANELA VALUE 'N'.

       01 WS-AREA-APROVACAO.
           05 WS-OPERADOR-APROVACAO PIC X(08) VALUE SPACES.
           05 WS-DATA-APROVACAO PIC 9(08) VALUE ZERO.
           05 WS-SITUACAO-COMPETENCIA PIC X(01) VALUE SPACE.
           05 WS-IND-FOLHA-APROVADA PIC X(01) VALUE 'N'.
               88 WS-FOLHA-APROVADA VALUE 'S'.
               88 WS-FOLHA-NAO-APROVADA VALUE 'N'.

       01 WS-AREA-AVALIACAO.
           05 WS-OPERADOR-AVALIADO PIC X(08) VALUE SPACES.
           05 WS-PAPEL-AVALIADO PIC X(10) VALUE SPACES.
           05 WS-NOME-OPERADOR PIC X(20) VALUE SPACES.
           05 WS-NIVEL-OPERADOR PIC 9(01) VALUE ZERO.
               88 WS-NIVEL-CONSULTA VALUE 1.
           05 WS-IND-OPERADOR-ACHADO PIC X(01) VALUE 'N'.
               88 WS-OPERADOR-ACHADO VALUE 'S'.
               88 WS-OPERADOR-NAO-ACHADO VALUE 'N'.
           05 WS-IND-FUNCIONARIO-ACHADO PIC X(01) VALUE 'N'.
               88 WS-FUNCIONARIO-ACHADO VALUE 'S'.
               88 WS-FUNCIONARIO-NAO-ACHADO VALUE 'N'.

       01 WS-DATA-EDICAO PIC 9(08) VALUE ZERO.
       01 WS-DATA-EDICAO-R REDEFINES WS-DATA-EDICAO.
           05 WS-EDI-ANO PIC 9(04).
           05 WS-EDI-MES PIC 9(02).
           05 WS-EDI-DIA PIC 9(02).
       01 WS-HORA-EDICAO PIC 9(06) VALUE ZERO.
       01 WS-HORA-EDICAO-R REDEFINES WS-HORA-EDICAO.
           05 WS-EDI-HORA PIC 9(02).
           05 WS-EDI-MINUTO PIC 9(02).
           05 WS-EDI-SEGUNDO PIC 9(02).

       01 WS-REGRA-ANTERIOR PIC 9(01) VALUE ZERO.

       01 WS-AREA-TOTAIS.
           05 WS-QTD-EVENTOS-LIDOS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-EVENTOS-JANELA PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-AUDITORIA-LIDOS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-AUDITORIA-JANELA PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-OPERADOR-DESCONHECIDO PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-REGRA-APROVACAO PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-REGRA-PROPRIO PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-REGRA-NIVEL PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-CONFLITOS PIC 9(05) COMP VALUE ZERO.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-EVENTO PIC X(02) VALUE '00'.
           05 WS-FS-AUDITORIA PIC X(02) VALUE '00'.
           05 WS-FS-OPERADOR PIC X(02) VALUE '00'.
           05 WS-FS-CONTROLE-COMP PIC X(02) VALUE '00'.
           05 WS-FS-RELATORIO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FUNCIONARIOS-ABERTO PIC X(01) VALUE 'N'.
               88 WS-FUNCIONARIOS-ABERTO VALUE 'S'.
               88 WS-FUNCIONARIOS-FECHADO VALUE 'N'.
           05 WS-IND-OPERADOR-ABERTO PIC X(01) VALUE 'N'.
               88 WS-OPERADOR-ABERTO VALUE 'S'.
               88 WS-OPERADOR-FECHADO VALUE 'N'.
           05 WS-IND-FIM-EVENTO PIC X(01) VALUE 'N'.
               88 WS-FIM-EVENTO VALUE 'S'.
               88 WS-NAO-FIM-EVENTO VALUE 'N'.
           05 WS-IND-FIM-AUDITORIA PIC X(01) VALUE 'N'.
               88 WS-FIM-AUDITORIA VALUE 'S'.
               88 WS-NAO-FIM-AUDITORIA VALUE 'N'.
           05 WS-IND-FIM-SORT PIC X(01) VALUE 'N'.
               88 WS-FIM-SORT VALUE 'S'.
               88 WS-NAO-FIM-SORT VALUE 'N'.

       01 WS-CAB-RELATORIO-1.
           05 FILLER PIC X(17) VALUE SPACES.
           05 FILLER PIC X(46)
               VALUE 'SEGREGACAO DE FUNCOES - CONFLITOS DE OPERADOR'.
           05 FILLER PIC X(17) VALUE SPACES.

       01 WS-CAB-RELATORIO-2.
           05 FILLER PIC X(13) VALUE 'COMPETENCIA: '.
           05 CAB-MES PIC 9(02) VALUE ZERO.
           05 FILLER PIC X(01) VALUE '/'.
           05 CAB-ANO PIC 9(04) VALUE ZERO.
           05 FILLER PIC X(11) VALUE '   JANELA: '.
           05 CAB-JANELA-INICIO PIC X(10) VALUE SPACES.
           05 FILLER PIC X(03) VALUE ' A '.
           05 CAB-JANELA-FIM PIC X(10) VALUE SPACES.
           05 FILLER PIC X(26) VALUE SPACES.

       01 WS-CAB-RELATORIO-3.
           05 FILLER PIC X(22) VALUE 'FOLHA APROVADA POR:   '.
           05 CAB-OPERADOR-APROVACAO PIC X(08) VALUE SPACES.
           05 FILLER PIC X(04) VALUE ' EM '.
           05 CAB-DATA-APROVACAO PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE '   SITUACAO: '.
           05 CAB-SITUACAO PIC X(01) VALUE SPACE.
           05 FILLER PIC X(21) VALUE SPACES.

       01 WS-CAB-COLUNAS.
           05 FILLER PIC X(40)
               VALUE 'OPERADOR  DATA       HORA   ORIGEM    RE'.
           05 FILLER PIC X(40)
               VALUE 'FERENC. PAPEL       DETALHE             '.

       01 WS-CAB-REGRA.
           05 FILLER PIC X(04) VALUE '--- '.
           05 CAB-DESCRICAO-REGRA PIC X(76) VALUE SPACES.

       01 WS-LINHA-BRANCO.
           05 FILLER PIC X(80) VALUE SPACES.

       01 WS-LINHA-DETALHE.
           05 DET-OPERADOR PIC X(08) VALUE SPACES.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-DATA PIC X(10) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-HORA PIC X(05) VALUE SPACES.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-ORIGEM PIC X(08) VALUE SPACES.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-REFERENCIA PIC X(08) VALUE SPACES.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-PAPEL PIC X(10) VALUE SPACES.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-DETALHE PIC X(20) VALUE SPACES.

       01 WS-DATA-FORMATADA.
           05 DTF-DIA PIC 9(02) VALUE ZERO.
           05 FILLER PIC X(01) VALUE '/'.
           05 DTF-MES PIC 9(02) VALUE ZERO.
           05 FILLER PIC X(01) VALUE '/'.
           05 DTF-ANO PIC 9(04) VALUE ZERO.

       01 WS-HORA-FORMATADA.
           05 HRF-HORA PIC 9(02) VALUE ZERO.
           05 FILLER PIC X(01) VALUE ':'.
           05 HRF-MINUTO PIC 9(02) VALUE ZERO.

       01 WS-MATRICULA-EDITADA PIC 9(06) VALUE ZERO.

       01 WS-LINHA-TOTAL.
           05 TOT-DESCRICAO PIC X(60) VALUE SPACES.
           05 TOT-QTD PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 1000-ORDENAR-CONFLITOS.
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--SEGREGACAO DE FUNCOES (AC00SEGF)--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'COMPETENCIA (AAAAMM, 0 = MES ANTERIOR)?'
           ACCEPT WS-COMPETENCIA
           IF WS-COMPETENCIA = ZERO OR WS-COMP-MES < 1
               OR WS-COMP-MES > 12
               COMPUTE WS-COMPETENCIA = WS-DATA-HOJE / 100
               IF WS-COMP-MES = 1
                   MOVE 12 TO WS-COMP-MES
                   SUBTRACT 1 FROM WS-COMP-ANO
               ELSE
                   SUBTRACT 1 FROM WS-COMP-MES
               END-IF
           END-IF
           COMPUTE WS-JANELA-INICIO = WS-COMPETENCIA * 100 + 1
           COMPUTE WS-JANELA-FIM-MES = WS-COMPETENCIA * 100 + 31
           MOVE WS-JANELA-FIM-MES TO WS-JANELA-FIM

           PERFORM 0100-LER-APROVACAO

           OPEN INPUT OPERADOR-ARQ
           IF WS-FS-OPERADOR = '00'
               SET WS-OPERADOR-ABERTO TO TRUE
           ELSE
               IF WS-FS-OPERADOR = '35'
                   DISPLAY 'SETOPER NAO ENCONTRADO - NOME E NIVEL DOS '
                       'OPERADORES NAO SERAO CONFERIDOS'
               ELSE
                   MOVE WS-FS-OPERADOR TO WS-FILE-STATUS
                   MOVE 'SETOPER' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF

           OPEN INPUT AC00-ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS = '00'
               SET WS-FUNCIONARIOS-ABERTO TO TRUE
           ELSE
               IF WS-FS-FUNCIONARIOS = '35'
                   DISPLAY 'AC00FUNC NAO ENCONTRADO - ALTERACAO DO '
                       'PROPRIO CADASTRO NAO SERA CONFERIDA'
               ELSE
                   MOVE WS-FS-FUNCIONARIOS TO WS-FILE-STATUS
                   MOVE 'AC00FUNC' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF

           OPEN OUTPUT RELATORIO-ARQ
           IF WS-FS-RELATORIO NOT = '00'
               MOVE WS-FS-RELATORIO TO WS-FILE-STATUS
               MOVE 'AC00SEGL' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       0100-LER-APROVACAO.
           OPEN INPUT CONTROLE-COMP-ARQ
           IF WS-FS-CONTROLE-COMP = '35'
               DISPLAY 'MOVECTLC NAO ENCONTRADO - SEM APROVACAO DE '
                   'FOLHA A CONFERIR'
           ELSE
               IF WS-FS-CONTROLE-COMP NOT = '00'
                   MOVE WS-FS-CONTROLE-COMP TO WS-FILE-STATUS
                   MOVE 'MOVECTLC' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               MOVE WS-COMPETENCIA TO CTC-COMPETENCIA
               READ CONTROLE-COMP-ARQ
                   INVALID KEY
                       DISPLAY 'COMPETENCIA ' WS-COMPETENCIA
                           ' SEM REGISTRO EM MOVECTLC'
                   NOT INVALID KEY
                       MOVE CTC-SITUACAO TO WS-SITUACAO-COMPETENCIA
                       IF (CTC-APROVADA OR CTC-PROCESSADA)
                           AND CTC-OPERADOR NOT = SPACES
                           SET WS-FOLHA-APROVADA TO TRUE
                           MOVE CTC-OPERADOR TO WS-OPERADOR-APROVACAO
                           MOVE CTC-DATA-PROCESSO TO WS-DATA-APROVACAO
                           IF CTC-DATA-PROCESSO > WS-JANELA-FIM
                               MOVE CTC-DATA-PROCESSO TO WS-JANELA-FIM
                           END-IF
                       END-IF
               END-READ
               CLOSE CONTROLE-COMP-ARQ
           END-IF
           IF WS-FOLHA-NAO-APROVADA
               DISPLAY 'FOLHA DA COMPETENCIA SEM APROVACAO REGISTRADA'
                   ' - REGRA 1 NAO CONFERIDA'
           END-IF
           EXIT.

       1000-ORDENAR-CONFLITOS.
           SORT SORT-ARQ
               ON ASCENDING KEY SRT-REGRA SRT-OPERADOR SRT-DATA
                   SRT-HORA
               INPUT PROCEDURE IS 1100-SELECIONAR-CONFLITOS
               OUTPUT PROCEDURE IS 2000-IMPRIMIR-RELATORIO
           EXIT.

       1100-SELECIONAR-CONFLITOS.
           PERFORM 1200-AVALIAR-HISTORICO
           PERFORM 1500-AVALIAR-TRILHA-SET
           EXIT.

       1200-AVALIAR-HISTORICO.
           OPEN INPUT EVENTO-ARQ
           IF WS-FS-EVENTO = '35'
               DISPLAY 'AC00HEVT NAO ENCONTRADO - SEM HISTORICO DE '
                   'ALTERACOES DE CADASTRO'
           ELSE
               IF WS-FS-EVENTO NOT = '00'
                   MOVE WS-FS-EVENTO TO WS-FILE-STATUS
                   MOVE 'AC00HEVT' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               PERFORM 1250-LER-EVENTO
               PERFORM 1300-AVALIAR-EVENTO UNTIL WS-FIM-EVENTO
               CLOSE EVENTO-ARQ
           END-IF
           EXIT.

       1250-LER-EVENTO.
           READ EVENTO-ARQ
               AT END
                   SET WS-FIM-EVENTO TO TRUE
           END-READ
           EXIT.

       1300-AVALIAR-EVENTO.
           ADD 1 TO WS-QTD-EVENTOS-LIDOS
           MOVE EVT-DATA TO WS-DATA-EDICAO
           PERFORM 1900-VERIFICAR-JANELA
           IF WS-NA-JANELA
               ADD 1 TO WS-QTD-EVENTOS-JANELA
               IF EVT-OPERADOR NOT = SPACES
                   MOVE EVT-OPERADOR TO WS-OPERADOR-AVALIADO
                   MOVE 'SOLICITOU' TO WS-PAPEL-AVALIADO
                   PERFORM 1350-AVALIAR-OPERADOR-EVENTO
                   PERFORM 1400-VERIFICAR-NIVEL-EVENTO
               END-IF
               IF EVT-OPERADOR-APROV NOT = SPACES
                   MOVE EVT-OPERADOR-APROV TO WS-OPERADOR-AVALIADO
                   MOVE 'APROVOU' TO WS-PAPEL-AVALIADO
                   PERFORM 1350-AVALIAR-OPERADOR-EVENTO
               END-IF
           END-IF
           PERFORM 1250-LER-EVENTO
           EXIT.

       1350-AVALIAR-OPERADOR-EVENTO.
           PERFORM 1800-LOCALIZAR-OPERADOR
           IF WS-FOLHA-APROVADA
               AND WS-OPERADOR-AVALIADO = WS-OPERADOR-APROVACAO
               AND (EVT-ALTERACAO-SALARIO OR EVT-ALTERACAO-CONTA)
               SET SRT-REGRA-APROVACAO TO TRUE
               MOVE EVT-VALOR-NOVO TO SRT-DETALHE
               PERFORM 1700-LIBERAR-CONFLITO-EVENTO
               ADD 1 TO WS-QTD-REGRA-APROVACAO
           END-IF
           IF WS-OPERADOR-ACHADO AND WS-FUNCIONARIOS-ABERTO
               MOVE EVT-MATRICULA TO FUNC-MATRICULA
               READ AC00-ARQ-FUNCIONARIOS
                   INVALID KEY
                       SET WS-FUNCIONARIO-NAO-ACHADO TO TRUE
                   NOT INVALID KEY
                       SET WS-FUNCIONARIO-ACHADO TO TRUE
               END-READ
               IF WS-FUNCIONARIO-ACHADO
                   AND FUNC-NOME = WS-NOME-OPERADOR
                   SET SRT-REGRA-PROPRIO-CADASTRO TO TRUE
                   MOVE FUNC-NOME TO SRT-DETALHE
                   PERFORM 1700-LIBERAR-CONFLITO-EVENTO
                   ADD 1 TO WS-QTD-REGRA-PROPRIO
               END-IF
           END-IF
           EXIT.

       1400-VERIFICAR-NIVEL-EVENTO.
           IF WS-OPERADOR-ACHADO AND WS-NIVEL-CONSULTA
               SET SRT-REGRA-NIVEL-CONSULTA TO TRUE
               MOVE EVT-VALOR-NOVO TO SRT-DETALHE
               PERFORM 1700-LIBERAR-CONFLITO-EVENTO
               ADD 1 TO WS-QTD-REGRA-NIVEL
           END-IF
           EXIT.

       1500-AVALIAR-TRILHA-SET.
           OPEN INPUT AUDITORIA-ARQ
           IF WS-FS-AUDITORIA = '35'
               DISPLAY 'SETAUDIT NAO ENCONTRADO - SEM TRILHA DE '
                   'STATUS DE JOBS'
           ELSE
               IF WS-FS-AUDITORIA NOT = '00'
                   MOVE WS-FS-AUDITORIA TO WS-FILE-STATUS
                   MOVE 'SETAUDIT' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               PERFORM 1550-LER-AUDITORIA
               PERFORM 1600-AVALIAR-AUDITORIA UNTIL WS-FIM-AUDITORIA
               CLOSE AUDITORIA-ARQ
           END-IF
           EXIT.

       1550-LER-AUDITORIA.
           READ AUDITORIA-ARQ
               AT END
                   SET WS-FIM-AUDITORIA TO TRUE
           END-READ
           EXIT.

       1600-AVALIAR-AUDITORIA.
           ADD 1 TO WS-QTD-AUDITORIA-LIDOS
           MOVE AUD-DATA TO WS-DATA-EDICAO
           PERFORM 1900-VERIFICAR-JANELA
           IF WS-NA-JANELA AND AUD-OPERADOR NOT = SPACES
               ADD 1 TO WS-QTD-AUDITORIA-JANELA
               MOVE AUD-OPERADOR TO WS-OPERADOR-AVALIADO
               PERFORM 1800-LOCALIZAR-OPERADOR
               IF WS-OPERADOR-ACHADO AND WS-NIVEL-CONSULTA
                   SET SRT-REGRA-NIVEL-CONSULTA TO TRUE
                   MOVE AUD-OPERADOR TO SRT-OPERADOR
                   MOVE AUD-DATA TO SRT-DATA
                   MOVE AUD-HORA TO SRT-HORA
                   MOVE 'SETAUDIT' TO SRT-ORIGEM
                   MOVE AUD-JOB TO SRT-REFERENCIA
                   MOVE 'EXECUTOU' TO SRT-PAPEL
                   MOVE AUD-CONDICAO TO SRT-DETALHE
                   RELEASE REG-SORT
                   ADD 1 TO WS-QTD-REGRA-NIVEL
               END-IF
           END-IF
           PERFORM 1550-LER-AUDITORIA
           EXIT.

       1700-LIBERAR-CONFLITO-EVENTO.
           MOVE WS-OPERADOR-AVALIADO TO SRT-OPERADOR
           MOVE EVT-DATA TO SRT-DATA
           MOVE EVT-HORA TO SRT-HORA
           MOVE EVT-TIPO TO SRT-ORIGEM
           MOVE EVT-MATRICULA TO WS-MATRICULA-EDITADA
           MOVE WS-MATRICULA-EDITADA TO SRT-REFERENCIA
           MOVE WS-PAPEL-AVALIADO TO SRT-PAPEL
           RELEASE REG-SORT
           EXIT.

       1800-LOCALIZAR-OPERADOR.
           SET WS-OPERADOR-NAO-ACHADO TO TRUE
           MOVE SPACES TO WS-NOME-OPERADOR
           MOVE ZERO TO WS-NIVEL-OPERADOR
           IF WS-OPERADOR-ABERTO
               MOVE WS-OPERADOR-AVALIADO TO OPE-ID
               READ OPERADOR-ARQ
                   INVALID KEY
                       ADD 1 TO WS-QTD-OPERADOR-DESCONHECIDO
                   NOT INVALID KEY
                       SET WS-OPERADOR-ACHADO TO TRUE
                       MOVE OPE-NOME TO WS-NOME-OPERADOR
                       MOVE OPE-NIVEL TO WS-NIVEL-OPERADOR
               END-READ
           END-IF
           EXIT.

       1900-VERIFICAR-JANELA.
           IF WS-DATA-EDICAO NOT < WS-JANELA-INICIO
               AND WS-DATA-EDICAO NOT > WS-JANELA-FIM
               SET WS-NA-JANELA TO TRUE
           ELSE
               SET WS-FORA-JANELA TO TRUE
           END-IF
           EXIT.

       2000-IMPRIMIR-RELATORIO.
           MOVE WS-COMP-MES TO CAB-MES
           MOVE WS-COMP-ANO TO CAB-ANO
           MOVE WS-JANELA-INICIO TO WS-DATA-EDICAO
           PERFORM 2900-FORMATAR-DATA
           MOVE WS-DATA-FORMATADA TO CAB-JANELA-INICIO
           MOVE WS-JANELA-FIM TO WS-DATA-EDICAO
           IF WS-JANELA-FIM = WS-JANELA-FIM-MES
               MOVE 'FIM DO MES' TO CAB-JANELA-FIM
           ELSE
               PERFORM 2900-FORMATAR-DATA
               MOVE WS-DATA-FORMATADA TO CAB-JANELA-FIM
           END-IF
           IF WS-FOLHA-APROVADA
               MOVE WS-OPERADOR-APROVACAO TO CAB-OPERADOR-APROVACAO
               MOVE WS-DATA-APROVACAO TO WS-DATA-EDICAO
               PERFORM 2900-FORMATAR-DATA
               MOVE WS-DATA-FORMATADA TO CAB-DATA-APROVACAO
           ELSE
               MOVE '(NENHUM)' TO CAB-OPERADOR-APROVACAO
               MOVE SPACES TO CAB-DATA-APROVACAO
           END-IF
           MOVE WS-SITUACAO-COMPETENCIA TO CAB-SITUACAO
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-1
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-2
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-3
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           WRITE REG-RELATORIO FROM WS-CAB-COLUNAS

           SET WS-NAO-FIM-SORT TO TRUE
           PERFORM 2050-RETORNAR-SORT
           IF WS-FIM-SORT
               WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
               MOVE 'NENHUM CONFLITO DE FUNCOES NA COMPETENCIA'
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           PERFORM 2100-IMPRIMIR-CONFLITO UNTIL WS-FIM-SORT
           PERFORM 2500-IMPRIMIR-TOTAIS
           EXIT.

       2050-RETORNAR-SORT.
           RETURN SORT-ARQ
               AT END
                   SET WS-FIM-SORT TO TRUE
           END-RETURN
           EXIT.

       2100-IMPRIMIR-CONFLITO.
           IF SRT-REGRA NOT = WS-REGRA-ANTERIOR
               PERFORM 2200-IMPRIMIR-CABECALHO-REGRA
               MOVE SRT-REGRA TO WS-REGRA-ANTERIOR
           END-IF
           ADD 1 TO WS-QTD-CONFLITOS
           MOVE SRT-OPERADOR TO DET-OPERADOR
           MOVE SRT-DATA TO WS-DATA-EDICAO
           PERFORM 2900-FORMATAR-DATA
           MOVE WS-DATA-FORMATADA TO DET-DATA
           MOVE SRT-HORA TO WS-HORA-EDICAO
           MOVE WS-EDI-HORA TO HRF-HORA
           MOVE WS-EDI-MINUTO TO HRF-MINUTO
           MOVE WS-HORA-FORMATADA TO DET-HORA
           MOVE SRT-ORIGEM TO DET-ORIGEM
           MOVE SRT-REFERENCIA TO DET-REFERENCIA
           MOVE SRT-PAPEL TO DET-PAPEL
           MOVE SRT-DETALHE TO DET-DETALHE
           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           PERFORM 2050-RETORNAR-SORT
           EXIT.

       2200-IMPRIMIR-CABECALHO-REGRA.
           EVALUATE TRUE
               WHEN SRT-REGRA-APROVACAO
                   MOVE 'ALTEROU SALARIO/CONTA E APROVOU A FOLHA'
                       TO CAB-DESCRICAO-REGRA
               WHEN SRT-REGRA-PROPRIO-CADASTRO
                   MOVE 'ALTEROU O PROPRIO CADASTRO DE FUNCIONARIO'
                       TO CAB-DESCRICAO-REGRA
               WHEN OTHER
                   MOVE
                       'OPERADOR NIVEL 1 (CONSULTA) AUTOR DE MANUTENCAO'
                       TO CAB-DESCRICAO-REGRA
           END-EVALUATE
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           WRITE REG-RELATORIO FROM WS-CAB-REGRA
           EXIT.

       2500-IMPRIMIR-TOTAIS.
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           MOVE 'TOTAL - ALTEROU SALARIO/CONTA E APROVOU A FOLHA'
               TO TOT-DESCRICAO
           MOVE WS-QTD-REGRA-APROVACAO TO TOT-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'TOTAL - ALTEROU O PROPRIO CADASTRO' TO TOT-DESCRICAO
           MOVE WS-QTD-REGRA-PROPRIO TO TOT-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'TOTAL - NIVEL 1 COMO AUTOR DE MANUTENCAO'
               TO TOT-DESCRICAO
           MOVE WS-QTD-REGRA-NIVEL TO TOT-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'TOTAL DE CONFLITOS' TO TOT-DESCRICAO
           MOVE WS-QTD-CONFLITOS TO TOT-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'OPERADORES NAO CADASTRADOS EM SETOPER (OCORRENCIAS)'
               TO TOT-DESCRICAO
           MOVE WS-QTD-OPERADOR-DESCONHECIDO TO TOT-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           EXIT.

       2900-FORMATAR-DATA.
           MOVE WS-EDI-DIA TO DTF-DIA
           MOVE WS-EDI-MES TO DTF-MES
           MOVE WS-EDI-ANO TO DTF-ANO
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           IF WS-OPERADOR-ABERTO
               CLOSE OPERADOR-ARQ
           END-IF
           IF WS-FUNCIONARIOS-ABERTO
               CLOSE AC00-ARQ-FUNCIONARIOS
           END-IF
           CLOSE RELATORIO-ARQ
           DISPLAY 'EVENTOS AC00HEVT LIDOS....: ' WS-QTD-EVENTOS-LIDOS
           DISPLAY 'EVENTOS NA JANELA.........: ' WS-QTD-EVENTOS-JANELA
           DISPLAY 'REGISTROS SETAUDIT LIDOS..: '
               WS-QTD-AUDITORIA-LIDOS
           DISPLAY 'CONFLITOS APONTADOS.......: ' WS-QTD-CONFLITOS
           DISPLAY 'RELATORIO AC00SEGL GERADO'
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
