      *                   EMPRESA, CADASTRO AC00EMPR) INCLUIDO EM
      *                   AC00FUNC PARA O SUPORTE A MULTIPLAS
      *                   EMPRESAS
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO FUNC-CARGO (CODIGO DO
      *                   CARGO, CADASTRO AC00CARG MANTIDO POR AC00EX11)
      *                   INCLUIDO EM AC00FUNC
      *15/10/2026 MLBF    CADA INCLUSAO, ALTERACAO E EXCLUSAO DE DADOS
      *                   BANCARIOS PASSA A SER GRAVADA NO HISTORICO DE
      *                   EVENTOS AC00HEVT (TIPOS BNCI/BNCA/BNCE, COM
      *                   BANCO/AGENCIA/CONTA/TIPO ANTES E DEPOIS E O
      *                   OPERADOR DA SESSAO SETSESS) - ANTES O REWRITE
      *                   DE AC00BANC NAO DEIXAVA RASTRO PARA A DETECCAO
      *                   DE FRAUDE (AC00FRAU)
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
               ALTERNATE RECORD KEY IS FUNC-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT EVENTO-ARQ ASSIGN TO "AC00HEVT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EVENTO.

           SELECT SESSAO-ARQ ASSIGN TO "SETSESS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  AC00-ARQ-BANCARIO.
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
       01 REG-EVENTO PIC X(87).

       FD  SESSAO-ARQ.
       01 REG-SESSAO.
           05 SES-OPERADOR PIC X(08).
           05 FILLER PIC X.
           05 SES-NOME PIC X(20).
           05 FILLER PIC X.
           05 SES-NIVEL PIC 9.
           05 FILLER PIC X.
           05 SES-DATA PIC 9(08).
           05 FILLER PIC X.
           05 SES-HORA PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-MATRICULA PIC 9(06) VALUE ZERO.
           05 WS-BNC-CONTA PIC 9(08) VALUE ZERO.
           05 WS-BNC-TIPO-CONTA PIC X(01) VALUE 'C'.

       01 WS-REG-EVENTO.
           05 EVT-MATRICULA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-DATA PIC 9(08) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-HORA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-TIPO PIC X(04) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-VALOR-ANTIGO PIC X(20) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-VALOR-NOVO PIC X(20) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-OPERADOR PIC X(08) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-OPERADOR-APROV PIC X(08) VALUE SPACES.

       01 WS-CONTA-EVENTO.
           05 CEV-BANCO PIC 9(03) VALUE ZERO.
           05 FILLER PIC X VALUE '/'.
           05 CEV-AGENCIA PIC 9(04) VALUE ZERO.
           05 FILLER PIC X VALUE '/'.
           05 CEV-CONTA PIC 9(08) VALUE ZERO.
           05 FILLER PIC X VALUE '/'.
           05 CEV-TIPO-CONTA PIC X(01) VALUE SPACE.
           05 FILLER PIC X VALUE SPACE.

       01 WS-OPERADOR-SESSAO PIC X(08) VALUE SPACES.
       01 WS-HORA-COMPLETA PIC 9(08) VALUE ZERO.

       01 WS-IND-FUNCIONARIO-ACHADO PIC X(01) VALUE 'N'.
           88 WS-FUNCIONARIO-ACHADO VALUE 'S'.
           88 WS-FUNCIONARIO-NAO-ACHADO VALUE 'N'.
       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-BANCARIO PIC X(02) VALUE '00'.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-EVENTO PIC X(02) VALUE '00'.
           05 WS-FS-SESSAO PIC X(02) VALUE '00'.
           COPY CTLARQ.

       PROCEDURE DIVISION.
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 0010-ABRIR-FUNCIONARIOS
               UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL
           PERFORM 0030-LER-SESSAO-OPERADOR
           EXIT.

       0010-ABRIR-FUNCIONARIOS.
           END-IF
           EXIT.

       0030-LER-SESSAO-OPERADOR.
           OPEN INPUT SESSAO-ARQ
           IF WS-FS-SESSAO = '35'
               DISPLAY 'SETSESS NAO ENCONTRADO - ALTERACOES GRAVADAS '
                   'NO HISTORICO SEM O ID DO OPERADOR'
               MOVE SPACES TO WS-OPERADOR-SESSAO
           ELSE
               IF WS-FS-SESSAO NOT = '00'
                   MOVE WS-FS-SESSAO TO WS-FILE-STATUS
                   MOVE 'SETSESS' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               READ SESSAO-ARQ
                   AT END
                       MOVE SPACES TO WS-OPERADOR-SESSAO
                   NOT AT END
                       MOVE SES-OPERADOR TO WS-OPERADOR-SESSAO
               END-READ
               CLOSE SESSAO-ARQ
           END-IF
           EXIT.

       5000-MANTER-CADASTRO-BANCARIO.
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 5010-ABRIR-BANCARIO
                   INVALID KEY
                       DISPLAY 'MATRICULA JA POSSUI CADASTRO '
                           'BANCARIO: ' WS-MATRICULA
                   NOT INVALID KEY
                       MOVE 'BNCI' TO EVT-TIPO
                       MOVE SPACES TO EVT-VALOR-ANTIGO
                       PERFORM 5170-MONTAR-CONTA-EVENTO
                       MOVE WS-CONTA-EVENTO TO EVT-VALOR-NOVO
                       PERFORM 8000-GRAVAR-EVENTO
               END-WRITE
           END-IF
           EXIT.
           END-IF
           EXIT.

       5170-MONTAR-CONTA-EVENTO.
           MOVE BNC-BANCO TO CEV-BANCO
           MOVE BNC-AGENCIA TO CEV-AGENCIA
           MOVE BNC-CONTA TO CEV-CONTA
           MOVE BNC-TIPO-CONTA TO CEV-TIPO-CONTA
           EXIT.

       5200-ALTERAR-REGISTRO.
           DISPLAY 'MATRICULA A ALTERAR?'
           ACCEPT WS-MATRICULA
               NOT INVALID KEY
                   MOVE WS-MATRICULA TO WS-BNC-MATRICULA
                   PERFORM 5160-RECEBER-DADOS-BANCARIOS
                   PERFORM 5170-MONTAR-CONTA-EVENTO
                   MOVE WS-CONTA-EVENTO TO EVT-VALOR-ANTIGO
                   MOVE WS-BNC-BANCO TO BNC-BANCO
                   MOVE WS-BNC-AGENCIA TO BNC-AGENCIA
                   MOVE WS-BNC-CONTA TO BNC-CONTA
                   MOVE WS-BNC-TIPO-CONTA TO BNC-TIPO-CONTA
                   REWRITE REG-BANCARIO
                   IF WS-FS-BANCARIO NOT = '00'
                       MOVE WS-FS-BANCARIO TO WS-FILE-STATUS
                       MOVE 'AC00BANC' TO WS-ID-ARQUIVO-ERRO
                       PERFORM 9900-ERRO-ARQUIVO
                   END-IF
                   PERFORM 5170-MONTAR-CONTA-EVENTO
                   MOVE WS-CONTA-EVENTO TO EVT-VALOR-NOVO
                   IF EVT-VALOR-NOVO NOT = EVT-VALOR-ANTIGO
                       MOVE 'BNCA' TO EVT-TIPO
                       PERFORM 8000-GRAVAR-EVENTO
                   END-IF
           END-READ
           EXIT.

           DISPLAY 'MATRICULA A EXCLUIR?'
           ACCEPT WS-MATRICULA
           MOVE WS-MATRICULA TO BNC-MATRICULA
           READ AC00-ARQ-BANCARIO
               INVALID KEY
                   DISPLAY 'MATRICULA SEM CADASTRO BANCARIO: '
                       WS-MATRICULA
               NOT INVALID KEY
                   PERFORM 5170-MONTAR-CONTA-EVENTO
                   DELETE AC00-ARQ-BANCARIO
                       INVALID KEY
                           DISPLAY 'MATRICULA SEM CADASTRO BANCARIO: '
                               WS-MATRICULA
                       NOT INVALID KEY
                           MOVE 'BNCE' TO EVT-TIPO
                           MOVE WS-CONTA-EVENTO TO EVT-VALOR-ANTIGO
                           MOVE SPACES TO EVT-VALOR-NOVO
                           PERFORM 8000-GRAVAR-EVENTO
                   END-DELETE
           END-READ
           EXIT.

       8000-GRAVAR-EVENTO.
           MOVE WS-OPERADOR-SESSAO TO EVT-OPERADOR
           MOVE SPACES TO EVT-OPERADOR-APROV
           OPEN EXTEND EVENTO-ARQ
           IF WS-FS-EVENTO = '35'
               OPEN OUTPUT EVENTO-ARQ
           END-IF
           IF WS-FS-EVENTO NOT = '00'
               MOVE WS-FS-EVENTO TO WS-FILE-STATUS
               MOVE 'AC00HEVT' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           MOVE WS-MATRICULA TO EVT-MATRICULA
           ACCEPT EVT-DATA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA(1:6) TO EVT-HORA
           WRITE REG-EVENTO FROM WS-REG-EVENTO

           CLOSE EVENTO-ARQ
           EXIT.

       9900-ERRO-ARQUIVO.
