      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00CEPL.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00CEPL
      *OBJETIVO   : CARGA DA TABELA DE REFERENCIA DE CEP/MUNICIPIOS
      *             AC00CEPS A PARTIR DO EXTRATO DOS CORREIOS (AC00CEPX,
      *             CAMPOS SEPARADOS POR PONTO E VIRGULA: CEP INICIAL DA
      *             FAIXA, CEP FINAL DA FAIXA, NOME DO MUNICIPIO, UF E
      *             CODIGO IBGE DO MUNICIPIO, UMA FAIXA POR LINHA, EM
      *             ORDEM CRESCENTE DE CEP). A TABELA E RECRIADA A CADA
      *             CARGA; FAIXAS COM CEP NAO NUMERICO, INICIAL MAIOR
      *             QUE O FINAL, SOBREPOSTAS A FAIXA ANTERIOR, SEM
      *             MUNICIPIO, COM UF INEXISTENTE OU CODIGO IBGE
      *             INVALIDO VAO PARA O ARQUIVO DE EXCECAO AC00CEXC
      *             (LAYOUT DO COPYBOOK EXCECAO). A TABELA E CONSULTADA
      *             PELA ROTINA CEPBUSC
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
           SELECT EXTRATO-ARQ ASSIGN TO "AC00CEPX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRATO.

           SELECT CEP-ARQ ASSIGN TO "AC00CEPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-FAIXA-FINAL
               ALTERNATE RECORD KEY IS CEP-COD-MUNICIPIO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CEP.

           SELECT EXCECAO-ARQ ASSIGN TO "AC00CEXC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECAO.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-ARQ.
       01 REG-EXTRATO PIC X(80).

       FD  CEP-ARQ.
       01 REG-CEP.
           05 CEP-FAIXA-FINAL PIC 9(08).
           05 CEP-FAIXA-INICIAL PIC 9(08).
           05 CEP-CIDADE PIC X(30).
           05 CEP-UF PIC X(02).
           05 CEP-COD-MUNICIPIO PIC 9(07).

       FD  EXCECAO-ARQ.
       01 REG-EXCECAO PIC X(69).

       WORKING-STORAGE SECTION.
       01 WS-REG-EXCECAO.
           COPY EXCECAO.
           05 FILLER PIC X VALUE SPACE.
           05 EXC-LINHA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 EXC-CEP-INICIAL PIC X(08) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 EXC-CEP-FINAL PIC X(08) VALUE SPACES.

       01 WS-AREA-CAMPOS-EXTRATO.
           05 WS-EXT-CEP-INICIAL PIC X(08) VALUE SPACES.
           05 WS-EXT-CEP-FINAL PIC X(08) VALUE SPACES.
           05 WS-EXT-CIDADE PIC X(30) VALUE SPACES.
           05 WS-EXT-UF PIC X(02) VALUE SPACES.
               88 WS-EXT-UF-VALIDA VALUE 'AC' 'AL' 'AP' 'AM' 'BA'
                   'CE' 'DF' 'ES' 'GO' 'MA' 'MT' 'MS' 'MG' 'PA'
                   'PB' 'PR' 'PE' 'PI' 'RJ' 'RN' 'RS' 'RO' 'RR'
                   'SC' 'SP' 'SE' 'TO'.
           05 WS-EXT-COD-MUNICIPIO PIC X(07) VALUE SPACES.

       01 WS-AREA-CONVERTIDA.
           05 WS-CEP-INICIAL-NUM PIC 9(08) VALUE ZERO.
           05 WS-CEP-FINAL-NUM PIC 9(08) VALUE ZERO.
           05 WS-COD-MUNICIPIO-NUM PIC 9(07) VALUE ZERO.
           05 WS-CEP-FINAL-ANTERIOR PIC 9(08) VALUE ZERO.

       01 WS-AREA-AJUSTE-NUMERICO.
           05 WS-CNT-CEP-INICIAL PIC 9(02) COMP VALUE ZERO.
           05 WS-CNT-CEP-FINAL PIC 9(02) COMP VALUE ZERO.
           05 WS-JUS-CEP-INICIAL PIC X(08) JUSTIFIED RIGHT
               VALUE SPACES.
           05 WS-JUS-CEP-FINAL PIC X(08) JUSTIFIED RIGHT
               VALUE SPACES.

       01 WS-IND-REGISTRO-VALIDO PIC X(01) VALUE 'S'.
           88 WS-REGISTRO-VALIDO VALUE 'S'.
           88 WS-REGISTRO-INVALIDO VALUE 'N'.

       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.

       01 WS-AREA-TOTAIS-CARGA.
           05 WS-TOTAL-LIDOS PIC 9(06) COMP VALUE ZERO.
           05 WS-TOTAL-CARREGADOS PIC 9(06) COMP VALUE ZERO.
           05 WS-TOTAL-REJEITADOS PIC 9(06) COMP VALUE ZERO.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-EXTRATO PIC X(02) VALUE '00'.
           05 WS-FS-CEP PIC X(02) VALUE '00'.
           05 WS-FS-EXCECAO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-EXTRATO PIC X(01) VALUE 'N'.
               88 WS-FIM-EXTRATO VALUE 'S'.
               88 WS-NAO-FIM-EXTRATO VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 1000-CARREGAR-EXTRATO.
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--CARGA DA TABELA DE CEP/MUNICIPIOS (AC00CEPX)--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT EXTRATO-ARQ
           IF WS-FS-EXTRATO NOT = '00'
               MOVE WS-FS-EXTRATO TO WS-FILE-STATUS
               MOVE 'AC00CEPX' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 0010-ABRIR-TABELA-CEP
               UNTIL WS-FS-CEP = '00' OR WS-ERRO-FATAL

           OPEN OUTPUT EXCECAO-ARQ
           IF WS-FS-EXCECAO NOT = '00'
               MOVE WS-FS-EXCECAO TO WS-FILE-STATUS
               MOVE 'AC00CEXC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       0010-ABRIR-TABELA-CEP.
           OPEN OUTPUT CEP-ARQ
           IF WS-FS-CEP NOT = '00'
               MOVE WS-FS-CEP TO WS-FILE-STATUS
               MOVE 'AC00CEPS' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       1000-CARREGAR-EXTRATO.
           PERFORM 1050-LER-EXTRATO
           PERFORM 1100-PROCESSAR-LINHA UNTIL WS-FIM-EXTRATO
           EXIT.

       1050-LER-EXTRATO.
           READ EXTRATO-ARQ
               AT END
                   SET WS-FIM-EXTRATO TO TRUE
           END-READ
           EXIT.

       1100-PROCESSAR-LINHA.
           ADD 1 TO WS-TOTAL-LIDOS
           SET WS-REGISTRO-VALIDO TO TRUE
           PERFORM 2000-SEPARAR-CAMPOS
           PERFORM 3000-VALIDAR-CAMPOS
           IF WS-REGISTRO-VALIDO
               PERFORM 4000-GRAVAR-FAIXA
           END-IF
           PERFORM 1050-LER-EXTRATO
           EXIT.

       2000-SEPARAR-CAMPOS.
           MOVE SPACES TO WS-EXT-CEP-INICIAL
           MOVE SPACES TO WS-EXT-CEP-FINAL
           MOVE SPACES TO WS-EXT-CIDADE
           MOVE SPACES TO WS-EXT-UF
           MOVE SPACES TO WS-EXT-COD-MUNICIPIO
           MOVE ZERO TO WS-CNT-CEP-INICIAL
           MOVE ZERO TO WS-CNT-CEP-FINAL
           UNSTRING REG-EXTRATO DELIMITED BY ';'
               INTO WS-EXT-CEP-INICIAL COUNT IN WS-CNT-CEP-INICIAL
                    WS-EXT-CEP-FINAL COUNT IN WS-CNT-CEP-FINAL
                    WS-EXT-CIDADE
                    WS-EXT-UF
                    WS-EXT-COD-MUNICIPIO
           END-UNSTRING
           PERFORM 2100-AJUSTAR-NUMERICOS
           CALL 'NOMEFMT' USING WS-EXT-CIDADE
           INSPECT WS-EXT-UF CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE WS-EXT-CEP-INICIAL TO EXC-CEP-INICIAL
           MOVE WS-EXT-CEP-FINAL TO EXC-CEP-FINAL
           EXIT.

       2100-AJUSTAR-NUMERICOS.
           IF WS-CNT-CEP-INICIAL > ZERO AND WS-CNT-CEP-INICIAL < 8
               MOVE WS-EXT-CEP-INICIAL(1:WS-CNT-CEP-INICIAL)
                   TO WS-JUS-CEP-INICIAL
               INSPECT WS-JUS-CEP-INICIAL
                   REPLACING LEADING SPACE BY '0'
               MOVE WS-JUS-CEP-INICIAL TO WS-EXT-CEP-INICIAL
           END-IF
           IF WS-CNT-CEP-FINAL > ZERO AND WS-CNT-CEP-FINAL < 8
               MOVE WS-EXT-CEP-FINAL(1:WS-CNT-CEP-FINAL)
                   TO WS-JUS-CEP-FINAL
               INSPECT WS-JUS-CEP-FINAL
                   REPLACING LEADING SPACE BY '0'
               MOVE WS-JUS-CEP-FINAL TO WS-EXT-CEP-FINAL
           END-IF
           EXIT.

       3000-VALIDAR-CAMPOS.
           PERFORM 3100-VALIDAR-FAIXA
           IF WS-REGISTRO-VALIDO
               PERFORM 3200-VALIDAR-MUNICIPIO
           END-IF
           EXIT.

       3100-VALIDAR-FAIXA.
           EVALUATE TRUE
               WHEN WS-EXT-CEP-INICIAL NOT NUMERIC
                   MOVE 'CEPI' TO EXC-COD-MOTIVO
                   MOVE 'CEP INICIAL NAO NUMERICO' TO EXC-DESC-MOTIVO
                   PERFORM 8000-GRAVAR-EXCECAO
               WHEN WS-EXT-CEP-FINAL NOT NUMERIC
                   MOVE 'CEPF' TO EXC-COD-MOTIVO
                   MOVE 'CEP FINAL NAO NUMERICO' TO EXC-DESC-MOTIVO
                   PERFORM 8000-GRAVAR-EXCECAO
               WHEN OTHER
                   MOVE WS-EXT-CEP-INICIAL TO WS-CEP-INICIAL-NUM
                   MOVE WS-EXT-CEP-FINAL TO WS-CEP-FINAL-NUM
           END-EVALUATE
           IF WS-REGISTRO-VALIDO
               EVALUATE TRUE
                   WHEN WS-CEP-INICIAL-NUM = ZERO
                       MOVE 'CEPI' TO EXC-COD-MOTIVO
                       MOVE 'CEP INICIAL ZERADO' TO EXC-DESC-MOTIVO
                       PERFORM 8000-GRAVAR-EXCECAO
                   WHEN WS-CEP-INICIAL-NUM > WS-CEP-FINAL-NUM
                       MOVE 'FAIX' TO EXC-COD-MOTIVO
                       MOVE 'CEP INICIAL MAIOR QUE O FINAL'
                           TO EXC-DESC-MOTIVO
                       PERFORM 8000-GRAVAR-EXCECAO
                   WHEN WS-CEP-INICIAL-NUM
                       NOT > WS-CEP-FINAL-ANTERIOR
                       MOVE 'SOBR' TO EXC-COD-MOTIVO
                       MOVE 'FAIXA SOBREPOE/FORA DE ORDEM'
                           TO EXC-DESC-MOTIVO
                       PERFORM 8000-GRAVAR-EXCECAO
               END-EVALUATE
           END-IF
           EXIT.

       3200-VALIDAR-MUNICIPIO.
           EVALUATE TRUE
               WHEN WS-EXT-CIDADE = SPACES
                   MOVE 'CIDA' TO EXC-COD-MOTIVO
                   MOVE 'MUNICIPIO NAO INFORMADO' TO EXC-DESC-MOTIVO
                   PERFORM 8000-GRAVAR-EXCECAO
               WHEN NOT WS-EXT-UF-VALIDA
                   MOVE 'UF  ' TO EXC-COD-MOTIVO
                   MOVE 'UF INEXISTENTE' TO EXC-DESC-MOTIVO
                   PERFORM 8000-GRAVAR-EXCECAO
               WHEN WS-EXT-COD-MUNICIPIO NOT NUMERIC
                   MOVE 'IBGE' TO EXC-COD-MOTIVO
                   MOVE 'CODIGO IBGE NAO NUMERICO' TO EXC-DESC-MOTIVO
                   PERFORM 8000-GRAVAR-EXCECAO
               WHEN WS-EXT-COD-MUNICIPIO = ZERO
                   MOVE 'IBGE' TO EXC-COD-MOTIVO
                   MOVE 'CODIGO IBGE ZERADO' TO EXC-DESC-MOTIVO
                   PERFORM 8000-GRAVAR-EXCECAO
               WHEN OTHER
                   MOVE WS-EXT-COD-MUNICIPIO TO WS-COD-MUNICIPIO-NUM
           END-EVALUATE
           EXIT.

       4000-GRAVAR-FAIXA.
           MOVE WS-CEP-FINAL-NUM TO CEP-FAIXA-FINAL
           MOVE WS-CEP-INICIAL-NUM TO CEP-FAIXA-INICIAL
           MOVE WS-EXT-CIDADE TO CEP-CIDADE
           MOVE WS-EXT-UF TO CEP-UF
           MOVE WS-COD-MUNICIPIO-NUM TO CEP-COD-MUNICIPIO

           WRITE REG-CEP
               INVALID KEY
                   MOVE 'DUPL' TO EXC-COD-MOTIVO
                   MOVE 'FAIXA JA CARREGADA' TO EXC-DESC-MOTIVO
                   PERFORM 8000-GRAVAR-EXCECAO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CARREGADOS
                   MOVE WS-CEP-FINAL-NUM TO WS-CEP-FINAL-ANTERIOR
           END-WRITE
           EXIT.

       8000-GRAVAR-EXCECAO.
           SET WS-REGISTRO-INVALIDO TO TRUE
           MOVE WS-DATA-HOJE TO EXC-DATA-PROCESSAMENTO
           MOVE WS-TOTAL-LIDOS TO EXC-LINHA
           WRITE REG-EXCECAO FROM WS-REG-EXCECAO
           ADD 1 TO WS-TOTAL-REJEITADOS
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           CLOSE EXTRATO-ARQ
           CLOSE CEP-ARQ
           CLOSE EXCECAO-ARQ
           DISPLAY 'LINHAS LIDAS...........: ' WS-TOTAL-LIDOS
           DISPLAY 'FAIXAS CARREGADAS......: ' WS-TOTAL-CARREGADOS
           DISPLAY 'REJEITADAS (AC00CEXC)..: ' WS-TOTAL-REJEITADOS
           IF WS-TOTAL-REJEITADOS > ZERO
               DISPLAY 'CONFERIR AS FAIXAS REJEITADAS CONTRA O EXTRATO '
                   'DOS CORREIOS'
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
