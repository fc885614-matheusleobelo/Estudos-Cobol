      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. SETINCM.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : SET
      *PROGRAMA   : SETINCM
      *OBJETIVO   : MANUTENCAO DOS INCIDENTES DE JOBS ABORTADOS
      *             (CADASTRO SETINCD, ABERTOS AUTOMATICAMENTE PELA
      *             ROTINA SETINCA A CADA TRANSICAO PARA 'X' EM
      *             SETAUDIT): LISTAR OS INCIDENTES EM ABERTO,
      *             REGISTRAR A CATEGORIA DA CAUSA, A DESCRICAO, A
      *             ACAO TOMADA, A DATA/HORA DA RESOLUCAO E O OPERADOR
      *             QUE RESOLVEU (O DA SESSAO DO DRIVER, EM SETSESS), E
      *             CONSULTAR UM INCIDENTE. O TEMPO DE RESOLUCAO EM
      *             MINUTOS (DA ABERTURA ATE A RESOLUCAO) E CALCULADO
      *             E GRAVADO NO PROPRIO INCIDENTE PARA O RELATORIO
      *             MENSAL SETINCR
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *----------------------------------------------------------------
      *CATEGORIAS: DA - DADOS DE ENTRADA INVALIDOS
      *            AR - ARQUIVO AUSENTE, BLOQUEADO OU CHEIO
      *            PG - DEFEITO DE PROGRAMA
      *            IN - INFRAESTRUTURA / AMBIENTE
      *            OP - ERRO OPERACIONAL
      *            DP - DEPENDENCIA / PASSO PREDECESSOR
      *            OU - OUTROS
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENTE-ARQ ASSIGN TO "SETINCD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-CHAVE
               FILE STATUS IS WS-FS-INCIDENTE.

           SELECT SESSAO-ARQ ASSIGN TO "SETSESS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENTE-ARQ.
       01 REG-INCIDENTE.
           05 INC-CHAVE.
               10 INC-JOB PIC X(08).
               10 INC-DATA-ABERTURA PIC 9(08).
               10 INC-HORA-ABERTURA PIC 9(06).
           05 INC-OPERADOR-ABERTURA PIC X(08).
           05 INC-SITUACAO PIC X(01).
               88 INC-ABERTO VALUE 'A'.
               88 INC-RESOLVIDO VALUE 'R'.
           05 INC-CATEGORIA PIC X(02).
               88 INC-CAUSA-DADOS VALUE 'DA'.
               88 INC-CAUSA-ARQUIVO VALUE 'AR'.
               88 INC-CAUSA-PROGRAMA VALUE 'PG'.
               88 INC-CAUSA-INFRAESTRUTURA VALUE 'IN'.
               88 INC-CAUSA-OPERACAO VALUE 'OP'.
               88 INC-CAUSA-DEPENDENCIA VALUE 'DP'.
               88 INC-CAUSA-OUTROS VALUE 'OU'.
               88 INC-CATEGORIA-VALIDA
                   VALUE 'DA' 'AR' 'PG' 'IN' 'OP' 'DP' 'OU'.
           05 INC-DESCRICAO-CAUSA PIC X(60).
           05 INC-ACAO-TOMADA PIC X(60).
           05 INC-DATA-RESOLUCAO PIC 9(08).
           05 INC-HORA-RESOLUCAO PIC 9(06).
           05 INC-OPERADOR-RESOLUCAO PIC X(08).
           05 INC-MINUTOS-RESOLUCAO PIC 9(07).

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
       01 WS-OPERADOR-SESSAO PIC X(08) VALUE SPACES.
       01 WS-HORA-COMPLETA PIC 9(08) VALUE ZERO.

       01 WS-AREA-CHAVE.
           05 WS-JOB PIC X(08) VALUE SPACES.
           05 WS-DATA-ABERTURA PIC 9(08) VALUE ZERO.
           05 WS-HORA-ABERTURA PIC 9(06) VALUE ZERO.

       01 WS-AREA-RESOLUCAO.
           05 WS-CATEGORIA PIC X(02) VALUE SPACES.
           05 WS-DESCRICAO-CAUSA PIC X(60) VALUE SPACES.
           05 WS-ACAO-TOMADA PIC X(60) VALUE SPACES.
           05 WS-DATA-RESOLUCAO PIC 9(08) VALUE ZERO.
           05 WS-DATA-RESOLUCAO-R REDEFINES WS-DATA-RESOLUCAO.
               10 WS-RES-ANO PIC 9(04).
               10 WS-RES-MES PIC 9(02).
               10 WS-RES-DIA PIC 9(02).
           05 WS-HORA-RESOLUCAO PIC 9(06) VALUE ZERO.
           05 WS-OPERADOR-RESOLUCAO PIC X(08) VALUE SPACES.

       01 WS-AREA-CALCULO.
           05 WS-DIA-ABERTURA PIC 9(07) VALUE ZERO.
           05 WS-DIA-RESOLUCAO PIC 9(07) VALUE ZERO.
           05 WS-MINUTOS-DIA-ABERTURA PIC 9(04) VALUE ZERO.
           05 WS-MINUTOS-DIA-RESOLUCAO PIC 9(04) VALUE ZERO.
           05 WS-MINUTOS-DECORRIDOS PIC S9(09) VALUE ZERO.

       01 WS-HORA-AUX PIC 9(06) VALUE ZERO.
       01 WS-HORA-AUX-R REDEFINES WS-HORA-AUX.
           05 WS-HH-AUX PIC 9(02).
           05 WS-MM-AUX PIC 9(02).
           05 WS-SS-AUX PIC 9(02).

       01 WS-AREA-DATAVALD.
           05 WS-DTV-DATA.
               10 WS-DTV-DIA PIC 9(02) VALUE ZERO.
               10 WS-DTV-MES PIC 9(02) VALUE ZERO.
               10 WS-DTV-ANO PIC 9(04) VALUE ZERO.
               10 WS-DTV-ANO-MINIMO PIC 9(04) VALUE 1900.
               10 WS-DTV-ANO-MAXIMO PIC 9(04) VALUE 9999.
           05 WS-DTV-IND-VALIDA PIC X(01) VALUE 'N'.
               88 WS-DATA-RESOLUCAO-VALIDA VALUE 'S'.
               88 WS-DATA-RESOLUCAO-INVALIDA VALUE 'N'.
           05 WS-DTV-COD-MOTIVO PIC X(04) VALUE SPACES.

       01 WS-OPCAO-MANUTENCAO PIC 9 VALUE ZERO.
       01 WS-IND-FIM-MANUTENCAO PIC X(01) VALUE 'N'.
           88 WS-FIM-MANUTENCAO VALUE 'S'.
           88 WS-NAO-FIM-MANUTENCAO VALUE 'N'.

       01 WS-IND-INCIDENTE-ACHADO PIC X(01) VALUE 'N'.
           88 WS-INCIDENTE-ACHADO VALUE 'S'.
           88 WS-INCIDENTE-NAO-ACHADO VALUE 'N'.

       01 WS-IND-DADOS-VALIDOS PIC X(01) VALUE 'N'.
           88 WS-DADOS-VALIDOS VALUE 'S'.
           88 WS-DADOS-INVALIDOS VALUE 'N'.

       01 WS-QTD-ABERTOS PIC 9(05) COMP VALUE ZERO.
       01 WS-QTD-ABERTOS-EDIT PIC ZZZZ9.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-INCIDENTE PIC X(02) VALUE '00'.
           05 WS-FS-SESSAO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-INCIDENTE PIC X(01) VALUE 'N'.
               88 WS-FIM-INCIDENTE VALUE 'S'.
               88 WS-NAO-FIM-INCIDENTE VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 1000-PROCESSAR-TRANSACAO UNTIL WS-FIM-MANUTENCAO.
       PERFORM 9000-ENCERRAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--INCIDENTES DE JOBS ABORTADOS (SETINCD)--'
           PERFORM 0050-LER-SESSAO-OPERADOR
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 0010-ABRIR-INCIDENTES
               UNTIL WS-FS-INCIDENTE = '00' OR WS-ERRO-FATAL
           EXIT.

       0010-ABRIR-INCIDENTES.
           OPEN I-O INCIDENTE-ARQ
           IF WS-FS-INCIDENTE = '35'
               OPEN OUTPUT INCIDENTE-ARQ
               CLOSE INCIDENTE-ARQ
               OPEN I-O INCIDENTE-ARQ
           END-IF
           IF WS-FS-INCIDENTE NOT = '00'
               MOVE WS-FS-INCIDENTE TO WS-FILE-STATUS
               MOVE 'SETINCD' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       0050-LER-SESSAO-OPERADOR.
           OPEN INPUT SESSAO-ARQ
           IF WS-FS-SESSAO = '00'
               READ SESSAO-ARQ
                   AT END
                       MOVE SPACES TO WS-OPERADOR-SESSAO
                   NOT AT END
                       MOVE SES-OPERADOR TO WS-OPERADOR-SESSAO
               END-READ
               CLOSE SESSAO-ARQ
           ELSE
               MOVE SPACES TO WS-OPERADOR-SESSAO
           END-IF
           EXIT.

       1000-PROCESSAR-TRANSACAO.
           DISPLAY SPACES
           DISPLAY 'INCIDENTES DE JOBS ABORTADOS'
           DISPLAY '1-LISTAR ABERTOS  2-REGISTRAR CAUSA E SOLUCAO  '
               '3-CONSULTAR  4-ENCERRAR'
           ACCEPT WS-OPCAO-MANUTENCAO

           EVALUATE WS-OPCAO-MANUTENCAO
               WHEN 1
                   PERFORM 2000-LISTAR-ABERTOS
               WHEN 2
                   PERFORM 3000-REGISTRAR-SOLUCAO
               WHEN 3
                   PERFORM 4000-CONSULTAR-INCIDENTE
               WHEN 4
                   SET WS-FIM-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           EXIT.

       2000-LISTAR-ABERTOS.
           MOVE ZERO TO WS-QTD-ABERTOS
           SET WS-NAO-FIM-INCIDENTE TO TRUE
           MOVE LOW-VALUES TO INC-CHAVE
           START INCIDENTE-ARQ KEY IS NOT LESS THAN INC-CHAVE
               INVALID KEY
                   SET WS-FIM-INCIDENTE TO TRUE
           END-START
           DISPLAY 'JOB      DATA     HORA   OPERADOR'
           PERFORM 2100-LISTAR-UM-INCIDENTE UNTIL WS-FIM-INCIDENTE
           MOVE WS-QTD-ABERTOS TO WS-QTD-ABERTOS-EDIT
           DISPLAY 'INCIDENTES EM ABERTO: ' WS-QTD-ABERTOS-EDIT
           EXIT.

       2100-LISTAR-UM-INCIDENTE.
           READ INCIDENTE-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-INCIDENTE TO TRUE
               NOT AT END
                   IF INC-ABERTO
                       ADD 1 TO WS-QTD-ABERTOS
                       DISPLAY INC-JOB ' ' INC-DATA-ABERTURA ' '
                           INC-HORA-ABERTURA ' ' INC-OPERADOR-ABERTURA
                   END-IF
           END-READ
           EXIT.

       3000-REGISTRAR-SOLUCAO.
           PERFORM 5000-LOCALIZAR-INCIDENTE
           IF WS-INCIDENTE-ACHADO
               PERFORM 5100-EXIBIR-INCIDENTE
               PERFORM 3100-INFORMAR-SOLUCAO
               IF WS-DADOS-VALIDOS
                   PERFORM 3300-GRAVAR-SOLUCAO
               END-IF
           END-IF
           EXIT.

       3100-INFORMAR-SOLUCAO.
           SET WS-DADOS-INVALIDOS TO TRUE
           DISPLAY 'CATEGORIA DA CAUSA: DA-DADOS  AR-ARQUIVO  '
               'PG-PROGRAMA  IN-INFRAESTRUTURA'
           DISPLAY '                    OP-OPERACAO  DP-DEPENDENCIA  '
               'OU-OUTROS'
           ACCEPT WS-CATEGORIA
           MOVE WS-CATEGORIA TO INC-CATEGORIA
           IF NOT INC-CATEGORIA-VALIDA
               DISPLAY 'CATEGORIA INVALIDA: ' WS-CATEGORIA
                   ' - REGISTRO CANCELADO'
           ELSE
               DISPLAY 'DESCRICAO DA CAUSA (ATE 60 POSICOES)?'
               ACCEPT WS-DESCRICAO-CAUSA
               DISPLAY 'ACAO TOMADA (ATE 60 POSICOES)?'
               ACCEPT WS-ACAO-TOMADA
               DISPLAY 'DATA DA RESOLUCAO (AAAAMMDD, 0 = AGORA)?'
               ACCEPT WS-DATA-RESOLUCAO
               IF WS-DATA-RESOLUCAO = ZERO
                   ACCEPT WS-DATA-RESOLUCAO FROM DATE YYYYMMDD
                   ACCEPT WS-HORA-COMPLETA FROM TIME
                   MOVE WS-HORA-COMPLETA(1:6) TO WS-HORA-RESOLUCAO
               ELSE
                   DISPLAY 'HORA DA RESOLUCAO (HHMMSS)?'
                   ACCEPT WS-HORA-RESOLUCAO
               END-IF
               PERFORM 3150-INFORMAR-OPERADOR
               PERFORM 3200-VALIDAR-RESOLUCAO
           END-IF
           EXIT.

       3150-INFORMAR-OPERADOR.
           IF WS-OPERADOR-SESSAO = SPACES
               DISPLAY 'OPERADOR QUE RESOLVEU?'
               ACCEPT WS-OPERADOR-RESOLUCAO
           ELSE
               MOVE WS-OPERADOR-SESSAO TO WS-OPERADOR-RESOLUCAO
               DISPLAY 'OPERADOR QUE RESOLVEU: ' WS-OPERADOR-RESOLUCAO
           END-IF
           EXIT.

       3200-VALIDAR-RESOLUCAO.
           MOVE WS-RES-DIA TO WS-DTV-DIA
           MOVE WS-RES-MES TO WS-DTV-MES
           MOVE WS-RES-ANO TO WS-DTV-ANO
           CALL 'DATAVALD' USING WS-DTV-DATA WS-DTV-IND-VALIDA
               WS-DTV-COD-MOTIVO
           MOVE WS-HORA-RESOLUCAO TO WS-HORA-AUX
           EVALUATE TRUE
               WHEN WS-DATA-RESOLUCAO-INVALIDA
                   DISPLAY 'DATA DA RESOLUCAO INVALIDA ('
                       WS-DTV-COD-MOTIVO ') - REGISTRO CANCELADO'
               WHEN WS-HH-AUX > 23 OR WS-MM-AUX > 59 OR WS-SS-AUX > 59
                   DISPLAY 'HORA DA RESOLUCAO INVALIDA - REGISTRO '
                       'CANCELADO'
               WHEN WS-OPERADOR-RESOLUCAO = SPACES
                   DISPLAY 'OPERADOR NAO INFORMADO - REGISTRO '
                       'CANCELADO'
               WHEN OTHER
                   PERFORM 3250-CALCULAR-TEMPO-RESOLUCAO
                   IF WS-MINUTOS-DECORRIDOS < ZERO
                       DISPLAY 'RESOLUCAO ANTERIOR A ABERTURA DO '
                           'INCIDENTE - REGISTRO CANCELADO'
                   ELSE
                       SET WS-DADOS-VALIDOS TO TRUE
                   END-IF
           END-EVALUATE
           EXIT.

       3250-CALCULAR-TEMPO-RESOLUCAO.
           COMPUTE WS-DIA-ABERTURA =
               FUNCTION INTEGER-OF-DATE(INC-DATA-ABERTURA)
           COMPUTE WS-DIA-RESOLUCAO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-RESOLUCAO)
           MOVE INC-HORA-ABERTURA TO WS-HORA-AUX
           COMPUTE WS-MINUTOS-DIA-ABERTURA =
               WS-HH-AUX * 60 + WS-MM-AUX
           MOVE WS-HORA-RESOLUCAO TO WS-HORA-AUX
           COMPUTE WS-MINUTOS-DIA-RESOLUCAO =
               WS-HH-AUX * 60 + WS-MM-AUX
           COMPUTE WS-MINUTOS-DECORRIDOS =
               (WS-DIA-RESOLUCAO - WS-DIA-ABERTURA) * 1440
               + WS-MINUTOS-DIA-RESOLUCAO - WS-MINUTOS-DIA-ABERTURA
           EXIT.

       3300-GRAVAR-SOLUCAO.
           MOVE WS-CATEGORIA TO INC-CATEGORIA
           MOVE WS-DESCRICAO-CAUSA TO INC-DESCRICAO-CAUSA
           MOVE WS-ACAO-TOMADA TO INC-ACAO-TOMADA
           MOVE WS-DATA-RESOLUCAO TO INC-DATA-RESOLUCAO
           MOVE WS-HORA-RESOLUCAO TO INC-HORA-RESOLUCAO
           MOVE WS-OPERADOR-RESOLUCAO TO INC-OPERADOR-RESOLUCAO
           MOVE WS-MINUTOS-DECORRIDOS TO INC-MINUTOS-RESOLUCAO
           SET INC-RESOLVIDO TO TRUE
           REWRITE REG-INCIDENTE
           IF WS-FS-INCIDENTE NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O INCIDENTE (STATUS '
                   WS-FS-INCIDENTE ')'
           ELSE
               DISPLAY 'INCIDENTE RESOLVIDO EM ' INC-MINUTOS-RESOLUCAO
                   ' MINUTO(S)'
           END-IF
           EXIT.

       4000-CONSULTAR-INCIDENTE.
           PERFORM 5000-LOCALIZAR-INCIDENTE
           IF WS-INCIDENTE-ACHADO
               PERFORM 5100-EXIBIR-INCIDENTE
           END-IF
           EXIT.

       5000-LOCALIZAR-INCIDENTE.
           SET WS-INCIDENTE-NAO-ACHADO TO TRUE
           DISPLAY 'JOB DO INCIDENTE?'
           ACCEPT WS-JOB
           DISPLAY 'DATA DA ABERTURA (AAAAMMDD)?'
           ACCEPT WS-DATA-ABERTURA
           DISPLAY 'HORA DA ABERTURA (HHMMSS)?'
           ACCEPT WS-HORA-ABERTURA
           MOVE WS-JOB TO INC-JOB
           MOVE WS-DATA-ABERTURA TO INC-DATA-ABERTURA
           MOVE WS-HORA-ABERTURA TO INC-HORA-ABERTURA
           READ INCIDENTE-ARQ
               INVALID KEY
                   DISPLAY 'INCIDENTE NAO ENCONTRADO: ' WS-JOB ' '
                       WS-DATA-ABERTURA ' ' WS-HORA-ABERTURA
               NOT INVALID KEY
                   SET WS-INCIDENTE-ACHADO TO TRUE
           END-READ
           EXIT.

       5100-EXIBIR-INCIDENTE.
           DISPLAY 'JOB..............: ' INC-JOB
           DISPLAY 'ABERTURA.........: ' INC-DATA-ABERTURA ' '
               INC-HORA-ABERTURA ' ' INC-OPERADOR-ABERTURA
           IF INC-RESOLVIDO
               DISPLAY 'SITUACAO.........: RESOLVIDO'
               DISPLAY 'CATEGORIA........: ' INC-CATEGORIA
               DISPLAY 'CAUSA............: ' INC-DESCRICAO-CAUSA
               DISPLAY 'ACAO TOMADA......: ' INC-ACAO-TOMADA
               DISPLAY 'RESOLUCAO........: ' INC-DATA-RESOLUCAO ' '
                   INC-HORA-RESOLUCAO ' ' INC-OPERADOR-RESOLUCAO
               DISPLAY 'TEMPO (MINUTOS)..: ' INC-MINUTOS-RESOLUCAO
           ELSE
               DISPLAY 'SITUACAO.........: ABERTO'
           END-IF
           EXIT.

       9000-ENCERRAR-PROGRAMA.
           CLOSE INCIDENTE-ARQ
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
