      *                   (AUD-OPERADOR, LIDO DO SETSESS GRAVADO PELO
      *                   SIGN-ON DO DRIVER; EM LOTE SEM SESSAO, FICA
      *                   EM BRANCO) - REGISTRO DE 40 PARA 49 POSICOES
      *15/10/2026 MLBF    SETSTAT PASSA A GUARDAR A HORA DE INICIO
      *                   (GRAVADA NA CHAMADA COM 'E') E A HORA DE FIM
      *                   (GRAVADA NA CHAMADA COM O RESULTADO) DE CADA
      *                   EXECUCAO, CAMPOS STA-HORA-INICIO E
      *                   STA-HORA-FIM (HHMMSS) - REGISTRO DE 20 PARA 32
      *                   POSICOES; BASE DO RELATORIO DE TEMPOS SETTEMPO
      *                   E DA CONFERENCIA DA JANELA DO LOTE NO ACNTSUM.
      *                   O SETSTAT EXISTENTE DEVE SER RECARREGADO NO
      *                   NOVO TAMANHO (BACKUP ACBKUP01 + RECONSTRUCAO
      *                   ACRESTOR)
      *15/10/2026 MLBF    A CHAMADA COM 'X' (ABORTADO) PASSA A ABRIR UM
      *                   INCIDENTE NO CADASTRO SETINCD (ROTINA
      *                   SETINCA), COM A MESMA DATA/HORA DA TRANSICAO
      *                   GRAVADA EM SETAUDIT, PARA O REGISTRO DA CAUSA
      *                   E DA SOLUCAO NO SETINCM
      *----------------------------------------------------------------
      *USO        : CALL 'JOBSTAT' USING LK-JOB-NOME, LK-SITUACAO,
      *             SENDO LK-JOB-NOME UM CAMPO PIC X(08) COM O NOME DO
               10 STA-DATA PIC 9(08).
           05 STA-SWITCH PIC X(01).
           05 STA-TENTATIVAS PIC 9(03).
           05 STA-HORA-INICIO PIC 9(06).
           05 STA-HORA-FIM PIC 9(06).

       FD  AUDITORIA-ARQ.
       01 REG-AUDITORIA PIC X(49).

       01 WS-OPERADOR-SESSAO PIC X(08) VALUE SPACES.

       01 WS-AREA-INCIDENTE.
           05 WS-INC-JOB PIC X(08) VALUE SPACES.
           05 WS-INC-DATA PIC 9(08) VALUE ZERO.
           05 WS-INC-HORA PIC 9(06) VALUE ZERO.
           05 WS-INC-OPERADOR PIC X(08) VALUE SPACES.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-STATUS PIC X(02) VALUE '00'.
           05 WS-FS-AUDITORIA PIC X(02) VALUE '00'.
       PROCEDURE DIVISION USING LK-JOB-NOME LK-SITUACAO.
       0000-REGISTRAR-STATUS.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           PERFORM 0500-LER-SESSAO-OPERADOR
           PERFORM 1000-GRAVAR-SETSTAT
           PERFORM 2000-GRAVAR-SETAUDIT
           IF LK-ABORTADO
               PERFORM 3000-ABRIR-INCIDENTE
           END-IF
           GOBACK.

       0500-LER-SESSAO-OPERADOR.
                       MOVE LK-JOB-NOME TO STA-JOB
                       MOVE WS-DATA-EXECUCAO TO STA-DATA
                       MOVE 1 TO STA-TENTATIVAS
                       MOVE ZERO TO STA-HORA-INICIO
                   NOT INVALID KEY
                       SET WS-REGISTRO-ENCONTRADO TO TRUE
                       IF LK-EXECUTANDO AND STA-SWITCH = 'X'
                           ADD 1 TO STA-TENTATIVAS
                       END-IF
                       IF STA-HORA-INICIO NOT NUMERIC
                           MOVE ZERO TO STA-HORA-INICIO
                       END-IF
               END-READ

               MOVE LK-SITUACAO TO STA-SWITCH
               IF LK-EXECUTANDO
                   MOVE WS-HORA-COMPLETA(1:6) TO STA-HORA-INICIO
                   MOVE ZERO TO STA-HORA-FIM
               ELSE
                   MOVE WS-HORA-COMPLETA(1:6) TO STA-HORA-FIM
               END-IF
               IF WS-REGISTRO-ENCONTRADO
                   REWRITE REG-STATUS
               ELSE
               MOVE LK-JOB-NOME TO AUD-JOB
               MOVE WS-OPERADOR-SESSAO TO AUD-OPERADOR
               MOVE WS-DATA-EXECUCAO TO AUD-DATA
               MOVE WS-HORA-COMPLETA(1:6) TO AUD-HORA
               EVALUATE TRUE
                   WHEN LK-EXECUTANDO
               CLOSE AUDITORIA-ARQ
           END-IF
           EXIT.

       3000-ABRIR-INCIDENTE.
           MOVE LK-JOB-NOME TO WS-INC-JOB
           MOVE WS-DATA-EXECUCAO TO WS-INC-DATA
           MOVE WS-HORA-COMPLETA(1:6) TO WS-INC-HORA
           MOVE WS-OPERADOR-SESSAO TO WS-INC-OPERADOR
           CALL 'SETINCA' USING WS-AREA-INCIDENTE
           CANCEL 'SETINCA'
           EXIT.
