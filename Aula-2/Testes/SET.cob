      *                   49 POSICOES; A AUDITORIA EXTERNA APONTOU QUE
      *                   A TRILHA TINHA DATA/HORA/STATUS MAS NENHUMA
      *                   PESSOA
      *15/10/2026 MLBF    LAYOUT DE SETSTAT ATUALIZADO PARA OS CAMPOS
      *                   STA-HORA-INICIO E STA-HORA-FIM (HHMMSS)
      *                   GRAVADOS PELA ROTINA JOBSTAT - REGISTRO DE 20
      *                   PARA 32 POSICOES; O REGISTRO MANUAL NAO TEM
      *                   HORARIO DE EXECUCAO: REGISTRO NOVO NASCE COM
      *                   AS HORAS ZERADAS E O REGRAVADO MANTEM AS QUE
      *                   JA TINHA
      *15/10/2026 MLBF    A TRANSICAO PARA ABORTADO GRAVADA EM SETAUDIT
      *                   PASSA A ABRIR UM INCIDENTE NO CADASTRO SETINCD
      *                   (ROTINA SETINCA), PARA O REGISTRO DA CAUSA E
      *                   DA SOLUCAO NO SETINCM
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 STA-DATA PIC 9(08).
           05 STA-SWITCH PIC X(01).
           05 STA-TENTATIVAS PIC 9(03).
           05 STA-HORA-INICIO PIC 9(06).
           05 STA-HORA-FIM PIC 9(06).

       FD  AUDITORIA-ARQ.
       01 REG-AUDITORIA PIC X(49).

       01 WS-HORA-COMPLETA PIC 9(08) VALUE ZERO.

       01 WS-AREA-INCIDENTE.
           05 WS-INC-JOB PIC X(08) VALUE SPACES.
           05 WS-INC-DATA PIC 9(08) VALUE ZERO.
           05 WS-INC-HORA PIC 9(06) VALUE ZERO.
           05 WS-INC-OPERADOR PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 0000-RECUPERAR-STATUS-ANTERIOR.
           IF WS-LIMITE-EXCEDIDO
                   MOVE 'DESCONHECIDO' TO AUD-CONDICAO
           END-EVALUATE
           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA
           IF WS-ABORTADO
               PERFORM 1960-ABRIR-INCIDENTE
           END-IF
           EXIT.

       1960-ABRIR-INCIDENTE.
           MOVE AUD-JOB TO WS-INC-JOB
           MOVE AUD-DATA TO WS-INC-DATA
           MOVE AUD-HORA TO WS-INC-HORA
           MOVE AUD-OPERADOR TO WS-INC-OPERADOR
           CALL 'SETINCA' USING WS-AREA-INCIDENTE
           CANCEL 'SETINCA'
           EXIT.

       9050-FECHAR-AUDITORIA.
           MOVE WS-DATA-EXECUCAO TO STA-DATA
           MOVE WS-SWITCH-STATUS TO STA-SWITCH
           MOVE WS-TENTATIVAS TO STA-TENTATIVAS
           IF WS-REGISTRO-NAO-ENCONTRADO
               MOVE ZERO TO STA-HORA-INICIO
               MOVE ZERO TO STA-HORA-FIM
           END-IF
           IF WS-REGISTRO-ENCONTRADO
               REWRITE REG-STATUS
           ELSE
