      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. JOBPRED.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : SET
      *PROGRAMA   : JOBPRED
      *OBJETIVO   : ROTINA COMPARTILHADA (PADRAO JOBSTAT) QUE CONFERE,
      *             ANTES DE UM PROGRAMA DE LOTE COMECAR, SE OS JOBS
      *             DOS QUAIS ELE DEPENDE TERMINARAM COM SUCESSO EM
      *             SETSTAT. AS DEPENDENCIAS FICAM NA TABELA SETDEPE
      *             (UMA LINHA POR PAR JOB/PREDECESSOR); SE ALGUM
      *             PREDECESSOR ESTIVER AUSENTE, ABORTADO, AINDA EM
      *             EXECUCAO OU EM ALERTA (QUANDO A LINHA NAO ACEITA
      *             ALERTA), A ROTINA DEVOLVE 'N' E GRAVA O MOTIVO EM
      *             SETAUDIT - O CHAMADOR ENCERRA SEM PROCESSAR NADA,
      *             COM RETURN-CODE 12. EVITA, POR EXEMPLO, O MOVECONT
      *             CONTABILIZAR O MOVEORD DA VESPERA QUANDO O MOVE DA
      *             NOITE ABORTOU
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    ROTINA CRIADA
      *15/10/2026 MLBF    LAYOUT DE SETSTAT ATUALIZADO PARA OS CAMPOS
      *                   STA-HORA-INICIO E STA-HORA-FIM (HHMMSS)
      *                   GRAVADOS PELA ROTINA JOBSTAT - REGISTRO DE 20
      *                   PARA 32 POSICOES
      *15/10/2026 MLBF    EXEMPLO DE SETDEPE COM AS DEPENDENCIAS DO
      *                   MOVEESTR (MOVE E MOVEAPRV DA COMPETENCIA)
      *----------------------------------------------------------------
      *USO        : CALL 'JOBPRED' USING LK-JOB-NOME, LK-RESULTADO,
      *             SENDO LK-JOB-NOME UM CAMPO PIC X(08) COM O NOME DO
      *             JOB/PROGRAMA (O MESMO USADO NO JOBSTAT) E
      *             LK-RESULTADO UM CAMPO PIC X(01) DEVOLVIDO COM 'S'
      *             (LIBERADO) OU 'N' (BLOQUEADO). CHAMAR NO INICIO DO
      *             LOTE, ANTES DE ABRIR QUALQUER ARQUIVO.
      *
      *SETDEPE    : ARQUIVO TEXTO MANTIDO PELA OPERACAO, UMA LINHA POR
      *             DEPENDENCIA:
      *             POS 01-08 JOB QUE DEPENDE
      *             POS 10-17 JOB PREDECESSOR
      *             POS 19    ESCOPO - 'D' = O PREDECESSOR PRECISA TER
      *                       CONCLUIDO NA MESMA DATA; 'C' = A ULTIMA
      *                       EXECUCAO DO PREDECESSOR NA COMPETENCIA
      *                       (DESDE O DIA 1 DO MES ANTERIOR, POIS A
      *                       FOLHA DE UM MES RODA NO INICIO DO
      *                       SEGUINTE) PRECISA ESTAR CONCLUIDA
      *             POS 21    ACEITA ALERTA - 'S' = SITUACAO 'A' DO
      *                       PREDECESSOR TAMBEM LIBERA; BRANCO OU 'N'
      *                       = SO 'C' LIBERA
      *             EXEMPLO:
      *             MOVECONT MOVE     C N
      *             MOVESEFI MOVE     C N
      *             MOVEPG13 MOVE     C N
      *             AC00RESC MOVE     C N
      *             MOVEESTR MOVE     C N
      *             MOVEESTR MOVEAPRV C N
      *             MOVE     OPERACOE D S
      *             RECONCIL MOVE     D S
      *             JOB SEM LINHA NA TABELA NAO TEM PREDECESSOR; SEM O
      *             ARQUIVO SETDEPE, A ROTINA AVISA E LIBERA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENCIA-ARQ ASSIGN TO "SETDEPE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPENDENCIA.

           SELECT STATUS-ARQ ASSIGN TO "SETSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STA-CHAVE
               FILE STATUS IS WS-FS-STATUS.

           SELECT AUDITORIA-ARQ ASSIGN TO "SETAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT SESSAO-ARQ ASSIGN TO "SETSESS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPENDENCIA-ARQ.
       01 REG-DEPENDENCIA.
           05 DEP-JOB PIC X(08).
           05 FILLER PIC X.
           05 DEP-PREDECESSOR PIC X(08).
           05 FILLER PIC X.
           05 DEP-ESCOPO PIC X(01).
               88 DEP-ESCOPO-DATA VALUE 'D'.
               88 DEP-ESCOPO-COMPETENCIA VALUE 'C'.
           05 FILLER PIC X.
           05 DEP-ACEITA-ALERTA PIC X(01).
               88 DEP-ALERTA-LIBERA VALUE 'S'.

       FD  STATUS-ARQ.
       01 REG-STATUS.
           05 STA-CHAVE.
               10 STA-JOB PIC X(08).
               10 STA-DATA PIC 9(08).
           05 STA-SWITCH PIC X(01).
           05 STA-TENTATIVAS PIC 9(03).
           05 STA-HORA-INICIO PIC 9(06).
           05 STA-HORA-FIM PIC 9(06).

       FD  AUDITORIA-ARQ.
       01 REG-AUDITORIA PIC X(49).

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
       01 WS-DATA-EXECUCAO PIC 9(08) VALUE ZERO.
       01 WS-DATA-EXECUCAO-R REDEFINES WS-DATA-EXECUCAO.
           05 WS-ANO-EXECUCAO PIC 9(04).
           05 WS-MES-EXECUCAO PIC 9(02).
           05 WS-DIA-EXECUCAO PIC 9(02).
       01 WS-HORA-COMPLETA PIC 9(08) VALUE ZERO.

       01 WS-DATA-INICIO-COMPETENCIA PIC 9(08) VALUE ZERO.
       01 WS-DATA-INICIO-COMPETENCIA-R
           REDEFINES WS-DATA-INICIO-COMPETENCIA.
           05 WS-ANO-INICIO-COMPETENCIA PIC 9(04).
           05 WS-MES-INICIO-COMPETENCIA PIC 9(02).
           05 WS-DIA-INICIO-COMPETENCIA PIC 9(02).

       01 WS-IND-FIM-DEPENDENCIA PIC X(01) VALUE 'N'.
           88 WS-FIM-DEPENDENCIA VALUE 'S'.
           88 WS-NAO-FIM-DEPENDENCIA VALUE 'N'.

       01 WS-IND-FIM-STATUS PIC X(01) VALUE 'N'.
           88 WS-FIM-STATUS VALUE 'S'.
           88 WS-NAO-FIM-STATUS VALUE 'N'.

       01 WS-IND-SETSTAT-ABERTO PIC X(01) VALUE 'N'.
           88 WS-SETSTAT-ABERTO VALUE 'S'.
           88 WS-SETSTAT-FECHADO VALUE 'N'.

       01 WS-SITUACAO-PREDECESSOR PIC X(01) VALUE SPACE.
           88 WS-PRED-AUSENTE VALUE SPACE.
           88 WS-PRED-EXECUTANDO VALUE 'E'.
           88 WS-PRED-CONCLUIDO VALUE 'C'.
           88 WS-PRED-ALERTA VALUE 'A'.
           88 WS-PRED-ABORTADO VALUE 'X'.
       01 WS-DATA-PREDECESSOR PIC 9(08) VALUE ZERO.
       01 WS-MOTIVO-BLOQUEIO PIC X(20) VALUE SPACES.

       01 WS-CONDICAO-BLOQUEIO.
           05 FILLER PIC X(05) VALUE 'BLOQ '.
           05 WS-CBL-PREDECESSOR PIC X(08) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 WS-CBL-SITUACAO PIC X(01) VALUE SPACE.

       01 WS-CONTADORES-PREDECESSOR.
           05 WS-QTD-PREDECESSORES PIC 9(03) VALUE ZERO.
           05 WS-QTD-PRED-BLOQUEIO PIC 9(03) VALUE ZERO.

       01 WS-REG-AUDITORIA.
           05 AUD-JOB PIC X(08) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-DATA PIC 9(08) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-HORA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-CONDICAO PIC X(15) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-OPERADOR PIC X(08) VALUE SPACES.

       01 WS-OPERADOR-SESSAO PIC X(08) VALUE SPACES.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-DEPENDENCIA PIC X(02) VALUE '00'.
           05 WS-FS-STATUS PIC X(02) VALUE '00'.
           05 WS-FS-AUDITORIA PIC X(02) VALUE '00'.
           05 WS-FS-SESSAO PIC X(02) VALUE '00'.
           COPY CTLARQ.

       LINKAGE SECTION.
       01 LK-JOB-NOME PIC X(08).
       01 LK-RESULTADO PIC X(01).
           88 LK-LIBERADO VALUE 'S'.
           88 LK-BLOQUEADO VALUE 'N'.

       PROCEDURE DIVISION USING LK-JOB-NOME LK-RESULTADO.
       0000-VERIFICAR-PREDECESSORES.
           SET LK-LIBERADO TO TRUE
           MOVE ZERO TO WS-QTD-PREDECESSORES
           MOVE ZERO TO WS-QTD-PRED-BLOQUEIO
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           PERFORM 0100-CALCULAR-INICIO-COMPETENCIA
           PERFORM 0500-LER-SESSAO-OPERADOR
           PERFORM 1000-ABRIR-ARQUIVOS
           IF WS-FS-DEPENDENCIA = '00'
               PERFORM 2000-LER-DEPENDENCIA
               PERFORM 2100-TRATAR-DEPENDENCIA
                   UNTIL WS-FIM-DEPENDENCIA
               PERFORM 8000-FECHAR-ARQUIVOS
           END-IF
           IF LK-BLOQUEADO
               DISPLAY 'JOBPRED: ' LK-JOB-NOME ' BLOQUEADO - '
                   WS-QTD-PRED-BLOQUEIO ' DE ' WS-QTD-PREDECESSORES
                   ' PREDECESSOR(ES) PENDENTE(S), VER SETAUDIT'
           END-IF
           GOBACK.

       0100-CALCULAR-INICIO-COMPETENCIA.
           MOVE WS-DATA-EXECUCAO TO WS-DATA-INICIO-COMPETENCIA
           MOVE 01 TO WS-DIA-INICIO-COMPETENCIA
           IF WS-MES-INICIO-COMPETENCIA = 01
               MOVE 12 TO WS-MES-INICIO-COMPETENCIA
               SUBTRACT 1 FROM WS-ANO-INICIO-COMPETENCIA
           ELSE
               SUBTRACT 1 FROM WS-MES-INICIO-COMPETENCIA
           END-IF
           EXIT.

       0500-LER-SESSAO-OPERADOR.
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

       1000-ABRIR-ARQUIVOS.
           SET WS-NAO-FIM-DEPENDENCIA TO TRUE
           SET WS-SETSTAT-FECHADO TO TRUE
           OPEN INPUT DEPENDENCIA-ARQ
           IF WS-FS-DEPENDENCIA NOT = '00'
               DISPLAY 'JOBPRED: SETDEPE INDISPONIVEL (STATUS '
                   WS-FS-DEPENDENCIA ') - PREDECESSORES DE '
                   LK-JOB-NOME ' NAO CONFERIDOS'
           ELSE
               OPEN INPUT STATUS-ARQ
               IF WS-FS-STATUS = '00'
                   SET WS-SETSTAT-ABERTO TO TRUE
               ELSE
                   DISPLAY 'JOBPRED: SETSTAT INDISPONIVEL (STATUS '
                       WS-FS-STATUS ') - PREDECESSORES TRATADOS '
                       'COMO AUSENTES'
               END-IF
           END-IF
           EXIT.

       2000-LER-DEPENDENCIA.
           READ DEPENDENCIA-ARQ
               AT END
                   SET WS-FIM-DEPENDENCIA TO TRUE
               NOT AT END
                   CONTINUE
           END-READ
           EXIT.

       2100-TRATAR-DEPENDENCIA.
           IF DEP-JOB = LK-JOB-NOME AND DEP-PREDECESSOR NOT = SPACES
               ADD 1 TO WS-QTD-PREDECESSORES
               PERFORM 3000-LOCALIZAR-PREDECESSOR
               PERFORM 3500-AVALIAR-PREDECESSOR
           END-IF
           PERFORM 2000-LER-DEPENDENCIA
           EXIT.

       3000-LOCALIZAR-PREDECESSOR.
           MOVE SPACE TO WS-SITUACAO-PREDECESSOR
           MOVE ZERO TO WS-DATA-PREDECESSOR
           IF WS-SETSTAT-ABERTO
               MOVE DEP-PREDECESSOR TO STA-JOB
               IF DEP-ESCOPO-COMPETENCIA
                   MOVE WS-DATA-INICIO-COMPETENCIA TO STA-DATA
                   SET WS-NAO-FIM-STATUS TO TRUE
                   START STATUS-ARQ KEY IS NOT LESS THAN STA-CHAVE
                       INVALID KEY
                           SET WS-FIM-STATUS TO TRUE
                   END-START
                   PERFORM 3100-LER-PROXIMO-STATUS
                       UNTIL WS-FIM-STATUS
               ELSE
                   MOVE WS-DATA-EXECUCAO TO STA-DATA
                   READ STATUS-ARQ
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE STA-SWITCH TO WS-SITUACAO-PREDECESSOR
                           MOVE STA-DATA TO WS-DATA-PREDECESSOR
                   END-READ
               END-IF
           END-IF
           EXIT.

       3100-LER-PROXIMO-STATUS.
           READ STATUS-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-STATUS TO TRUE
               NOT AT END
                   IF STA-JOB NOT = DEP-PREDECESSOR
                       SET WS-FIM-STATUS TO TRUE
                   ELSE
                       MOVE STA-SWITCH TO WS-SITUACAO-PREDECESSOR
                       MOVE STA-DATA TO WS-DATA-PREDECESSOR
                   END-IF
           END-READ
           EXIT.

       3500-AVALIAR-PREDECESSOR.
           EVALUATE TRUE
               WHEN WS-PRED-CONCLUIDO
                   CONTINUE
               WHEN WS-PRED-ALERTA AND DEP-ALERTA-LIBERA
                   CONTINUE
               WHEN WS-PRED-AUSENTE
                   MOVE 'AUSENTE' TO WS-MOTIVO-BLOQUEIO
                   MOVE '-' TO WS-CBL-SITUACAO
                   PERFORM 4000-REGISTRAR-BLOQUEIO
               WHEN WS-PRED-EXECUTANDO
                   MOVE 'AINDA EM EXECUCAO' TO WS-MOTIVO-BLOQUEIO
                   MOVE WS-SITUACAO-PREDECESSOR TO WS-CBL-SITUACAO
                   PERFORM 4000-REGISTRAR-BLOQUEIO
               WHEN WS-PRED-ABORTADO
                   MOVE 'ABORTADO' TO WS-MOTIVO-BLOQUEIO
                   MOVE WS-SITUACAO-PREDECESSOR TO WS-CBL-SITUACAO
                   PERFORM 4000-REGISTRAR-BLOQUEIO
               WHEN WS-PRED-ALERTA
                   MOVE 'TERMINOU EM ALERTA' TO WS-MOTIVO-BLOQUEIO
                   MOVE WS-SITUACAO-PREDECESSOR TO WS-CBL-SITUACAO
                   PERFORM 4000-REGISTRAR-BLOQUEIO
               WHEN OTHER
                   MOVE 'SITUACAO INVALIDA' TO WS-MOTIVO-BLOQUEIO
                   MOVE WS-SITUACAO-PREDECESSOR TO WS-CBL-SITUACAO
                   PERFORM 4000-REGISTRAR-BLOQUEIO
           END-EVALUATE
           EXIT.

       4000-REGISTRAR-BLOQUEIO.
           SET LK-BLOQUEADO TO TRUE
           ADD 1 TO WS-QTD-PRED-BLOQUEIO
           IF DEP-ESCOPO-COMPETENCIA
               DISPLAY 'JOBPRED: ' LK-JOB-NOME ' DEPENDE DE '
                   DEP-PREDECESSOR ' NA COMPETENCIA - '
                   WS-MOTIVO-BLOQUEIO ' (ULTIMA EXECUCAO DESDE '
                   WS-DATA-INICIO-COMPETENCIA ': '
                   WS-DATA-PREDECESSOR ')'
           ELSE
               DISPLAY 'JOBPRED: ' LK-JOB-NOME ' DEPENDE DE '
                   DEP-PREDECESSOR ' EM ' WS-DATA-EXECUCAO ' - '
                   WS-MOTIVO-BLOQUEIO
           END-IF
           MOVE DEP-PREDECESSOR TO WS-CBL-PREDECESSOR
           OPEN EXTEND AUDITORIA-ARQ
           IF WS-FS-AUDITORIA = '35'
               OPEN OUTPUT AUDITORIA-ARQ
           END-IF
           IF WS-FS-AUDITORIA NOT = '00'
               DISPLAY 'JOBPRED: SETAUDIT INDISPONIVEL (STATUS '
                   WS-FS-AUDITORIA ') - BLOQUEIO NAO REGISTRADO'
           ELSE
               MOVE LK-JOB-NOME TO AUD-JOB
               MOVE WS-OPERADOR-SESSAO TO AUD-OPERADOR
               MOVE WS-DATA-EXECUCAO TO AUD-DATA
               ACCEPT WS-HORA-COMPLETA FROM TIME
               MOVE WS-HORA-COMPLETA(1:6) TO AUD-HORA
               MOVE WS-CONDICAO-BLOQUEIO TO AUD-CONDICAO
               WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA
               CLOSE AUDITORIA-ARQ
           END-IF
           EXIT.

       8000-FECHAR-ARQUIVOS.
           CLOSE DEPENDENCIA-ARQ
           IF WS-SETSTAT-ABERTO
               CLOSE STATUS-ARQ
           END-IF
           EXIT.
