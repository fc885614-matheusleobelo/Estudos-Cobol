      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. SETTEMPO.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : SET
      *PROGRAMA   : SETTEMPO
      *OBJETIVO   : LER O SETSTAT (HORA DE INICIO E DE FIM GRAVADAS
      *             PELA ROTINA JOBSTAT) E IMPRIMIR, POR JOB E POR
      *             NOITE, O TEMPO DECORRIDO DE CADA EXECUCAO, A MEDIA
      *             MOVEL DAS N EXECUCOES ANTERIORES E A VARIACAO
      *             SOBRE ELA; A EXECUCAO QUE PASSAR DA MEDIA PELO
      *             FATOR CONFIGURADO SAI MARCADA COMO ESTOURO. NO FIM
      *             DE CADA JOB, A TENDENCIA (MEDIA DAS ULTIMAS N
      *             CONTRA A DAS N ANTERIORES) - PARA SABER QUAL PASSO
      *             DO ACNTLY01 FICOU MAIS LENTO QUANDO O LOTE INVADE
      *             A JANELA DO ONLINE. N E O FATOR VEM DO CARTAO
      *             SETJANEL (O MESMO DA CONFERENCIA DE HORARIO DO
      *             ACNTSUM); SO AS EXECUCOES CONCLUIDAS OU EM ALERTA
      *             ENTRAM NA MEDIA
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *----------------------------------------------------------------
      *SETJANEL   : CARTAO DE UMA LINHA
      *             POS 01-06 HORA LIMITE DO LOTE NOTURNO (HHMMSS)
      *             POS 08-10 FATOR DE ESTOURO (9V99, EX.: 150 = 1,50)
      *             POS 12-13 QUANTIDADE N DE EXECUCOES DA MEDIA (1-30)
      *             SEM O CARTAO (OU COM CAMPO INVALIDO) VALEM 070000,
      *             1,50 E 07
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-ARQ ASSIGN TO "SETSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STA-CHAVE
               FILE STATUS IS WS-FS-STATUS.

           SELECT JANELA-ARQ ASSIGN TO "SETJANEL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JANELA.

           SELECT RELATORIO-ARQ ASSIGN TO "SETTEMPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-ARQ.
       01 REG-STATUS.
           05 STA-CHAVE.
               10 STA-JOB PIC X(08).
               10 STA-DATA PIC 9(08).
           05 STA-SWITCH PIC X(01).
           05 STA-TENTATIVAS PIC 9(03).
           05 STA-HORA-INICIO PIC 9(06).
           05 STA-HORA-FIM PIC 9(06).

       FD  JANELA-ARQ.
       01 REG-JANELA.
           05 JAN-HORA-LIMITE PIC 9(06).
           05 FILLER PIC X.
           05 JAN-FATOR-ESTOURO PIC 9V99.
           05 FILLER PIC X.
           05 JAN-QTD-EXECUCOES PIC 9(02).

       FD  RELATORIO-ARQ.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-JOB-ANTERIOR PIC X(08) VALUE SPACES.
       01 WS-AREA-FILTRO.
           05 WS-JOB-FILTRO PIC X(08) VALUE SPACES.
               88 WS-TODOS-OS-JOBS VALUE SPACES, '0'.
           05 WS-DATA-INICIAL PIC 9(08) VALUE ZERO.
           05 WS-DATA-FINAL PIC 9(08) VALUE ZERO.
       01 WS-IND-PRIMEIRA-LEITURA PIC X(01) VALUE 'S'.
           88 WS-PRIMEIRA-LEITURA VALUE 'S'.
           88 WS-NAO-PRIMEIRA-LEITURA VALUE 'N'.
       01 WS-IND-JOB-IMPRESSO PIC X(01) VALUE 'N'.
           88 WS-JOB-IMPRESSO VALUE 'S'.
           88 WS-JOB-NAO-IMPRESSO VALUE 'N'.

       01 WS-AREA-JANELA.
           05 WS-HORA-LIMITE PIC 9(06) VALUE 070000.
           05 WS-FATOR-ESTOURO PIC 9V99 VALUE 1.50.
           05 WS-QTD-EXECUCOES-MEDIA PIC 9(02) VALUE 07.
           05 WS-MAX-EXECUCOES-MEDIA PIC 9(02) VALUE 30.

       01 WS-AREA-AMOSTRAS.
           05 WS-QTD-AMOSTRAS PIC 9(03) COMP VALUE ZERO.
           05 WS-CAPACIDADE-AMOSTRAS PIC 9(03) COMP VALUE ZERO.
           05 WS-TAB-AMOSTRA OCCURS 60 TIMES
               PIC 9(05) COMP.
       01 WS-IND-AMOSTRA PIC 9(03) COMP VALUE ZERO.
       01 WS-LIMITE-AMOSTRA PIC 9(03) COMP VALUE ZERO.
       01 WS-INICIO-JANELA-MEDIA PIC 9(03) COMP VALUE ZERO.
       01 WS-QTD-NA-MEDIA PIC 9(03) COMP VALUE ZERO.
       01 WS-SOMA-SEGUNDOS PIC 9(08) COMP VALUE ZERO.

       01 WS-AREA-CALCULO.
           05 WS-SEGUNDOS-INICIO PIC 9(05) VALUE ZERO.
           05 WS-SEGUNDOS-FIM PIC 9(05) VALUE ZERO.
           05 WS-SEGUNDOS-DURACAO PIC S9(06) VALUE ZERO.
           05 WS-SEGUNDOS-MEDIA PIC 9(05) VALUE ZERO.
           05 WS-SEGUNDOS-MEDIA-RECENTE PIC 9(05) VALUE ZERO.
           05 WS-SEGUNDOS-MEDIA-ANTERIOR PIC 9(05) VALUE ZERO.
           05 WS-SEGUNDOS-LIMITE PIC 9(06)V99 VALUE ZERO.
           05 WS-PERCENTUAL-VARIACAO PIC S9(05) VALUE ZERO.
           05 WS-SEGUNDOS-CONVERTER PIC 9(05) VALUE ZERO.
           05 WS-RESTO-HORA PIC 9(05) VALUE ZERO.
           05 WS-LIMITE-TENDENCIA PIC 9(03) VALUE 010.

       01 WS-HORA-AUX PIC 9(06) VALUE ZERO.
       01 WS-HORA-AUX-R REDEFINES WS-HORA-AUX.
           05 WS-HH-AUX PIC 9(02).
           05 WS-MM-AUX PIC 9(02).
           05 WS-SS-AUX PIC 9(02).

       01 WS-HORA-FORMATADA.
           05 WS-HF-HH PIC 9(02) VALUE ZERO.
           05 FILLER PIC X VALUE ':'.
           05 WS-HF-MM PIC 9(02) VALUE ZERO.
           05 FILLER PIC X VALUE ':'.
           05 WS-HF-SS PIC 9(02) VALUE ZERO.

       01 WS-IND-TEMPO-VALIDO PIC X(01) VALUE 'N'.
           88 WS-TEMPO-VALIDO VALUE 'S'.
           88 WS-TEMPO-INVALIDO VALUE 'N'.
       01 WS-IND-DENTRO-PERIODO PIC X(01) VALUE 'N'.
           88 WS-DENTRO-PERIODO VALUE 'S'.
           88 WS-FORA-PERIODO VALUE 'N'.

       01 WS-QTD-EXECUCOES-JOB PIC 9(05) COMP VALUE ZERO.
       01 WS-QTD-COM-TEMPO-JOB PIC 9(05) COMP VALUE ZERO.
       01 WS-QTD-ESTOURO-JOB PIC 9(05) COMP VALUE ZERO.
       01 WS-QTD-JOBS PIC 9(05) COMP VALUE ZERO.
       01 WS-TOTAL-REGISTROS PIC 9(05) COMP VALUE ZERO.
       01 WS-TOTAL-ESTOUROS PIC 9(05) COMP VALUE ZERO.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-STATUS PIC X(02) VALUE '00'.
           05 WS-FS-JANELA PIC X(02) VALUE '00'.
           05 WS-FS-RELATORIO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-STATUS PIC X(01) VALUE 'N'.
               88 WS-FIM-STATUS VALUE 'S'.
               88 WS-NAO-FIM-STATUS VALUE 'N'.

       01 WS-CAB-RELATORIO-1.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(40)
               VALUE 'TEMPO DE EXECUCAO POR JOB'.
           05 FILLER PIC X(20) VALUE SPACES.

       01 WS-CAB-RELATORIO-2.
           05 FILLER PIC X(05) VALUE 'JOB: '.
           05 CAB-JOB-FILTRO PIC X(08) VALUE SPACES.
           05 FILLER PIC X(11) VALUE '  PERIODO: '.
           05 CAB-DATA-INICIAL PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(03) VALUE ' A '.
           05 CAB-DATA-FINAL PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(37) VALUE SPACES.

       01 WS-CAB-RELATORIO-3.
           05 FILLER PIC X(24) VALUE 'MEDIA MOVEL DAS ULTIMAS '.
           05 CAB-QTD-MEDIA PIC Z9 VALUE ZERO.
           05 FILLER PIC X(30)
               VALUE ' EXECUCOES - ESTOURO ACIMA DE '.
           05 CAB-FATOR PIC 9.99 VALUE ZERO.
           05 FILLER PIC X(11) VALUE ' X A MEDIA'.
           05 FILLER PIC X(09) VALUE SPACES.

       01 WS-LINHA-BRANCO.
           05 FILLER PIC X(80) VALUE SPACES.

       01 WS-LINHA-CAB-JOB.
           05 FILLER PIC X(05) VALUE 'JOB: '.
           05 CABJ-JOB PIC X(08) VALUE SPACES.
           05 FILLER PIC X(67) VALUE SPACES.

       01 WS-LINHA-CAB-DETALHE.
           05 FILLER PIC X(41)
               VALUE '   DATA     SIT INICIO   FIM      DURACAO'.
           05 FILLER PIC X(39)
               VALUE '    MEDIA      VAR.%  OBSERVACAO'.

       01 WS-LINHA-DETALHE.
           05 FILLER PIC X(03) VALUE SPACES.
           05 DET-DATA PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-SITUACAO PIC X(01) VALUE SPACES.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-INICIO PIC X(08) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-FIM PIC X(08) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-DURACAO PIC X(08) VALUE SPACES.
           05 FILLER PIC X(03) VALUE SPACES.
           05 DET-MEDIA PIC X(08) VALUE SPACES.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-VARIACAO PIC -ZZZZ9 VALUE ZERO.
           05 DET-VARIACAO-X REDEFINES DET-VARIACAO PIC X(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-OBSERVACAO PIC X(17) VALUE SPACES.

       01 WS-LINHA-TRAILER-JOB.
           05 FILLER PIC X(03) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'EXECUCOES: '.
           05 TRJ-QTD-EXECUCOES PIC ZZ9 VALUE ZERO.
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'COM TEMPO: '.
           05 TRJ-QTD-COM-TEMPO PIC ZZ9 VALUE ZERO.
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'ESTOUROS: '.
           05 TRJ-QTD-ESTOURO PIC ZZ9 VALUE ZERO.
           05 FILLER PIC X(26) VALUE SPACES.

       01 WS-LINHA-TENDENCIA.
           05 FILLER PIC X(03) VALUE SPACES.
           05 FILLER PIC X(19) VALUE 'TENDENCIA: ULTIMAS '.
           05 TND-QTD PIC Z9 VALUE ZERO.
           05 FILLER PIC X(02) VALUE ': '.
           05 TND-MEDIA-RECENTE PIC X(08) VALUE SPACES.
           05 FILLER PIC X(15) VALUE ' X ANTERIORES: '.
           05 TND-MEDIA-ANTERIOR PIC X(08) VALUE SPACES.
           05 FILLER PIC X(02) VALUE SPACES.
           05 TND-SITUACAO PIC X(08) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACES.
           05 TND-VARIACAO PIC -ZZZZ9 VALUE ZERO.
           05 TND-VARIACAO-X REDEFINES TND-VARIACAO PIC X(06).
           05 TND-PERCENTUAL PIC X(01) VALUE SPACES.
           05 FILLER PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 1000-PROCESSAR-HISTORICO.
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--TEMPO DE EXECUCAO POR JOB (SETTEMPO)--'
           DISPLAY 'JOB A CONSULTAR (BRANCO OU 0 = TODOS OS JOBS)?'
           ACCEPT WS-JOB-FILTRO
           DISPLAY 'DATA INICIAL (AAAAMMDD, 0 = SEM LIMITE)?'
           ACCEPT WS-DATA-INICIAL
           DISPLAY 'DATA FINAL (AAAAMMDD, 0 = SEM LIMITE)?'
           ACCEPT WS-DATA-FINAL

           PERFORM 0100-LER-JANELA
           COMPUTE WS-CAPACIDADE-AMOSTRAS = WS-QTD-EXECUCOES-MEDIA * 2

           OPEN INPUT STATUS-ARQ
           IF WS-FS-STATUS NOT = '00'
               MOVE WS-FS-STATUS TO WS-FILE-STATUS
               MOVE 'SETSTAT' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           OPEN OUTPUT RELATORIO-ARQ
           IF WS-FS-RELATORIO NOT = '00'
               MOVE WS-FS-RELATORIO TO WS-FILE-STATUS
               MOVE 'SETTEMPR' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-1
           IF WS-TODOS-OS-JOBS
               MOVE '(TODOS)' TO CAB-JOB-FILTRO
           ELSE
               MOVE WS-JOB-FILTRO TO CAB-JOB-FILTRO
           END-IF
           MOVE WS-DATA-INICIAL TO CAB-DATA-INICIAL
           IF WS-DATA-FINAL = ZERO
               MOVE 99999999 TO CAB-DATA-FINAL
           ELSE
               MOVE WS-DATA-FINAL TO CAB-DATA-FINAL
           END-IF
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-2
           MOVE WS-QTD-EXECUCOES-MEDIA TO CAB-QTD-MEDIA
           MOVE WS-FATOR-ESTOURO TO CAB-FATOR
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-3
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           EXIT.

       0100-LER-JANELA.
           OPEN INPUT JANELA-ARQ
           IF WS-FS-JANELA NOT = '00'
               DISPLAY 'CARTAO SETJANEL NAO ENCONTRADO - ASSUMIDOS '
                   'MEDIA DE ' WS-QTD-EXECUCOES-MEDIA
                   ' EXECUCOES E FATOR ' WS-FATOR-ESTOURO
           ELSE
               READ JANELA-ARQ
                   AT END
                       DISPLAY 'CARTAO SETJANEL VAZIO - ASSUMIDOS '
                           'OS VALORES PADRAO'
                   NOT AT END
                       IF JAN-FATOR-ESTOURO NUMERIC
                           AND JAN-FATOR-ESTOURO > 1
                           MOVE JAN-FATOR-ESTOURO TO WS-FATOR-ESTOURO
                       END-IF
                       IF JAN-QTD-EXECUCOES NUMERIC
                           AND JAN-QTD-EXECUCOES > ZERO
                           AND JAN-QTD-EXECUCOES
                               NOT > WS-MAX-EXECUCOES-MEDIA
                           MOVE JAN-QTD-EXECUCOES
                               TO WS-QTD-EXECUCOES-MEDIA
                       END-IF
               END-READ
               CLOSE JANELA-ARQ
           END-IF
           EXIT.

       1000-PROCESSAR-HISTORICO.
           PERFORM 1050-LER-STATUS
           PERFORM 1100-TRATAR-STATUS UNTIL WS-FIM-STATUS
           IF WS-JOB-IMPRESSO
               PERFORM 1900-IMPRIMIR-TRAILER-JOB
           END-IF
           EXIT.

       1050-LER-STATUS.
           READ STATUS-ARQ NEXT
               AT END
                   SET WS-FIM-STATUS TO TRUE
           END-READ
           EXIT.

       1100-TRATAR-STATUS.
           IF (WS-TODOS-OS-JOBS OR STA-JOB = WS-JOB-FILTRO)
               AND (WS-DATA-FINAL = ZERO
                   OR STA-DATA <= WS-DATA-FINAL)
               IF WS-PRIMEIRA-LEITURA
                   PERFORM 1150-INICIAR-NOVO-JOB
               ELSE
                   IF STA-JOB NOT = WS-JOB-ANTERIOR
                       IF WS-JOB-IMPRESSO
                           PERFORM 1900-IMPRIMIR-TRAILER-JOB
                       END-IF
                       PERFORM 1150-INICIAR-NOVO-JOB
                   END-IF
               END-IF
               IF WS-DATA-INICIAL = ZERO
                   OR STA-DATA >= WS-DATA-INICIAL
                   SET WS-DENTRO-PERIODO TO TRUE
               ELSE
                   SET WS-FORA-PERIODO TO TRUE
               END-IF
               PERFORM 1200-CALCULAR-DURACAO
               IF WS-DENTRO-PERIODO
                   PERFORM 1300-IMPRIMIR-LINHA-DETALHE
               END-IF
               IF WS-TEMPO-VALIDO
                   AND (STA-SWITCH = 'C' OR STA-SWITCH = 'A')
                   PERFORM 1400-GUARDAR-AMOSTRA
               END-IF
           END-IF

           PERFORM 1050-LER-STATUS
           EXIT.

       1150-INICIAR-NOVO-JOB.
           SET WS-NAO-PRIMEIRA-LEITURA TO TRUE
           SET WS-JOB-NAO-IMPRESSO TO TRUE
           MOVE STA-JOB TO WS-JOB-ANTERIOR
           MOVE ZERO TO WS-QTD-EXECUCOES-JOB
           MOVE ZERO TO WS-QTD-COM-TEMPO-JOB
           MOVE ZERO TO WS-QTD-ESTOURO-JOB
           MOVE ZERO TO WS-QTD-AMOSTRAS
           EXIT.

       1160-IMPRIMIR-CABECALHO-JOB.
           SET WS-JOB-IMPRESSO TO TRUE
           ADD 1 TO WS-QTD-JOBS
           MOVE STA-JOB TO CABJ-JOB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB-JOB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB-DETALHE
           EXIT.

       1200-CALCULAR-DURACAO.
           SET WS-TEMPO-INVALIDO TO TRUE
           MOVE ZERO TO WS-SEGUNDOS-DURACAO
           IF STA-HORA-INICIO NUMERIC AND STA-HORA-FIM NUMERIC
               AND STA-HORA-INICIO NOT = ZERO
               AND STA-HORA-FIM NOT = ZERO
               SET WS-TEMPO-VALIDO TO TRUE
               MOVE STA-HORA-INICIO TO WS-HORA-AUX
               COMPUTE WS-SEGUNDOS-INICIO = WS-HH-AUX * 3600
                   + WS-MM-AUX * 60 + WS-SS-AUX
               MOVE STA-HORA-FIM TO WS-HORA-AUX
               COMPUTE WS-SEGUNDOS-FIM = WS-HH-AUX * 3600
                   + WS-MM-AUX * 60 + WS-SS-AUX
               COMPUTE WS-SEGUNDOS-DURACAO =
                   WS-SEGUNDOS-FIM - WS-SEGUNDOS-INICIO
               IF WS-SEGUNDOS-DURACAO < ZERO
                   ADD 86400 TO WS-SEGUNDOS-DURACAO
               END-IF
           END-IF
           EXIT.

       1300-IMPRIMIR-LINHA-DETALHE.
           IF WS-JOB-NAO-IMPRESSO
               PERFORM 1160-IMPRIMIR-CABECALHO-JOB
           END-IF
           ADD 1 TO WS-QTD-EXECUCOES-JOB
           ADD 1 TO WS-TOTAL-REGISTROS
           MOVE STA-DATA TO DET-DATA
           MOVE STA-SWITCH TO DET-SITUACAO
           MOVE SPACES TO DET-INICIO
           MOVE SPACES TO DET-FIM
           MOVE SPACES TO DET-DURACAO
           MOVE SPACES TO DET-MEDIA
           MOVE SPACES TO DET-VARIACAO-X
           MOVE SPACES TO DET-OBSERVACAO

           IF STA-HORA-INICIO NUMERIC AND STA-HORA-INICIO NOT = ZERO
               MOVE STA-HORA-INICIO TO WS-HORA-AUX
               PERFORM 8100-FORMATAR-HORA-RELOGIO
               MOVE WS-HORA-FORMATADA TO DET-INICIO
           END-IF
           IF STA-HORA-FIM NUMERIC AND STA-HORA-FIM NOT = ZERO
               MOVE STA-HORA-FIM TO WS-HORA-AUX
               PERFORM 8100-FORMATAR-HORA-RELOGIO
               MOVE WS-HORA-FORMATADA TO DET-FIM
           END-IF

           PERFORM 1350-CALCULAR-MEDIA-ANTERIOR
           IF WS-QTD-NA-MEDIA > ZERO
               MOVE WS-SEGUNDOS-MEDIA TO WS-SEGUNDOS-CONVERTER
               PERFORM 8200-FORMATAR-DURACAO
               MOVE WS-HORA-FORMATADA TO DET-MEDIA
           END-IF

           EVALUATE TRUE
               WHEN STA-SWITCH = 'E'
                   MOVE 'EM ABERTO' TO DET-OBSERVACAO
               WHEN WS-TEMPO-INVALIDO
                   MOVE 'SEM HORARIO' TO DET-OBSERVACAO
               WHEN OTHER
                   ADD 1 TO WS-QTD-COM-TEMPO-JOB
                   MOVE WS-SEGUNDOS-DURACAO TO WS-SEGUNDOS-CONVERTER
                   PERFORM 8200-FORMATAR-DURACAO
                   MOVE WS-HORA-FORMATADA TO DET-DURACAO
                   PERFORM 1360-AVALIAR-ESTOURO
           END-EVALUATE
           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           EXIT.

       1350-CALCULAR-MEDIA-ANTERIOR.
           MOVE ZERO TO WS-SOMA-SEGUNDOS
           MOVE ZERO TO WS-SEGUNDOS-MEDIA
           IF WS-QTD-AMOSTRAS < WS-QTD-EXECUCOES-MEDIA
               MOVE WS-QTD-AMOSTRAS TO WS-QTD-NA-MEDIA
           ELSE
               MOVE WS-QTD-EXECUCOES-MEDIA TO WS-QTD-NA-MEDIA
           END-IF
           PERFORM 1355-SOMAR-AMOSTRA
               VARYING WS-IND-AMOSTRA FROM 1 BY 1
               UNTIL WS-IND-AMOSTRA > WS-QTD-NA-MEDIA
           IF WS-QTD-NA-MEDIA > ZERO
               COMPUTE WS-SEGUNDOS-MEDIA ROUNDED =
                   WS-SOMA-SEGUNDOS / WS-QTD-NA-MEDIA
           END-IF
           EXIT.

       1355-SOMAR-AMOSTRA.
           ADD WS-TAB-AMOSTRA(WS-IND-AMOSTRA) TO WS-SOMA-SEGUNDOS
           EXIT.

       1360-AVALIAR-ESTOURO.
           IF WS-QTD-NA-MEDIA > ZERO AND WS-SEGUNDOS-MEDIA > ZERO
               COMPUTE WS-PERCENTUAL-VARIACAO ROUNDED =
                   (WS-SEGUNDOS-DURACAO - WS-SEGUNDOS-MEDIA) * 100
                   / WS-SEGUNDOS-MEDIA
               MOVE WS-PERCENTUAL-VARIACAO TO DET-VARIACAO
               COMPUTE WS-SEGUNDOS-LIMITE =
                   WS-SEGUNDOS-MEDIA * WS-FATOR-ESTOURO
           END-IF
           IF STA-SWITCH = 'X'
               MOVE 'ABORTADO' TO DET-OBSERVACAO
           ELSE
               IF WS-QTD-NA-MEDIA > ZERO AND WS-SEGUNDOS-MEDIA > ZERO
                   AND WS-SEGUNDOS-DURACAO > WS-SEGUNDOS-LIMITE
                   MOVE '*** ESTOURO ***' TO DET-OBSERVACAO
                   ADD 1 TO WS-QTD-ESTOURO-JOB
                   ADD 1 TO WS-TOTAL-ESTOUROS
               END-IF
           END-IF
           EXIT.

       1400-GUARDAR-AMOSTRA.
           IF WS-QTD-AMOSTRAS < WS-CAPACIDADE-AMOSTRAS
               ADD 1 TO WS-QTD-AMOSTRAS
           END-IF
           MOVE WS-QTD-AMOSTRAS TO WS-LIMITE-AMOSTRA
           PERFORM 1410-DESLOCAR-AMOSTRA
               VARYING WS-IND-AMOSTRA FROM WS-LIMITE-AMOSTRA BY -1
               UNTIL WS-IND-AMOSTRA < 2
           MOVE WS-SEGUNDOS-DURACAO TO WS-TAB-AMOSTRA(1)
           EXIT.

       1410-DESLOCAR-AMOSTRA.
           MOVE WS-TAB-AMOSTRA(WS-IND-AMOSTRA - 1)
               TO WS-TAB-AMOSTRA(WS-IND-AMOSTRA)
           EXIT.

       1900-IMPRIMIR-TRAILER-JOB.
           MOVE WS-QTD-EXECUCOES-JOB TO TRJ-QTD-EXECUCOES
           MOVE WS-QTD-COM-TEMPO-JOB TO TRJ-QTD-COM-TEMPO
           MOVE WS-QTD-ESTOURO-JOB TO TRJ-QTD-ESTOURO
           WRITE REG-RELATORIO FROM WS-LINHA-TRAILER-JOB
           PERFORM 1950-CALCULAR-TENDENCIA
           WRITE REG-RELATORIO FROM WS-LINHA-TENDENCIA
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           EXIT.

       1950-CALCULAR-TENDENCIA.
           MOVE WS-QTD-EXECUCOES-MEDIA TO TND-QTD
           MOVE SPACES TO TND-MEDIA-RECENTE
           MOVE SPACES TO TND-MEDIA-ANTERIOR
           MOVE SPACES TO TND-VARIACAO-X
           MOVE SPACES TO TND-PERCENTUAL
           MOVE 'SEM BASE' TO TND-SITUACAO

           PERFORM 1350-CALCULAR-MEDIA-ANTERIOR
           IF WS-QTD-NA-MEDIA > ZERO
               MOVE WS-SEGUNDOS-MEDIA TO WS-SEGUNDOS-MEDIA-RECENTE
               MOVE WS-SEGUNDOS-MEDIA TO WS-SEGUNDOS-CONVERTER
               PERFORM 8200-FORMATAR-DURACAO
               MOVE WS-HORA-FORMATADA TO TND-MEDIA-RECENTE
           END-IF

           IF WS-QTD-AMOSTRAS > WS-QTD-EXECUCOES-MEDIA
               MOVE ZERO TO WS-SOMA-SEGUNDOS
               COMPUTE WS-INICIO-JANELA-MEDIA =
                   WS-QTD-EXECUCOES-MEDIA + 1
               PERFORM 1355-SOMAR-AMOSTRA
                   VARYING WS-IND-AMOSTRA FROM WS-INICIO-JANELA-MEDIA
                   BY 1 UNTIL WS-IND-AMOSTRA > WS-QTD-AMOSTRAS
               COMPUTE WS-SEGUNDOS-MEDIA-ANTERIOR ROUNDED =
                   WS-SOMA-SEGUNDOS
                   / (WS-QTD-AMOSTRAS - WS-QTD-EXECUCOES-MEDIA)
               MOVE WS-SEGUNDOS-MEDIA-ANTERIOR TO WS-SEGUNDOS-CONVERTER
               PERFORM 8200-FORMATAR-DURACAO
               MOVE WS-HORA-FORMATADA TO TND-MEDIA-ANTERIOR
               IF WS-SEGUNDOS-MEDIA-ANTERIOR > ZERO
                   COMPUTE WS-PERCENTUAL-VARIACAO ROUNDED =
                       (WS-SEGUNDOS-MEDIA-RECENTE
                       - WS-SEGUNDOS-MEDIA-ANTERIOR) * 100
                       / WS-SEGUNDOS-MEDIA-ANTERIOR
                   MOVE WS-PERCENTUAL-VARIACAO TO TND-VARIACAO
                   MOVE '%' TO TND-PERCENTUAL
                   EVALUATE TRUE
                       WHEN WS-PERCENTUAL-VARIACAO
                           > WS-LIMITE-TENDENCIA
                           MOVE 'ALTA' TO TND-SITUACAO
                       WHEN WS-PERCENTUAL-VARIACAO
                           < (0 - WS-LIMITE-TENDENCIA)
                           MOVE 'QUEDA' TO TND-SITUACAO
                       WHEN OTHER
                           MOVE 'ESTAVEL' TO TND-SITUACAO
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.

       8100-FORMATAR-HORA-RELOGIO.
           MOVE WS-HH-AUX TO WS-HF-HH
           MOVE WS-MM-AUX TO WS-HF-MM
           MOVE WS-SS-AUX TO WS-HF-SS
           EXIT.

       8200-FORMATAR-DURACAO.
           DIVIDE WS-SEGUNDOS-CONVERTER BY 3600
               GIVING WS-HF-HH REMAINDER WS-RESTO-HORA
           DIVIDE WS-RESTO-HORA BY 60
               GIVING WS-HF-MM REMAINDER WS-HF-SS
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           CLOSE STATUS-ARQ
           CLOSE RELATORIO-ARQ
           DISPLAY 'RELATORIO SETTEMPR GERADO COM ' WS-QTD-JOBS
               ' JOB(S), ' WS-TOTAL-REGISTROS ' EXECUCAO(OES) E '
               WS-TOTAL-ESTOUROS ' ESTOURO(S) DE TEMPO.'
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
