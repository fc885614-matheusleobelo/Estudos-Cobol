      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. SETINCR.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : SET
      *PROGRAMA   : SETINCR
      *OBJETIVO   : RELATORIO MENSAL DE INCIDENTES DE JOBS ABORTADOS
      *             (SETINCR), A PARTIR DO CADASTRO SETINCD MANTIDO
      *             POR SETINCA/SETINCM: PARA OS INCIDENTES ABERTOS NA
      *             COMPETENCIA, A QUANTIDADE POR JOB E CATEGORIA DE
      *             CAUSA (RESOLVIDOS, EM ABERTO E TEMPO MEDIO DE
      *             RESOLUCAO EM MINUTOS), O TOTAL POR CATEGORIA, O
      *             TOTAL GERAL E OS JOBS REINCIDENTES (COM PELO MENOS
      *             WS-LIMITE-REINCIDENCIA INCIDENTES NO MES) COM A
      *             CAUSA MAIS FREQUENTE - O QUE A AUDITORIA PEDE A
      *             CADA TRIMESTRE
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
           SELECT INCIDENTE-ARQ ASSIGN TO "SETINCD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INC-CHAVE
               FILE STATUS IS WS-FS-INCIDENTE.

           SELECT SORT-ARQ ASSIGN TO "SORTWK".

           SELECT RELATORIO-ARQ ASSIGN TO "SETINCR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

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

       SD  SORT-ARQ.
       01 REG-SORT.
           05 SRT-JOB PIC X(08).
           05 SRT-CATEGORIA PIC X(02).
           05 SRT-SITUACAO PIC X(01).
               88 SRT-RESOLVIDO VALUE 'R'.
           05 SRT-MINUTOS PIC 9(07).

       FD  RELATORIO-ARQ.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
       01 WS-COMPETENCIA PIC 9(06) VALUE ZERO.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO PIC 9(04).
           05 WS-COMP-MES PIC 9(02).
       01 WS-COMPETENCIA-INCIDENTE PIC 9(06) VALUE ZERO.
       01 WS-LIMITE-REINCIDENCIA PIC 9(03) VALUE 002.

       01 WS-TABELA-CATEGORIAS-VALORES.
           05 FILLER PIC X(18) VALUE 'DADADOS DE ENTRADA'.
           05 FILLER PIC X(18) VALUE 'ARARQUIVO        '.
           05 FILLER PIC X(18) VALUE 'PGPROGRAMA       '.
           05 FILLER PIC X(18) VALUE 'ININFRAESTRUTURA '.
           05 FILLER PIC X(18) VALUE 'OPOPERACAO       '.
           05 FILLER PIC X(18) VALUE 'DPDEPENDENCIA    '.
           05 FILLER PIC X(18) VALUE 'OUOUTROS         '.
           05 FILLER PIC X(18) VALUE '  NAO CLASSIFICADO'.
       01 WS-TABELA-CATEGORIAS REDEFINES WS-TABELA-CATEGORIAS-VALORES.
           05 WS-CATEGORIA-TAB OCCURS 8 TIMES.
               10 CAT-CODIGO-TAB PIC X(02).
               10 CAT-DESCRICAO-TAB PIC X(16).

       01 WS-AREA-TOTAIS-CATEGORIA.
           05 WS-TOTAL-CATEGORIA-TAB OCCURS 8 TIMES.
               10 TCT-QTD PIC 9(05) COMP.
               10 TCT-RESOLVIDOS PIC 9(05) COMP.
               10 TCT-MINUTOS PIC 9(09) COMP.
               10 TCT-QTD-JOB PIC 9(05) COMP.
       01 WS-QTD-CATEGORIAS PIC 9(02) COMP VALUE 8.
       01 WS-SUB-CATEGORIA PIC 9(02) COMP VALUE ZERO.
       01 WS-SUB-CATEGORIA-ACHADA PIC 9(02) COMP VALUE ZERO.
       01 WS-SUB-CATEGORIA-PRINCIPAL PIC 9(02) COMP VALUE ZERO.

       01 WS-AREA-REINCIDENTES.
           05 WS-QTD-REINCIDENTES PIC 9(03) COMP VALUE ZERO.
           05 WS-MAX-REINCIDENTES PIC 9(03) COMP VALUE 100.
           05 WS-REINCIDENTE-TAB OCCURS 100 TIMES.
               10 REI-JOB-TAB PIC X(08).
               10 REI-QTD-TAB PIC 9(05) COMP.
               10 REI-CATEGORIA-TAB PIC 9(02) COMP.
       01 WS-SUB-REINCIDENTE PIC 9(03) COMP VALUE ZERO.

       01 WS-AREA-QUEBRA.
           05 WS-JOB-ANTERIOR PIC X(08) VALUE SPACES.
           05 WS-CATEGORIA-ANTERIOR PIC X(02) VALUE SPACES.
           05 WS-QTD-GRUPO PIC 9(05) COMP VALUE ZERO.
           05 WS-RESOLVIDOS-GRUPO PIC 9(05) COMP VALUE ZERO.
           05 WS-MINUTOS-GRUPO PIC 9(09) COMP VALUE ZERO.
           05 WS-QTD-JOB PIC 9(05) COMP VALUE ZERO.
           05 WS-RESOLVIDOS-JOB PIC 9(05) COMP VALUE ZERO.
           05 WS-MINUTOS-JOB PIC 9(09) COMP VALUE ZERO.

       01 WS-AREA-TOTAIS.
           05 WS-QTD-LIDOS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-INCIDENTES PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-RESOLVIDOS PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-MINUTOS PIC 9(09) COMP VALUE ZERO.
           05 WS-QTD-JOBS PIC 9(05) COMP VALUE ZERO.

       01 WS-AREA-LINHA.
           05 WS-LIN-QTD PIC 9(05) COMP VALUE ZERO.
           05 WS-LIN-RESOLVIDOS PIC 9(05) COMP VALUE ZERO.
           05 WS-LIN-MINUTOS PIC 9(09) COMP VALUE ZERO.
           05 WS-LIN-MEDIA PIC 9(07) VALUE ZERO.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-INCIDENTE PIC X(02) VALUE '00'.
           05 WS-FS-RELATORIO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-INCIDENTE PIC X(01) VALUE 'N'.
               88 WS-FIM-INCIDENTE VALUE 'S'.
               88 WS-NAO-FIM-INCIDENTE VALUE 'N'.
           05 WS-IND-FIM-SORT PIC X(01) VALUE 'N'.
               88 WS-FIM-SORT VALUE 'S'.
               88 WS-NAO-FIM-SORT VALUE 'N'.

       01 WS-CAB-RELATORIO-1.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(52)
               VALUE 'INCIDENTES DE JOBS ABORTADOS - RELATORIO MENSAL'.
           05 FILLER PIC X(14) VALUE SPACES.

       01 WS-CAB-RELATORIO-2.
           05 FILLER PIC X(13) VALUE 'COMPETENCIA: '.
           05 CAB-MES PIC 9(02) VALUE ZERO.
           05 FILLER PIC X(01) VALUE '/'.
           05 CAB-ANO PIC 9(04) VALUE ZERO.
           05 FILLER PIC X(26) VALUE '   REINCIDENTE A PARTIR DE'.
           05 CAB-LIMITE PIC ZZ9 VALUE ZERO.
           05 FILLER PIC X(31) VALUE ' INCIDENTES NO MES'.

       01 WS-CAB-RELATORIO-3.
           05 FILLER PIC X(40)
               VALUE 'JOB       CAUSA                     QTD '.
           05 FILLER PIC X(40)
               VALUE 'RESOLV ABERTOS  MEDIA MIN  OBSERVACAO   '.

       01 WS-CAB-SECAO-CATEGORIA.
           05 FILLER PIC X(80)
               VALUE '--- TOTAL POR CATEGORIA DE CAUSA ---'.

       01 WS-CAB-SECAO-REINCIDENTE.
           05 FILLER PIC X(80)
               VALUE '--- JOBS REINCIDENTES ---'.

       01 WS-LINHA-BRANCO.
           05 FILLER PIC X(80) VALUE SPACES.

       01 WS-LINHA-DETALHE.
           05 DET-JOB PIC X(08) VALUE SPACES.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-CATEGORIA PIC X(02) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-DESCRICAO PIC X(16) VALUE SPACES.
           05 FILLER PIC X(05) VALUE SPACES.
           05 DET-QTD PIC ZZZ9 VALUE ZERO.
           05 FILLER PIC X(03) VALUE SPACES.
           05 DET-RESOLVIDOS PIC ZZZ9 VALUE ZERO.
           05 FILLER PIC X(04) VALUE SPACES.
           05 DET-ABERTOS PIC ZZZ9 VALUE ZERO.
           05 FILLER PIC X(03) VALUE SPACES.
           05 DET-MEDIA PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-OBSERVACAO PIC X(13) VALUE SPACES.

       01 WS-LINHA-REINCIDENTE.
           05 REI-JOB PIC X(08) VALUE SPACES.
           05 FILLER PIC X(02) VALUE SPACES.
           05 REI-QTD PIC ZZZ9 VALUE ZERO.
           05 FILLER PIC X(32)
               VALUE ' INCIDENTES - CAUSA MAIS COMUM: '.
           05 REI-DESCRICAO PIC X(16) VALUE SPACES.
           05 FILLER PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 1000-ORDENAR-INCIDENTES.
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--RELATORIO MENSAL DE INCIDENTES (SETINCR)--'
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
           INITIALIZE WS-AREA-TOTAIS-CATEGORIA

           OPEN OUTPUT RELATORIO-ARQ
           IF WS-FS-RELATORIO NOT = '00'
               MOVE WS-FS-RELATORIO TO WS-FILE-STATUS
               MOVE 'SETINCR' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           MOVE WS-COMP-MES TO CAB-MES
           MOVE WS-COMP-ANO TO CAB-ANO
           MOVE WS-LIMITE-REINCIDENCIA TO CAB-LIMITE
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-1
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-2
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-3
           EXIT.

       1000-ORDENAR-INCIDENTES.
           SORT SORT-ARQ
               ON ASCENDING KEY SRT-JOB SRT-CATEGORIA
               INPUT PROCEDURE IS 1100-SELECIONAR-INCIDENTES
               OUTPUT PROCEDURE IS 2000-IMPRIMIR-RELATORIO
           EXIT.

       1100-SELECIONAR-INCIDENTES.
           OPEN INPUT INCIDENTE-ARQ
           IF WS-FS-INCIDENTE = '35'
               DISPLAY 'SETINCD NAO ENCONTRADO - NENHUM INCIDENTE '
                   'REGISTRADO'
           ELSE
               IF WS-FS-INCIDENTE NOT = '00'
                   MOVE WS-FS-INCIDENTE TO WS-FILE-STATUS
                   MOVE 'SETINCD' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               PERFORM 1150-LER-INCIDENTE
               PERFORM 1200-AVALIAR-INCIDENTE UNTIL WS-FIM-INCIDENTE
               CLOSE INCIDENTE-ARQ
           END-IF
           EXIT.

       1150-LER-INCIDENTE.
           READ INCIDENTE-ARQ
               AT END
                   SET WS-FIM-INCIDENTE TO TRUE
           END-READ
           EXIT.

       1200-AVALIAR-INCIDENTE.
           ADD 1 TO WS-QTD-LIDOS
           COMPUTE WS-COMPETENCIA-INCIDENTE = INC-DATA-ABERTURA / 100
           IF WS-COMPETENCIA-INCIDENTE = WS-COMPETENCIA
               MOVE INC-JOB TO SRT-JOB
               IF INC-RESOLVIDO AND INC-CATEGORIA-VALIDA
                   MOVE INC-CATEGORIA TO SRT-CATEGORIA
                   MOVE INC-MINUTOS-RESOLUCAO TO SRT-MINUTOS
               ELSE
                   MOVE SPACES TO SRT-CATEGORIA
                   MOVE ZERO TO SRT-MINUTOS
               END-IF
               MOVE INC-SITUACAO TO SRT-SITUACAO
               RELEASE REG-SORT
           END-IF
           PERFORM 1150-LER-INCIDENTE
           EXIT.

       2000-IMPRIMIR-RELATORIO.
           SET WS-NAO-FIM-SORT TO TRUE
           PERFORM 2050-RETORNAR-SORT
           IF NOT WS-FIM-SORT
               MOVE SRT-JOB TO WS-JOB-ANTERIOR
               MOVE SRT-CATEGORIA TO WS-CATEGORIA-ANTERIOR
           END-IF
           PERFORM 2100-ACUMULAR-INCIDENTE UNTIL WS-FIM-SORT
           IF WS-QTD-INCIDENTES > ZERO
               PERFORM 2200-IMPRIMIR-GRUPO
               PERFORM 2300-IMPRIMIR-TOTAL-JOB
           ELSE
               MOVE 'NENHUM INCIDENTE NA COMPETENCIA' TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           PERFORM 3000-IMPRIMIR-CATEGORIAS
           PERFORM 4000-IMPRIMIR-REINCIDENTES
           EXIT.

       2050-RETORNAR-SORT.
           RETURN SORT-ARQ
               AT END
                   SET WS-FIM-SORT TO TRUE
           END-RETURN
           EXIT.

       2100-ACUMULAR-INCIDENTE.
           IF SRT-JOB NOT = WS-JOB-ANTERIOR
               PERFORM 2200-IMPRIMIR-GRUPO
               PERFORM 2300-IMPRIMIR-TOTAL-JOB
               MOVE SRT-JOB TO WS-JOB-ANTERIOR
               MOVE SRT-CATEGORIA TO WS-CATEGORIA-ANTERIOR
           ELSE
               IF SRT-CATEGORIA NOT = WS-CATEGORIA-ANTERIOR
                   PERFORM 2200-IMPRIMIR-GRUPO
                   MOVE SRT-CATEGORIA TO WS-CATEGORIA-ANTERIOR
               END-IF
           END-IF

           ADD 1 TO WS-QTD-GRUPO
           ADD 1 TO WS-QTD-INCIDENTES
           IF SRT-RESOLVIDO
               ADD 1 TO WS-RESOLVIDOS-GRUPO
               ADD SRT-MINUTOS TO WS-MINUTOS-GRUPO
               ADD 1 TO WS-QTD-RESOLVIDOS
               ADD SRT-MINUTOS TO WS-TOTAL-MINUTOS
           END-IF
           PERFORM 2050-RETORNAR-SORT
           EXIT.

       2200-IMPRIMIR-GRUPO.
           PERFORM 2400-LOCALIZAR-CATEGORIA
           ADD WS-QTD-GRUPO TO TCT-QTD(WS-SUB-CATEGORIA-ACHADA)
           ADD WS-RESOLVIDOS-GRUPO
               TO TCT-RESOLVIDOS(WS-SUB-CATEGORIA-ACHADA)
           ADD WS-MINUTOS-GRUPO TO TCT-MINUTOS(WS-SUB-CATEGORIA-ACHADA)
           MOVE WS-QTD-GRUPO TO TCT-QTD-JOB(WS-SUB-CATEGORIA-ACHADA)

           MOVE WS-JOB-ANTERIOR TO DET-JOB
           MOVE CAT-CODIGO-TAB(WS-SUB-CATEGORIA-ACHADA) TO DET-CATEGORIA
           MOVE CAT-DESCRICAO-TAB(WS-SUB-CATEGORIA-ACHADA)
               TO DET-DESCRICAO
           MOVE WS-QTD-GRUPO TO WS-LIN-QTD
           MOVE WS-RESOLVIDOS-GRUPO TO WS-LIN-RESOLVIDOS
           MOVE WS-MINUTOS-GRUPO TO WS-LIN-MINUTOS
           MOVE SPACES TO DET-OBSERVACAO
           PERFORM 2500-GRAVAR-LINHA-DETALHE

           ADD WS-QTD-GRUPO TO WS-QTD-JOB
           ADD WS-RESOLVIDOS-GRUPO TO WS-RESOLVIDOS-JOB
           ADD WS-MINUTOS-GRUPO TO WS-MINUTOS-JOB
           MOVE ZERO TO WS-QTD-GRUPO
           MOVE ZERO TO WS-RESOLVIDOS-GRUPO
           MOVE ZERO TO WS-MINUTOS-GRUPO
           EXIT.

       2300-IMPRIMIR-TOTAL-JOB.
           ADD 1 TO WS-QTD-JOBS
           MOVE SPACES TO DET-JOB
           MOVE SPACES TO DET-CATEGORIA
           MOVE 'TOTAL DO JOB' TO DET-DESCRICAO
           MOVE WS-QTD-JOB TO WS-LIN-QTD
           MOVE WS-RESOLVIDOS-JOB TO WS-LIN-RESOLVIDOS
           MOVE WS-MINUTOS-JOB TO WS-LIN-MINUTOS
           IF WS-QTD-JOB NOT < WS-LIMITE-REINCIDENCIA
               MOVE '*REINCIDENTE*' TO DET-OBSERVACAO
               PERFORM 2350-GUARDAR-REINCIDENTE
           ELSE
               MOVE SPACES TO DET-OBSERVACAO
           END-IF
           PERFORM 2500-GRAVAR-LINHA-DETALHE
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO

           MOVE ZERO TO WS-QTD-JOB
           MOVE ZERO TO WS-RESOLVIDOS-JOB
           MOVE ZERO TO WS-MINUTOS-JOB
           PERFORM 2360-ZERAR-CATEGORIA-JOB
               VARYING WS-SUB-CATEGORIA FROM 1 BY 1
               UNTIL WS-SUB-CATEGORIA > WS-QTD-CATEGORIAS
           EXIT.

       2350-GUARDAR-REINCIDENTE.
           IF WS-QTD-REINCIDENTES < WS-MAX-REINCIDENTES
               ADD 1 TO WS-QTD-REINCIDENTES
               MOVE WS-JOB-ANTERIOR TO REI-JOB-TAB(WS-QTD-REINCIDENTES)
               MOVE WS-QTD-JOB TO REI-QTD-TAB(WS-QTD-REINCIDENTES)
               MOVE 1 TO WS-SUB-CATEGORIA-PRINCIPAL
               PERFORM 2370-APURAR-CATEGORIA-PRINCIPAL
                   VARYING WS-SUB-CATEGORIA FROM 2 BY 1
                   UNTIL WS-SUB-CATEGORIA > WS-QTD-CATEGORIAS
               MOVE WS-SUB-CATEGORIA-PRINCIPAL
                   TO REI-CATEGORIA-TAB(WS-QTD-REINCIDENTES)
           ELSE
               DISPLAY 'AVISO: MAIS DE ' WS-MAX-REINCIDENTES
                   ' JOBS REINCIDENTES - JOB ' WS-JOB-ANTERIOR
                   ' FORA DA LISTA'
           END-IF
           EXIT.

       2360-ZERAR-CATEGORIA-JOB.
           MOVE ZERO TO TCT-QTD-JOB(WS-SUB-CATEGORIA)
           EXIT.

       2370-APURAR-CATEGORIA-PRINCIPAL.
           IF TCT-QTD-JOB(WS-SUB-CATEGORIA)
               > TCT-QTD-JOB(WS-SUB-CATEGORIA-PRINCIPAL)
               MOVE WS-SUB-CATEGORIA TO WS-SUB-CATEGORIA-PRINCIPAL
           END-IF
           EXIT.

       2400-LOCALIZAR-CATEGORIA.
           MOVE WS-QTD-CATEGORIAS TO WS-SUB-CATEGORIA-ACHADA
           PERFORM 2410-COMPARAR-CATEGORIA
               VARYING WS-SUB-CATEGORIA FROM 1 BY 1
               UNTIL WS-SUB-CATEGORIA > WS-QTD-CATEGORIAS
           EXIT.

       2410-COMPARAR-CATEGORIA.
           IF CAT-CODIGO-TAB(WS-SUB-CATEGORIA) = WS-CATEGORIA-ANTERIOR
               MOVE WS-SUB-CATEGORIA TO WS-SUB-CATEGORIA-ACHADA
           END-IF
           EXIT.

       2500-GRAVAR-LINHA-DETALHE.
           MOVE WS-LIN-QTD TO DET-QTD
           MOVE WS-LIN-RESOLVIDOS TO DET-RESOLVIDOS
           COMPUTE DET-ABERTOS = WS-LIN-QTD - WS-LIN-RESOLVIDOS
           IF WS-LIN-RESOLVIDOS > ZERO
               COMPUTE WS-LIN-MEDIA ROUNDED =
                   WS-LIN-MINUTOS / WS-LIN-RESOLVIDOS
           ELSE
               MOVE ZERO TO WS-LIN-MEDIA
           END-IF
           MOVE WS-LIN-MEDIA TO DET-MEDIA
           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           EXIT.

       3000-IMPRIMIR-CATEGORIAS.
           WRITE REG-RELATORIO FROM WS-CAB-SECAO-CATEGORIA
           PERFORM 3100-IMPRIMIR-CATEGORIA
               VARYING WS-SUB-CATEGORIA FROM 1 BY 1
               UNTIL WS-SUB-CATEGORIA > WS-QTD-CATEGORIAS
           MOVE 'TOTAL' TO DET-JOB
           MOVE SPACES TO DET-CATEGORIA
           MOVE 'GERAL' TO DET-DESCRICAO
           MOVE WS-QTD-INCIDENTES TO WS-LIN-QTD
           MOVE WS-QTD-RESOLVIDOS TO WS-LIN-RESOLVIDOS
           MOVE WS-TOTAL-MINUTOS TO WS-LIN-MINUTOS
           MOVE SPACES TO DET-OBSERVACAO
           PERFORM 2500-GRAVAR-LINHA-DETALHE
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           EXIT.

       3100-IMPRIMIR-CATEGORIA.
           IF TCT-QTD(WS-SUB-CATEGORIA) > ZERO
               MOVE SPACES TO DET-JOB
               MOVE CAT-CODIGO-TAB(WS-SUB-CATEGORIA) TO DET-CATEGORIA
               MOVE CAT-DESCRICAO-TAB(WS-SUB-CATEGORIA)
                   TO DET-DESCRICAO
               MOVE TCT-QTD(WS-SUB-CATEGORIA) TO WS-LIN-QTD
               MOVE TCT-RESOLVIDOS(WS-SUB-CATEGORIA)
                   TO WS-LIN-RESOLVIDOS
               MOVE TCT-MINUTOS(WS-SUB-CATEGORIA) TO WS-LIN-MINUTOS
               MOVE SPACES TO DET-OBSERVACAO
               PERFORM 2500-GRAVAR-LINHA-DETALHE
           END-IF
           EXIT.

       4000-IMPRIMIR-REINCIDENTES.
           WRITE REG-RELATORIO FROM WS-CAB-SECAO-REINCIDENTE
           IF WS-QTD-REINCIDENTES = ZERO
               MOVE 'NENHUM JOB REINCIDENTE NA COMPETENCIA'
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
           ELSE
               PERFORM 4100-IMPRIMIR-REINCIDENTE
                   VARYING WS-SUB-REINCIDENTE FROM 1 BY 1
                   UNTIL WS-SUB-REINCIDENTE > WS-QTD-REINCIDENTES
           END-IF
           EXIT.

       4100-IMPRIMIR-REINCIDENTE.
           MOVE REI-JOB-TAB(WS-SUB-REINCIDENTE) TO REI-JOB
           MOVE REI-QTD-TAB(WS-SUB-REINCIDENTE) TO REI-QTD
           MOVE REI-CATEGORIA-TAB(WS-SUB-REINCIDENTE)
               TO WS-SUB-CATEGORIA
           MOVE CAT-DESCRICAO-TAB(WS-SUB-CATEGORIA) TO REI-DESCRICAO
           WRITE REG-RELATORIO FROM WS-LINHA-REINCIDENTE
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           CLOSE RELATORIO-ARQ
           DISPLAY 'INCIDENTES LIDOS.........: ' WS-QTD-LIDOS
           DISPLAY 'INCIDENTES NA COMPETENCIA: ' WS-QTD-INCIDENTES
           DISPLAY 'JOBS REINCIDENTES........: ' WS-QTD-REINCIDENTES
           DISPLAY 'RELATORIO SETINCR GERADO'
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
