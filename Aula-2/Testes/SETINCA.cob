      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. SETINCA.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : SET
      *PROGRAMA   : SETINCA
      *OBJETIVO   : ROTINA COMPARTILHADA (PADRAO JOBSTAT) QUE ABRE UM
      *             INCIDENTE NO CADASTRO SETINCD A CADA TRANSICAO PARA
      *             ABORTADO ('X') GRAVADA NA TRILHA SETAUDIT, PELA
      *             ROTINA JOBSTAT (PASSOS DO NOTURNO) OU PELO PROGRAMA
      *             SET. O INCIDENTE NASCE ABERTO, SEM CAUSA; A
      *             CATEGORIA, A DESCRICAO, A ACAO TOMADA E A
      *             RESOLUCAO SAO REGISTRADAS DEPOIS PELO OPERADOR NO
      *             SETINCM. COMO NO JOBSTAT, UMA FALHA AO GRAVAR O
      *             INCIDENTE E AVISADA NO LOG MAS NAO DERRUBA O
      *             PROGRAMA CHAMADOR
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    ROTINA CRIADA
      *----------------------------------------------------------------
      *USO        : CALL 'SETINCA' USING LK-AREA-INCIDENTE, COM O JOB
      *             (X(08)), A DATA (AAAAMMDD) E A HORA (HHMMSS) DA
      *             TRANSICAO GRAVADA EM SETAUDIT E O OPERADOR DA
      *             SESSAO (X(08), EM BRANCO NO LOTE). A CHAVE DO
      *             INCIDENTE E JOB + DATA + HORA; UMA SEGUNDA CHAMADA
      *             PARA A MESMA TRANSICAO NAO ABRE OUTRO INCIDENTE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENTE-ARQ ASSIGN TO "SETINCD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-CHAVE
               FILE STATUS IS WS-FS-INCIDENTE.

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

       WORKING-STORAGE SECTION.
       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-INCIDENTE PIC X(02) VALUE '00'.
           COPY CTLARQ.

       LINKAGE SECTION.
       01 LK-AREA-INCIDENTE.
           05 LK-INC-JOB PIC X(08).
           05 LK-INC-DATA PIC 9(08).
           05 LK-INC-HORA PIC 9(06).
           05 LK-INC-OPERADOR PIC X(08).

       PROCEDURE DIVISION USING LK-AREA-INCIDENTE.
       0000-ABRIR-INCIDENTE.
           OPEN I-O INCIDENTE-ARQ
           IF WS-FS-INCIDENTE = '35'
               OPEN OUTPUT INCIDENTE-ARQ
               CLOSE INCIDENTE-ARQ
               OPEN I-O INCIDENTE-ARQ
           END-IF
           IF WS-FS-INCIDENTE NOT = '00'
               DISPLAY 'SETINCA: SETINCD INDISPONIVEL (STATUS '
                   WS-FS-INCIDENTE ') - INCIDENTE NAO ABERTO PARA '
                   LK-INC-JOB
           ELSE
               PERFORM 0100-GRAVAR-INCIDENTE
               CLOSE INCIDENTE-ARQ
           END-IF
           GOBACK.

       0100-GRAVAR-INCIDENTE.
           INITIALIZE REG-INCIDENTE
           MOVE LK-INC-JOB TO INC-JOB
           MOVE LK-INC-DATA TO INC-DATA-ABERTURA
           MOVE LK-INC-HORA TO INC-HORA-ABERTURA
           MOVE LK-INC-OPERADOR TO INC-OPERADOR-ABERTURA
           SET INC-ABERTO TO TRUE
           WRITE REG-INCIDENTE
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE WS-FS-INCIDENTE
               WHEN '00'
                   DISPLAY 'SETINCA: INCIDENTE ABERTO PARA ' INC-JOB
                       ' EM ' INC-DATA-ABERTURA ' ' INC-HORA-ABERTURA
                       ' - REGISTRAR A CAUSA NO SETINCM'
               WHEN '22'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'SETINCA: FALHA AO GRAVAR SETINCD (STATUS '
                       WS-FS-INCIDENTE ')'
           END-EVALUATE
           EXIT.
