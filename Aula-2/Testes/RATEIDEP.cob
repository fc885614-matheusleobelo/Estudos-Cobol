      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. RATEIDEP.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : MOVE
      *PROGRAMA   : RATEIDEP
      *OBJETIVO   : ROTINA COMPARTILHADA (PADRAO FOLHCALC) COM O
      *             RATEIO DO CUSTO DE UM FUNCIONARIO ENTRE CENTROS DE
      *             CUSTO: LE NO INDEXADO AC00RATE (MANTIDO POR
      *             AC00EX12) OS DEPARTAMENTOS E PERCENTUAIS DA
      *             MATRICULA E OS DEVOLVE AO CHAMADOR, PARA QUE O
      *             LANCAMENTO CONTABIL MOVECONT, A FOLHA POR
      *             DEPARTAMENTO AC00REL E O ORCADO x REALIZADO
      *             AC00RORC DISTRIBUAM O CUSTO DA MESMA FORMA
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *----------------------------------------------------------------
      *USO        : CALL 'RATEIDEP' USING LK-AREA-RATEIO. O CHAMADOR
      *             INFORMA A MATRICULA E O DEPARTAMENTO DO CADASTRO
      *             (FUNC-DEPARTAMENTO); RECEBE DE VOLTA A QUANTIDADE
      *             DE DEPARTAMENTOS (ATE 10), O CODIGO E O PERCENTUAL
      *             DE CADA UM E 'S' EM LK-IND-RATEADO. QUANDO A
      *             MATRICULA NAO TEM RATEIO, QUANDO O AC00RATE NAO
      *             EXISTE OU QUANDO OS PERCENTUAIS NAO SOMAM 100,00
      *             (ESTE ULTIMO CASO E AVISADO), DEVOLVE 'N' E UM
      *             UNICO DEPARTAMENTO - O DO CADASTRO - COM 100,00%.
      *             CABE AO CHAMADOR DAR AO ULTIMO DEPARTAMENTO A
      *             DIFERENCA DE ARREDONDAMENTO, PARA QUE A SOMA DAS
      *             PARCELAS FECHE COM O VALOR RATEADO.
      *             REGISTRO DO AC00RATE: MATRICULA 9(06),
      *             DEPARTAMENTO X(04) (CHAVE), PERCENTUAL 9(03)V99.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEIO-ARQ ASSIGN TO "AC00RATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAT-CHAVE
               FILE STATUS IS WS-FS-RATEIO.

       DATA DIVISION.
       FILE SECTION.
       FD  RATEIO-ARQ.
       01 REG-RATEIO.
           05 RAT-CHAVE.
               10 RAT-MATRICULA PIC 9(06).
               10 RAT-DEPARTAMENTO PIC X(04).
           05 RAT-PERCENTUAL PIC 9(03)V99.

       WORKING-STORAGE SECTION.
       01 WS-MAX-DEPTOS-RATEIO PIC 9(02) COMP VALUE 10.
       01 WS-TOTAL-PERCENTUAL PIC 9(05)V99 VALUE ZERO.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-RATEIO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-RATEIO PIC X(01) VALUE 'N'.
               88 WS-FIM-RATEIO VALUE 'S'.
               88 WS-NAO-FIM-RATEIO VALUE 'N'.
           05 WS-IND-RATEIO-EXCEDIDO PIC X(01) VALUE 'N'.
               88 WS-RATEIO-EXCEDIDO VALUE 'S'.
               88 WS-RATEIO-NAO-EXCEDIDO VALUE 'N'.

       LINKAGE SECTION.
       01 LK-AREA-RATEIO.
           05 LK-ENTRADA.
               10 LK-MATRICULA PIC 9(06).
               10 LK-DEPARTAMENTO-CADASTRO PIC X(04).
           05 LK-SAIDA.
               10 LK-QTD-DEPARTAMENTOS PIC 9(02).
               10 LK-DEPTO-RATEIO OCCURS 10 TIMES.
                   15 LK-RAT-DEPARTAMENTO PIC X(04).
                   15 LK-RAT-PERCENTUAL PIC 9(03)V99.
               10 LK-IND-RATEADO PIC X(01).
                   88 LK-RATEADO VALUE 'S'.
                   88 LK-NAO-RATEADO VALUE 'N'.

       PROCEDURE DIVISION USING LK-AREA-RATEIO.
       0000-APURAR-RATEIO.
           MOVE ZERO TO LK-QTD-DEPARTAMENTOS
           MOVE ZERO TO WS-TOTAL-PERCENTUAL
           SET WS-RATEIO-NAO-EXCEDIDO TO TRUE
           PERFORM 0100-LER-RATEIO-MATRICULA

           IF LK-QTD-DEPARTAMENTOS > ZERO
               AND (WS-TOTAL-PERCENTUAL NOT = 100
                    OR WS-RATEIO-EXCEDIDO)
               DISPLAY 'RATEIDEP: RATEIO DA MATRICULA ' LK-MATRICULA
                   ' INVALIDO (SOMA ' WS-TOTAL-PERCENTUAL
                   '%) - CUSTO LANCADO EM ' LK-DEPARTAMENTO-CADASTRO
               MOVE ZERO TO LK-QTD-DEPARTAMENTOS
           END-IF

           IF LK-QTD-DEPARTAMENTOS = ZERO
               SET LK-NAO-RATEADO TO TRUE
               MOVE 1 TO LK-QTD-DEPARTAMENTOS
               MOVE LK-DEPARTAMENTO-CADASTRO TO LK-RAT-DEPARTAMENTO(1)
               MOVE 100 TO LK-RAT-PERCENTUAL(1)
           ELSE
               SET LK-RATEADO TO TRUE
           END-IF
           GOBACK.

       0100-LER-RATEIO-MATRICULA.
           OPEN INPUT RATEIO-ARQ
           IF WS-FS-RATEIO = '00'
               SET WS-NAO-FIM-RATEIO TO TRUE
               MOVE LK-MATRICULA TO RAT-MATRICULA
               MOVE LOW-VALUES TO RAT-DEPARTAMENTO
               START RATEIO-ARQ KEY IS NOT LESS THAN RAT-CHAVE
                   INVALID KEY
                       SET WS-FIM-RATEIO TO TRUE
               END-START
               IF WS-NAO-FIM-RATEIO
                   PERFORM 0110-LER-RATEIO
               END-IF
               PERFORM 0120-GUARDAR-DEPARTAMENTO UNTIL WS-FIM-RATEIO
               CLOSE RATEIO-ARQ
           ELSE
               IF WS-FS-RATEIO NOT = '35'
                   DISPLAY 'RATEIDEP: ERRO AO ABRIR AC00RATE (STATUS '
                       WS-FS-RATEIO '), CUSTO SEM RATEIO'
               END-IF
           END-IF
           EXIT.

       0110-LER-RATEIO.
           READ RATEIO-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-RATEIO TO TRUE
           END-READ
           IF WS-NAO-FIM-RATEIO
               IF RAT-MATRICULA NOT = LK-MATRICULA
                   SET WS-FIM-RATEIO TO TRUE
               END-IF
           END-IF
           EXIT.

       0120-GUARDAR-DEPARTAMENTO.
           IF RAT-PERCENTUAL IS NUMERIC AND RAT-PERCENTUAL > ZERO
               IF LK-QTD-DEPARTAMENTOS < WS-MAX-DEPTOS-RATEIO
                   ADD 1 TO LK-QTD-DEPARTAMENTOS
                   MOVE RAT-DEPARTAMENTO
                       TO LK-RAT-DEPARTAMENTO(LK-QTD-DEPARTAMENTOS)
                   MOVE RAT-PERCENTUAL
                       TO LK-RAT-PERCENTUAL(LK-QTD-DEPARTAMENTOS)
               ELSE
                   SET WS-RATEIO-EXCEDIDO TO TRUE
               END-IF
               ADD RAT-PERCENTUAL TO WS-TOTAL-PERCENTUAL
           END-IF
           PERFORM 0110-LER-RATEIO
           EXIT.
