      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. PLANOPRC.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : MOVE
      *PROGRAMA   : PLANOPRC
      *OBJETIVO   : ROTINA COMPARTILHADA (PADRAO FOLHCALC) COM O PRECO
      *             DO PLANO DE SAUDE POR FAIXA ETARIA: LE A TABELA
      *             AC00PLPR NA PRIMEIRA CHAMADA E DEVOLVE, PARA UM
      *             PLANO E UMA VIDA (TITULAR OU DEPENDENTE), A IDADE
      *             NA COMPETENCIA, O VALOR CHEIO DA MENSALIDADE
      *             (FATURA DA OPERADORA) E A PARTE DO FUNCIONARIO
      *             (COPARTICIPACAO DESCONTADA EM FOLHA), PARA QUE O
      *             MOVE, A MANUTENCAO AC00EX08 E A CONFERENCIA DA
      *             FATURA AC00RPLN USEM O MESMO PRECO
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *----------------------------------------------------------------
      *USO        : CALL 'PLANOPRC' USING LK-AREA-PLANO. O CHAMADOR
      *             INFORMA O CODIGO DO PLANO, SE A VIDA E TITULAR
      *             ('T') OU DEPENDENTE ('D'), A COMPETENCIA (AAAAMM)
      *             E A DATA DE NASCIMENTO (AAAAMMDD) - QUANDO A DATA
      *             FOR ZERO, A IDADE INFORMADA EM LK-IDADE E USADA
      *             COMO ESTA; RECEBE DE VOLTA A IDADE NA COMPETENCIA,
      *             O VALOR CHEIO, A PARTE DO FUNCIONARIO E 'S' EM
      *             LK-IND-PRECO-ACHADO, OU 'N' QUANDO O PLANO/FAIXA
      *             NAO ESTIVER NA TABELA (VALORES ZERADOS).
      *             REGISTRO DO AC00PLPR: PLANO X(04), IDADE INICIAL E
      *             FINAL 9(03), VALOR 9(05)V99, PERCENTUAL PAGO PELO
      *             FUNCIONARIO NO TITULAR E NO DEPENDENTE 9(03)V99.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECO-ARQ ASSIGN TO "AC00PLPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRECO.

       DATA DIVISION.
       FILE SECTION.
       FD  PRECO-ARQ.
       01 REG-PRECO.
           05 PRC-PLANO PIC X(04).
           05 PRC-IDADE-INICIAL PIC 9(03).
           05 PRC-IDADE-FINAL PIC 9(03).
           05 PRC-VALOR PIC 9(05)V99.
           05 PRC-PERC-TITULAR PIC 9(03)V99.
           05 PRC-PERC-DEPENDENTE PIC 9(03)V99.

       WORKING-STORAGE SECTION.
       01 WS-IND-PRECOS-CARREGADOS PIC X(01) VALUE 'N'.
           88 WS-PRECOS-CARREGADOS VALUE 'S'.
           88 WS-PRECOS-NAO-CARREGADOS VALUE 'N'.

       01 WS-MAX-PRECOS PIC 9(03) COMP VALUE 200.
       01 WS-QTD-PRECO PIC 9(03) COMP VALUE ZERO.
       01 WS-SUB-PRECO PIC 9(03) COMP VALUE ZERO.
       01 WS-TABELA-PRECOS.
           05 WS-PRECO-TAB OCCURS 200 TIMES.
               10 PR-PLANO PIC X(04) VALUE SPACES.
               10 PR-IDADE-INICIAL PIC 9(03) VALUE ZERO.
               10 PR-IDADE-FINAL PIC 9(03) VALUE ZERO.
               10 PR-VALOR PIC 9(05)V99 VALUE ZERO.
               10 PR-PERC-TITULAR PIC 9(03)V99 VALUE ZERO.
               10 PR-PERC-DEPENDENTE PIC 9(03)V99 VALUE ZERO.

       01 WS-PERC-FUNCIONARIO PIC 9(03)V99 VALUE ZERO.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-PRECO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-PRECO PIC X(01) VALUE 'N'.
               88 WS-FIM-PRECO VALUE 'S'.
               88 WS-NAO-FIM-PRECO VALUE 'N'.

       LINKAGE SECTION.
       01 LK-AREA-PLANO.
           05 LK-ENTRADA.
               10 LK-PLANO PIC X(04).
               10 LK-IND-VIDA PIC X(01).
                   88 LK-VIDA-TITULAR VALUE 'T'.
                   88 LK-VIDA-DEPENDENTE VALUE 'D'.
               10 LK-COMPETENCIA PIC 9(06).
               10 LK-COMPETENCIA-RED REDEFINES LK-COMPETENCIA.
                   15 LK-CMP-ANO PIC 9(04).
                   15 LK-CMP-MES PIC 9(02).
               10 LK-DATA-NASCIMENTO PIC 9(08).
               10 LK-DATA-NASCIMENTO-RED
                   REDEFINES LK-DATA-NASCIMENTO.
                   15 LK-NASC-ANO PIC 9(04).
                   15 LK-NASC-MES PIC 9(02).
                   15 LK-NASC-DIA PIC 9(02).
           05 LK-SAIDA.
               10 LK-IDADE PIC 9(03).
               10 LK-VALOR-PLANO PIC 9(05)V99.
               10 LK-VALOR-FUNCIONARIO PIC 9(05)V99.
               10 LK-IND-PRECO-ACHADO PIC X(01).
                   88 LK-PRECO-ACHADO VALUE 'S'.
                   88 LK-PRECO-NAO-ACHADO VALUE 'N'.

       PROCEDURE DIVISION USING LK-AREA-PLANO.
       0000-APURAR-PRECO.
           IF WS-PRECOS-NAO-CARREGADOS
               PERFORM 0100-CARREGAR-TABELA-PRECOS
               SET WS-PRECOS-CARREGADOS TO TRUE
           END-IF

           IF LK-DATA-NASCIMENTO > ZERO
               PERFORM 0200-CALCULAR-IDADE
           END-IF

           MOVE ZERO TO LK-VALOR-PLANO
           MOVE ZERO TO LK-VALOR-FUNCIONARIO
           SET LK-PRECO-NAO-ACHADO TO TRUE
           MOVE 1 TO WS-SUB-PRECO
           PERFORM 0300-COMPARAR-FAIXA
               UNTIL WS-SUB-PRECO > WS-QTD-PRECO
               OR LK-PRECO-ACHADO
           GOBACK.

       0100-CARREGAR-TABELA-PRECOS.
           OPEN INPUT PRECO-ARQ
           IF WS-FS-PRECO = '00'
               PERFORM 0110-LER-PRECO
               PERFORM 0120-GUARDAR-PRECO UNTIL WS-FIM-PRECO
               CLOSE PRECO-ARQ
           ELSE
               IF WS-FS-PRECO = '35'
                   DISPLAY 'AC00PLPR NAO ENCONTRADO - PLANO DE SAUDE '
                       'SEM TABELA DE PRECOS'
               ELSE
                   DISPLAY 'PLANOPRC: ERRO AO ABRIR AC00PLPR (STATUS '
                       WS-FS-PRECO '), PLANO DE SAUDE SEM PRECOS'
               END-IF
           END-IF
           EXIT.

       0110-LER-PRECO.
           READ PRECO-ARQ
               AT END
                   SET WS-FIM-PRECO TO TRUE
           END-READ
           EXIT.

       0120-GUARDAR-PRECO.
           IF PRC-PLANO NOT = SPACES AND PRC-VALOR IS NUMERIC
               IF WS-QTD-PRECO < WS-MAX-PRECOS
                   ADD 1 TO WS-QTD-PRECO
                   MOVE WS-QTD-PRECO TO WS-SUB-PRECO
                   MOVE PRC-PLANO TO PR-PLANO(WS-SUB-PRECO)
                   MOVE PRC-IDADE-INICIAL
                       TO PR-IDADE-INICIAL(WS-SUB-PRECO)
                   MOVE PRC-IDADE-FINAL TO PR-IDADE-FINAL(WS-SUB-PRECO)
                   MOVE PRC-VALOR TO PR-VALOR(WS-SUB-PRECO)
                   MOVE PRC-PERC-TITULAR
                       TO PR-PERC-TITULAR(WS-SUB-PRECO)
                   MOVE PRC-PERC-DEPENDENTE
                       TO PR-PERC-DEPENDENTE(WS-SUB-PRECO)
               ELSE
                   DISPLAY 'PLANOPRC: AC00PLPR EXCEDE ' WS-MAX-PRECOS
                       ' FAIXAS - EXCEDENTE IGNORADO'
                   SET WS-FIM-PRECO TO TRUE
               END-IF
           END-IF
           IF WS-NAO-FIM-PRECO
               PERFORM 0110-LER-PRECO
           END-IF
           EXIT.

       0200-CALCULAR-IDADE.
           IF LK-CMP-ANO < LK-NASC-ANO
               MOVE ZERO TO LK-IDADE
           ELSE
               COMPUTE LK-IDADE = LK-CMP-ANO - LK-NASC-ANO
               IF LK-CMP-MES < LK-NASC-MES AND LK-IDADE > ZERO
                   SUBTRACT 1 FROM LK-IDADE
               END-IF
           END-IF
           EXIT.

       0300-COMPARAR-FAIXA.
           IF PR-PLANO(WS-SUB-PRECO) = LK-PLANO
               AND LK-IDADE NOT < PR-IDADE-INICIAL(WS-SUB-PRECO)
               AND LK-IDADE NOT > PR-IDADE-FINAL(WS-SUB-PRECO)
               SET LK-PRECO-ACHADO TO TRUE
               MOVE PR-VALOR(WS-SUB-PRECO) TO LK-VALOR-PLANO
               IF LK-VIDA-TITULAR
                   MOVE PR-PERC-TITULAR(WS-SUB-PRECO)
                       TO WS-PERC-FUNCIONARIO
               ELSE
                   MOVE PR-PERC-DEPENDENTE(WS-SUB-PRECO)
                       TO WS-PERC-FUNCIONARIO
               END-IF
               IF WS-PERC-FUNCIONARIO > 100
                   MOVE 100 TO WS-PERC-FUNCIONARIO
               END-IF
               COMPUTE LK-VALOR-FUNCIONARIO ROUNDED =
                   LK-VALOR-PLANO * WS-PERC-FUNCIONARIO / 100
           ELSE
               ADD 1 TO WS-SUB-PRECO
           END-IF
           EXIT.
