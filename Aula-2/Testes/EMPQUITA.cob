      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. EMPQUITA.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : OPERACOES
      *PROGRAMA   : EMPQUITA
      *OBJETIVO   : ROTINA COMPARTILHADA (PADRAO FOLHCALC) COM O VALOR
      *             DE QUITACAO ANTECIPADA DE UM EMPRESTIMO CONSIGNADO
      *             DA CARTEIRA OPEREMPR: TRAZ O SALDO DEVEDOR A VALOR
      *             PRESENTE PELA TAXA DO CONTRATO, PELO NUMERO DE
      *             PARCELAS AINDA NAO VENCIDAS (ABATIMENTO
      *             PROPORCIONAL DOS JUROS), PARA QUE A QUITACAO
      *             ANTECIPADA DE OPEREMP E A BAIXA NA RESCISAO
      *             AC00RESC CALCULEM O MESMO VALOR
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *15/10/2026 MLBF    CONTRATOS SAC (EMP-SISTEMA-AMORTIZACAO = 'S',
      *                   AMORTIZACAO CONSTANTE): O SALDO DEVEDOR, SOMA
      *                   DAS PARCELAS A VENCER, E DIVIDIDO POR 1 + TAXA
      *                   X (PARCELAS + 1) / 2, O QUE DEVOLVE O CAPITAL
      *                   AINDA NAO AMORTIZADO SEM OS JUROS FUTUROS;
      *                   PRICE SEGUE COM O VALOR PRESENTE
      *----------------------------------------------------------------
      *USO        : CALL 'EMPQUITA' USING LK-AREA-QUITACAO. O CHAMADOR
      *             INFORMA O SALDO DEVEDOR (EMP-SALDO-DEVEDOR), A TAXA
      *             MENSAL (EMP-TAXA) E A QUANTIDADE DE PARCELAS
      *             RESTANTES (EMP-PRAZO - EMP-PARCELAS-PAGAS) E O
      *             SISTEMA DE AMORTIZACAO (EMP-SISTEMA-AMORTIZACAO,
      *             P/BRANCO=PRICE, S=SAC); RECEBE
      *             DE VOLTA O VALOR DE QUITACAO E O DESCONTO DE JUROS
      *             (SALDO - VALOR DE QUITACAO). SEM TAXA OU SEM
      *             PARCELAS RESTANTES, A QUITACAO E O PROPRIO SALDO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-AREA-CALCULO.
           05 WS-FATOR-ACUMULACAO PIC 9(05)V9(09) VALUE ZERO.
           05 WS-FATOR-DESCONTO PIC 9(07)V9(09) VALUE ZERO.

       LINKAGE SECTION.
       01 LK-AREA-QUITACAO.
           05 LK-ENTRADA.
               10 LK-SALDO-DEVEDOR PIC 9(09)V99.
               10 LK-TAXA PIC 9V9999.
               10 LK-PARCELAS-RESTANTES PIC 9(02).
               10 LK-SISTEMA-AMORTIZACAO PIC X(01).
                   88 LK-SISTEMA-SAC VALUE 'S'.
           05 LK-SAIDA.
               10 LK-VALOR-QUITACAO PIC 9(09)V99.
               10 LK-DESCONTO-JUROS PIC 9(09)V99.

       PROCEDURE DIVISION USING LK-AREA-QUITACAO.
       0000-CALCULAR-QUITACAO.
           MOVE LK-SALDO-DEVEDOR TO LK-VALOR-QUITACAO
           MOVE ZERO TO LK-DESCONTO-JUROS
           IF LK-TAXA > ZERO AND LK-PARCELAS-RESTANTES > ZERO
               AND LK-SALDO-DEVEDOR > ZERO
               PERFORM 0100-TRAZER-VALOR-PRESENTE
           END-IF
           GOBACK.

       0100-TRAZER-VALOR-PRESENTE.
           IF LK-SISTEMA-SAC
               PERFORM 0200-RETIRAR-JUROS-SAC
           ELSE
               PERFORM 0300-DESCONTAR-PRICE
           END-IF
           IF LK-VALOR-QUITACAO > LK-SALDO-DEVEDOR
               MOVE LK-SALDO-DEVEDOR TO LK-VALOR-QUITACAO
           END-IF
           COMPUTE LK-DESCONTO-JUROS =
               LK-SALDO-DEVEDOR - LK-VALOR-QUITACAO
           EXIT.

       0200-RETIRAR-JUROS-SAC.
           COMPUTE WS-FATOR-DESCONTO ROUNDED =
               1 + (LK-TAXA * (LK-PARCELAS-RESTANTES + 1) / 2)
           COMPUTE LK-VALOR-QUITACAO ROUNDED =
               LK-SALDO-DEVEDOR / WS-FATOR-DESCONTO
               ON SIZE ERROR
                   MOVE LK-SALDO-DEVEDOR TO LK-VALOR-QUITACAO
           END-COMPUTE
           EXIT.

       0300-DESCONTAR-PRICE.
           COMPUTE WS-FATOR-ACUMULACAO ROUNDED =
               (1 + LK-TAXA) ** LK-PARCELAS-RESTANTES
           COMPUTE WS-FATOR-DESCONTO ROUNDED =
               WS-FATOR-ACUMULACAO * LK-TAXA * LK-PARCELAS-RESTANTES
           IF WS-FATOR-DESCONTO > ZERO
               COMPUTE LK-VALOR-QUITACAO ROUNDED =
                   LK-SALDO-DEVEDOR * (WS-FATOR-ACUMULACAO - 1)
                   / WS-FATOR-DESCONTO
                   ON SIZE ERROR
                       MOVE LK-SALDO-DEVEDOR TO LK-VALOR-QUITACAO
               END-COMPUTE
           END-IF
           EXIT.
