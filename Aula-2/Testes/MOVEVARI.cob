      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. MOVEVARI.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : MOVE
      *PROGRAMA   : MOVEVARI
      *OBJETIVO   : ROTINA COMPARTILHADA (PADRAO FOLHCALC) QUE COMPARA,
      *             MATRICULA A MATRICULA, OS CONTRACHEQUES DE UMA
      *             COMPETENCIA COM OS DA COMPETENCIA ANTERIOR NO
      *             ARQUIVO MORTO MOVECTRA (GRAVADO PELO MOVE JA NA
      *             PREVIA): BRUTO, HORA EXTRA, CADA DESCONTO E
      *             LIQUIDO; LISTA NO RELATORIO MOVEVARR E NA TELA
      *             QUEM VARIOU ACIMA DO PERCENTUAL OU DO VALOR DO
      *             CARTAO DE PARAMETROS MOVEVPRM, OS NOVOS E OS
      *             AUSENTES, CADA UM COM UMA DICA DE MOTIVO - UM
      *             LIQUIDO QUE DOBROU POR UMA LINHA RUIM DE MOVEFREQ
      *             NAO SE PERDE MAIS DENTRO DO TOTAL DO MOVEAPRV
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *15/10/2026 MLBF    LAYOUT DO MOVECTRA ATUALIZADO PARA ACOMPANHAR
      *                   O CAMPO CTA-SALARIO-FAMILIA INCLUIDO POR MOVE
      *15/10/2026 MLBF    LAYOUT DO MOVECTRA ATUALIZADO PARA ACOMPANHAR
      *                   OS CAMPOS CTA-ADICIONAL-NOTURNO,
      *                   CTA-GRAU-RISCO E CTA-ADICIONAL-RISCO INCLUIDOS
      *                   POR MOVE
      *15/10/2026 MLBF    LAYOUT DO MOVECTRA ATUALIZADO COM CTA-COMISSAO
      *                   E CTA-DSR-COMISSAO INCLUIDOS POR MOVE
      *----------------------------------------------------------------
      *USO        : CALL 'MOVEVARI' USING LK-AREA-VARIACAO. O CHAMADOR
      *             INFORMA A COMPETENCIA (AAAAMM) E RECEBE A
      *             QUANTIDADE DE FUNCIONARIOS LISTADOS (VARIACAO
      *             ACIMA DO LIMITE, NOVOS E AUSENTES). SEM O CARTAO
      *             MOVEVPRM VALEM OS LIMITES PADRAO DE 20% E
      *             R$ 1.000,00 - BASTA UM DELES SER ULTRAPASSADO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CTRC-ARQ ASSIGN TO "MOVECTRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-FS-ARQUIVO-CTRC.

           SELECT PARAMETRO-ARQ ASSIGN TO "MOVEVPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRO.

           SELECT RELATORIO-ARQ ASSIGN TO "MOVEVARR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CTRC-ARQ.
       01 REG-ARQUIVO-CTRC.
           05 CTA-CHAVE.
               10 CTA-MATRICULA PIC 9(06).
               10 CTA-COMPETENCIA PIC 9(06).
           05 CTA-NOME PIC X(20).
           05 CTA-IDADE PIC 99.
           05 CTA-CIDADE PIC X(15).
           05 CTA-SALARIO PIC 9(7)V99.
           05 CTA-INSS PIC 9(7)V99.
           05 CTA-IRRF PIC 9(7)V99.
           05 CTA-LIQUIDO PIC 9(7)V99.
           05 CTA-PROVISAO-13 PIC 9(7)V99.
           05 CTA-PROVISAO-FERIAS PIC 9(7)V99.
           05 CTA-VALOR-HORA-EXTRA PIC 9(7)V99.
           05 CTA-VALOR-FALTAS PIC 9(7)V99.
           05 CTA-EMPRESTIMO PIC 9(7)V99.
           05 CTA-VALE-TRANSPORTE PIC 9(7)V99.
           05 CTA-VALOR-VR PIC 9(5)V99.
           05 CTA-EMPRESA-NOME PIC X(30).
           05 CTA-CNPJ PIC 9(14).
           05 CTA-PENSAO PIC 9(7)V99.
           05 CTA-PLANO-SAUDE PIC 9(7)V99.
           05 CTA-ADIANTAMENTO PIC 9(7)V99.
           05 CTA-SALARIO-FAMILIA PIC 9(7)V99.
           05 CTA-ADICIONAL-NOTURNO PIC 9(7)V99.
           05 CTA-GRAU-RISCO PIC X(01).
           05 CTA-ADICIONAL-RISCO PIC 9(7)V99.
           05 CTA-COMISSAO PIC 9(7)V99.
           05 CTA-DSR-COMISSAO PIC 9(7)V99.

       FD  PARAMETRO-ARQ.
       01 REG-PARAMETRO.
           05 PRM-PERCENTUAL PIC 9(03)V99.
           05 FILLER PIC X.
           05 PRM-VALOR PIC 9(07)V99.

       FD  RELATORIO-ARQ.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-COMPETENCIA-ANTERIOR PIC 9(06) VALUE ZERO.
       01 WS-COMPETENCIA-ANTERIOR-RED
           REDEFINES WS-COMPETENCIA-ANTERIOR.
           05 WS-ANT-ANO PIC 9(04).
           05 WS-ANT-MES PIC 9(02).

       01 WS-AREA-LIMITES.
           05 WS-LIMITE-PERCENTUAL PIC 9(03)V99 VALUE 20.
           05 WS-LIMITE-VALOR PIC 9(07)V99 VALUE 1000.

       01 WS-MATRICULA-GRUPO PIC 9(06) VALUE ZERO.
       01 WS-NOME-GRUPO PIC X(20) VALUE SPACES.
       01 WS-IND-GRUPO PIC X(01) VALUE 'N'.
           88 WS-HA-GRUPO VALUE 'S'.
           88 WS-SEM-GRUPO VALUE 'N'.
       01 WS-IND-ATUAL PIC X(01) VALUE 'N'.
           88 WS-TEM-ATUAL VALUE 'S'.
           88 WS-SEM-ATUAL VALUE 'N'.
       01 WS-IND-ANTERIOR PIC X(01) VALUE 'N'.
           88 WS-TEM-ANTERIOR VALUE 'S'.
           88 WS-SEM-ANTERIOR VALUE 'N'.
       01 WS-IND-FUNC-LISTADO PIC X(01) VALUE 'N'.
           88 WS-FUNC-LISTADO VALUE 'S'.
           88 WS-FUNC-NAO-LISTADO VALUE 'N'.

       01 WS-VALORES-ATUAIS.
           05 VAT-SALARIO PIC 9(7)V99 VALUE ZERO.
           05 VAT-HORA-EXTRA PIC 9(7)V99 VALUE ZERO.
           05 VAT-FALTAS PIC 9(7)V99 VALUE ZERO.
           05 VAT-INSS PIC 9(7)V99 VALUE ZERO.
           05 VAT-IRRF PIC 9(7)V99 VALUE ZERO.
           05 VAT-EMPRESTIMO PIC 9(7)V99 VALUE ZERO.
           05 VAT-VALE-TRANSPORTE PIC 9(7)V99 VALUE ZERO.
           05 VAT-PENSAO PIC 9(7)V99 VALUE ZERO.
           05 VAT-PLANO-SAUDE PIC 9(7)V99 VALUE ZERO.
           05 VAT-ADIANTAMENTO PIC 9(7)V99 VALUE ZERO.
           05 VAT-LIQUIDO PIC 9(7)V99 VALUE ZERO.
       01 WS-VALORES-ATUAIS-TAB REDEFINES WS-VALORES-ATUAIS.
           05 VAT-VALOR PIC 9(7)V99 OCCURS 11 TIMES.

       01 WS-VALORES-ANTERIORES.
           05 VAN-SALARIO PIC 9(7)V99 VALUE ZERO.
           05 VAN-HORA-EXTRA PIC 9(7)V99 VALUE ZERO.
           05 VAN-FALTAS PIC 9(7)V99 VALUE ZERO.
           05 VAN-INSS PIC 9(7)V99 VALUE ZERO.
           05 VAN-IRRF PIC 9(7)V99 VALUE ZERO.
           05 VAN-EMPRESTIMO PIC 9(7)V99 VALUE ZERO.
           05 VAN-VALE-TRANSPORTE PIC 9(7)V99 VALUE ZERO.
           05 VAN-PENSAO PIC 9(7)V99 VALUE ZERO.
           05 VAN-PLANO-SAUDE PIC 9(7)V99 VALUE ZERO.
           05 VAN-ADIANTAMENTO PIC 9(7)V99 VALUE ZERO.
           05 VAN-LIQUIDO PIC 9(7)V99 VALUE ZERO.
       01 WS-VALORES-ANTERIORES-TAB REDEFINES WS-VALORES-ANTERIORES.
           05 VAN-VALOR PIC 9(7)V99 OCCURS 11 TIMES.

       01 WS-TABELA-ITENS.
           05 FILLER PIC X(21) VALUE 'BRUTO   PROPORC/REAJ.'.
           05 FILLER PIC X(21) VALUE 'H.EXTRA HORA EXTRA'.
           05 FILLER PIC X(21) VALUE 'FALTAS  FALTAS'.
           05 FILLER PIC X(21) VALUE 'INSS    REFLEXO BRUTO'.
           05 FILLER PIC X(21) VALUE 'IRRF    REFLEXO BRUTO'.
           05 FILLER PIC X(21) VALUE 'EMPREST.EMPRESTIMO'.
           05 FILLER PIC X(21) VALUE 'VT      VALE TRANSP.'.
           05 FILLER PIC X(21) VALUE 'PENSAO  PENSAO JUDIC.'.
           05 FILLER PIC X(21) VALUE 'PLANO   PLANO SAUDE'.
           05 FILLER PIC X(21) VALUE 'ADIANT. ADIANTAMENTO'.
           05 FILLER PIC X(21) VALUE 'LIQUIDO '.
       01 WS-TABELA-ITENS-RED REDEFINES WS-TABELA-ITENS.
           05 WS-ITEM-TAB OCCURS 11 TIMES.
               10 ITM-ROTULO PIC X(08).
               10 ITM-DICA PIC X(13).

       01 WS-QTD-ITENS PIC 9(02) COMP VALUE 11.
       01 WS-SUB-ITEM PIC 9(02) COMP VALUE ZERO.
       01 WS-SUB-LIQUIDO PIC 9(02) COMP VALUE 11.
       01 WS-DIFERENCA PIC S9(07)V99 VALUE ZERO.
       01 WS-DIFERENCA-ABS PIC 9(07)V99 VALUE ZERO.
       01 WS-MAIOR-DIFERENCA PIC 9(07)V99 VALUE ZERO.
       01 WS-PERCENTUAL PIC S9(07)V9 VALUE ZERO.
       01 WS-DICA-LIQUIDO PIC X(13) VALUE SPACES.

       01 WS-AREA-CONTADORES.
           05 WS-QTD-COMPARADOS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-VARIACAO PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-NOVOS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-AUSENTES PIC 9(05) COMP VALUE ZERO.

       01 WS-CAB-RELATORIO-1.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(50)
               VALUE 'VARIACAO DO LIQUIDO - MES CONTRA MES ANTERIOR'.
           05 FILLER PIC X(15) VALUE SPACES.

       01 WS-CAB-RELATORIO-2.
           05 FILLER PIC X(13) VALUE 'COMPETENCIA: '.
           05 CAB-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(10) VALUE '  CONTRA: '.
           05 CAB-COMPETENCIA-ANTERIOR PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(11) VALUE '  LIMITES: '.
           05 CAB-PERCENTUAL PIC ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(05) VALUE '% OU '.
           05 CAB-VALOR PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(11) VALUE SPACES.

       01 WS-CAB-RELATORIO-3.
           05 FILLER PIC X(37)
               VALUE 'MATRIC NOME                 ITEM     '.
           05 FILLER PIC X(43)
               VALUE '  ANTERIOR      ATUAL  VAR. % MOTIVO PROV.'.

       01 WS-LINHA-DETALHE.
           05 DET-MATRICULA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-NOME PIC X(20) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-ITEM PIC X(08) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-ANTERIOR PIC ZZZZZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-ATUAL PIC ZZZZZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-PERCENTUAL PIC -ZZZ9.9 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-DICA PIC X(13) VALUE SPACES.

       01 WS-LINHA-TOTAL.
           05 TOT-ROTULO PIC X(40) VALUE SPACES.
           05 TOT-QUANTIDADE PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER PIC X(34) VALUE SPACES.

       01 WS-LINHA-BRANCO PIC X(01) VALUE SPACES.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-ARQUIVO-CTRC PIC X(02) VALUE '00'.
           05 WS-FS-PARAMETRO PIC X(02) VALUE '00'.
           05 WS-FS-RELATORIO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 WS-FIM-ARQUIVO VALUE 'S'.
               88 WS-NAO-FIM-ARQUIVO VALUE 'N'.

       LINKAGE SECTION.
       01 LK-AREA-VARIACAO.
           05 LK-COMPETENCIA PIC 9(06).
           05 LK-COMPETENCIA-RED REDEFINES LK-COMPETENCIA.
               10 LK-CMP-ANO PIC 9(04).
               10 LK-CMP-MES PIC 9(02).
           05 LK-QTD-LISTADOS PIC 9(05).

       PROCEDURE DIVISION USING LK-AREA-VARIACAO.
       0000-APURAR-VARIACOES.
           PERFORM 0100-INICIAR-ROTINA
           PERFORM 1000-LER-ARQUIVO-MORTO
           PERFORM 9000-FINALIZAR-ROTINA
           GOBACK.

       0100-INICIAR-ROTINA.
           IF LK-CMP-MES = 1
               COMPUTE WS-ANT-ANO = LK-CMP-ANO - 1
               MOVE 12 TO WS-ANT-MES
           ELSE
               MOVE LK-CMP-ANO TO WS-ANT-ANO
               COMPUTE WS-ANT-MES = LK-CMP-MES - 1
           END-IF

           OPEN INPUT PARAMETRO-ARQ
           IF WS-FS-PARAMETRO = '35'
               DISPLAY 'MOVEVPRM NAO ENCONTRADO - LIMITES PADRAO DE '
                   'VARIACAO (20% OU R$ 1.000,00)'
           ELSE
               IF WS-FS-PARAMETRO NOT = '00'
                   MOVE WS-FS-PARAMETRO TO WS-FILE-STATUS
                   MOVE 'MOVEVPRM' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               READ PARAMETRO-ARQ
                   NOT AT END
                       IF PRM-PERCENTUAL NUMERIC
                           MOVE PRM-PERCENTUAL TO WS-LIMITE-PERCENTUAL
                       END-IF
                       IF PRM-VALOR NUMERIC
                           MOVE PRM-VALOR TO WS-LIMITE-VALOR
                       END-IF
               END-READ
               CLOSE PARAMETRO-ARQ
           END-IF

           OPEN OUTPUT RELATORIO-ARQ
           IF WS-FS-RELATORIO NOT = '00'
               MOVE WS-FS-RELATORIO TO WS-FILE-STATUS
               MOVE 'MOVEVARR' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-1
           MOVE LK-COMPETENCIA TO CAB-COMPETENCIA
           MOVE WS-COMPETENCIA-ANTERIOR TO CAB-COMPETENCIA-ANTERIOR
           MOVE WS-LIMITE-PERCENTUAL TO CAB-PERCENTUAL
           MOVE WS-LIMITE-VALOR TO CAB-VALOR
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-2
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-3
           DISPLAY 'VARIACOES DA COMPETENCIA ' LK-COMPETENCIA
               ' CONTRA ' WS-COMPETENCIA-ANTERIOR ':'
           EXIT.

       1000-LER-ARQUIVO-MORTO.
           OPEN INPUT ARQUIVO-CTRC-ARQ
           IF WS-FS-ARQUIVO-CTRC = '35'
               DISPLAY 'MOVECTRA NAO ENCONTRADO - RODAR A PREVIA DO '
                   'MOVE ANTES DA CONFERENCIA'
           ELSE
               IF WS-FS-ARQUIVO-CTRC NOT = '00'
                   MOVE WS-FS-ARQUIVO-CTRC TO WS-FILE-STATUS
                   MOVE 'MOVECTRA' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-NAO-FIM-ARQUIVO TO TRUE
               SET WS-SEM-GRUPO TO TRUE
               PERFORM 1050-LER-CONTRACHEQUE
               PERFORM 1100-TRATAR-CONTRACHEQUE UNTIL WS-FIM-ARQUIVO
               IF WS-HA-GRUPO
                   PERFORM 2000-COMPARAR-MATRICULA
               END-IF
               CLOSE ARQUIVO-CTRC-ARQ
           END-IF
           EXIT.

       1050-LER-CONTRACHEQUE.
           READ ARQUIVO-CTRC-ARQ NEXT
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
           END-READ
           EXIT.

       1100-TRATAR-CONTRACHEQUE.
           IF WS-HA-GRUPO AND CTA-MATRICULA NOT = WS-MATRICULA-GRUPO
               PERFORM 2000-COMPARAR-MATRICULA
               SET WS-SEM-GRUPO TO TRUE
           END-IF
           IF WS-SEM-GRUPO
               SET WS-HA-GRUPO TO TRUE
               MOVE CTA-MATRICULA TO WS-MATRICULA-GRUPO
               SET WS-SEM-ATUAL TO TRUE
               SET WS-SEM-ANTERIOR TO TRUE
               INITIALIZE WS-VALORES-ATUAIS WS-VALORES-ANTERIORES
           END-IF

           EVALUATE CTA-COMPETENCIA
               WHEN LK-COMPETENCIA
                   SET WS-TEM-ATUAL TO TRUE
                   MOVE CTA-NOME TO WS-NOME-GRUPO
                   MOVE CTA-SALARIO TO VAT-SALARIO
                   MOVE CTA-VALOR-HORA-EXTRA TO VAT-HORA-EXTRA
                   MOVE CTA-VALOR-FALTAS TO VAT-FALTAS
                   MOVE CTA-INSS TO VAT-INSS
                   MOVE CTA-IRRF TO VAT-IRRF
                   MOVE CTA-EMPRESTIMO TO VAT-EMPRESTIMO
                   MOVE CTA-VALE-TRANSPORTE TO VAT-VALE-TRANSPORTE
                   IF CTA-PENSAO NUMERIC
                       MOVE CTA-PENSAO TO VAT-PENSAO
                   END-IF
                   IF CTA-PLANO-SAUDE NUMERIC
                       MOVE CTA-PLANO-SAUDE TO VAT-PLANO-SAUDE
                   END-IF
                   IF CTA-ADIANTAMENTO NUMERIC
                       MOVE CTA-ADIANTAMENTO TO VAT-ADIANTAMENTO
                   END-IF
                   MOVE CTA-LIQUIDO TO VAT-LIQUIDO
               WHEN WS-COMPETENCIA-ANTERIOR
                   SET WS-TEM-ANTERIOR TO TRUE
                   IF WS-SEM-ATUAL
                       MOVE CTA-NOME TO WS-NOME-GRUPO
                   END-IF
                   MOVE CTA-SALARIO TO VAN-SALARIO
                   MOVE CTA-VALOR-HORA-EXTRA TO VAN-HORA-EXTRA
                   MOVE CTA-VALOR-FALTAS TO VAN-FALTAS
                   MOVE CTA-INSS TO VAN-INSS
                   MOVE CTA-IRRF TO VAN-IRRF
                   MOVE CTA-EMPRESTIMO TO VAN-EMPRESTIMO
                   MOVE CTA-VALE-TRANSPORTE TO VAN-VALE-TRANSPORTE
                   IF CTA-PENSAO NUMERIC
                       MOVE CTA-PENSAO TO VAN-PENSAO
                   END-IF
                   IF CTA-PLANO-SAUDE NUMERIC
                       MOVE CTA-PLANO-SAUDE TO VAN-PLANO-SAUDE
                   END-IF
                   IF CTA-ADIANTAMENTO NUMERIC
                       MOVE CTA-ADIANTAMENTO TO VAN-ADIANTAMENTO
                   END-IF
                   MOVE CTA-LIQUIDO TO VAN-LIQUIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1050-LER-CONTRACHEQUE
           EXIT.

       2000-COMPARAR-MATRICULA.
           MOVE WS-MATRICULA-GRUPO TO DET-MATRICULA
           MOVE WS-NOME-GRUPO TO DET-NOME
           EVALUATE TRUE
               WHEN WS-TEM-ATUAL AND WS-TEM-ANTERIOR
                   ADD 1 TO WS-QTD-COMPARADOS
                   PERFORM 2100-COMPARAR-ITENS
               WHEN WS-TEM-ATUAL
                   ADD 1 TO WS-QTD-NOVOS
                   MOVE 'NOVO' TO DET-ITEM
                   MOVE ZERO TO DET-ANTERIOR DET-PERCENTUAL
                   MOVE VAT-LIQUIDO TO DET-ATUAL
                   MOVE 'ADMISSAO' TO DET-DICA
                   PERFORM 8000-GRAVAR-LINHA
               WHEN WS-TEM-ANTERIOR
                   ADD 1 TO WS-QTD-AUSENTES
                   MOVE 'AUSENTE' TO DET-ITEM
                   MOVE VAN-LIQUIDO TO DET-ANTERIOR
                   MOVE ZERO TO DET-ATUAL DET-PERCENTUAL
                   MOVE 'DESLIG/AFAST.' TO DET-DICA
                   PERFORM 8000-GRAVAR-LINHA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       2100-COMPARAR-ITENS.
           SET WS-FUNC-NAO-LISTADO TO TRUE
           MOVE ZERO TO WS-MAIOR-DIFERENCA
           MOVE 'VER DESCONTOS' TO WS-DICA-LIQUIDO
           MOVE 1 TO WS-SUB-ITEM
           PERFORM 2200-COMPARAR-UM-ITEM
               UNTIL WS-SUB-ITEM > WS-QTD-ITENS
           IF WS-FUNC-LISTADO
               ADD 1 TO WS-QTD-VARIACAO
           END-IF
           EXIT.

       2200-COMPARAR-UM-ITEM.
           COMPUTE WS-DIFERENCA = VAT-VALOR(WS-SUB-ITEM)
               - VAN-VALOR(WS-SUB-ITEM)
           IF WS-DIFERENCA < ZERO
               COMPUTE WS-DIFERENCA-ABS = ZERO - WS-DIFERENCA
           ELSE
               MOVE WS-DIFERENCA TO WS-DIFERENCA-ABS
           END-IF

           IF WS-SUB-ITEM < WS-SUB-LIQUIDO
               AND WS-DIFERENCA-ABS > WS-MAIOR-DIFERENCA
               MOVE WS-DIFERENCA-ABS TO WS-MAIOR-DIFERENCA
               MOVE ITM-DICA(WS-SUB-ITEM) TO WS-DICA-LIQUIDO
           END-IF

           IF VAN-VALOR(WS-SUB-ITEM) > ZERO
               COMPUTE WS-PERCENTUAL ROUNDED = WS-DIFERENCA * 100
                   / VAN-VALOR(WS-SUB-ITEM)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PERCENTUAL
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-PERCENTUAL
           END-IF
           IF WS-PERCENTUAL > 9999.9
               MOVE 9999.9 TO WS-PERCENTUAL
           END-IF
           IF WS-PERCENTUAL < -999.9
               MOVE -999.9 TO WS-PERCENTUAL
           END-IF

           IF WS-DIFERENCA-ABS > WS-LIMITE-VALOR
               OR (VAN-VALOR(WS-SUB-ITEM) > ZERO
               AND WS-DIFERENCA-ABS * 100
                   > WS-LIMITE-PERCENTUAL * VAN-VALOR(WS-SUB-ITEM))
               SET WS-FUNC-LISTADO TO TRUE
               MOVE ITM-ROTULO(WS-SUB-ITEM) TO DET-ITEM
               MOVE VAN-VALOR(WS-SUB-ITEM) TO DET-ANTERIOR
               MOVE VAT-VALOR(WS-SUB-ITEM) TO DET-ATUAL
               MOVE WS-PERCENTUAL TO DET-PERCENTUAL
               IF WS-SUB-ITEM = WS-SUB-LIQUIDO
                   MOVE WS-DICA-LIQUIDO TO DET-DICA
               ELSE
                   MOVE ITM-DICA(WS-SUB-ITEM) TO DET-DICA
               END-IF
               PERFORM 8000-GRAVAR-LINHA
           END-IF
           ADD 1 TO WS-SUB-ITEM
           EXIT.

       8000-GRAVAR-LINHA.
           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           DISPLAY WS-LINHA-DETALHE
           EXIT.

       9000-FINALIZAR-ROTINA.
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           MOVE 'MATRICULAS COMPARADAS...................'
               TO TOT-ROTULO
           MOVE WS-QTD-COMPARADOS TO TOT-QUANTIDADE
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'COM VARIACAO ACIMA DO LIMITE............'
               TO TOT-ROTULO
           MOVE WS-QTD-VARIACAO TO TOT-QUANTIDADE
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'NOVOS (SEM CONTRACHEQUE ANTERIOR).......'
               TO TOT-ROTULO
           MOVE WS-QTD-NOVOS TO TOT-QUANTIDADE
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'AUSENTES (SEM CONTRACHEQUE ATUAL).......'
               TO TOT-ROTULO
           MOVE WS-QTD-AUSENTES TO TOT-QUANTIDADE
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           CLOSE RELATORIO-ARQ

           COMPUTE LK-QTD-LISTADOS = WS-QTD-VARIACAO + WS-QTD-NOVOS
               + WS-QTD-AUSENTES
           DISPLAY 'RELATORIO MOVEVARR: ' WS-QTD-COMPARADOS
               ' COMPARADO(S), ' WS-QTD-VARIACAO ' COM VARIACAO, '
               WS-QTD-NOVOS ' NOVO(S), ' WS-QTD-AUSENTES
               ' AUSENTE(S)'
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
