      *DATA       AUTOR   DESCRICAO
      *02/09/2026 MLBF    ROTINA CRIADA A PARTIR DOS PARAGRAFOS DE
      *                   CALCULO DE MOVE E OPERACOES
      *15/10/2026 MLBF    FAIXAS DO MOVETAXA PASSAM A TER VIGENCIA
      *                   (TAXA-VIGENCIA, AAAAMM, NO FIM DO REGISTRO;
      *                   BRANCO/ZERO = VALIDA DESDE SEMPRE). O ARQUIVO
      *                   E LIDO INTEIRO NA PRIMEIRA CHAMADA E, A CADA
      *                   TROCA DE COMPETENCIA (LK-COMPETENCIA, NOVO NO
      *                   FIM DE LK-ENTRADA), 0300-SELECIONAR-FAIXAS
      *                   MONTA AS TABELAS DE INSS E DE IRRF COM A
      *                   MAIOR VIGENCIA ATE A COMPETENCIA CALCULADA -
      *                   O MOVERETR E A 2A PARCELA DO 13O RODADOS EM
      *                   JANEIRO USAVAM A TABELA NOVA PARA MESES DO
      *                   ANO ANTERIOR. MANUTENCAO DO ARQUIVO NO
      *                   MOVETXMT
      *15/10/2026 MLBF    NOVO CAMPO LK-DEDUCAO-PENSAO NO FIM DE
      *                   LK-ENTRADA: A PENSAO ALIMENTICIA JUDICIAL
      *                   DESCONTADA PELO CHAMADOR E DEDUZIDA DA BASE DO
      *                   IRRF, COMO PERMITE A LEGISLACAO. CHAMADORES
      *                   QUE NAO DESCONTAM PENSAO INFORMAM ZERO
      *15/10/2026 MLBF    NOVO CAMPO LK-TIPO-CONTRATO NO FIM DE
      *                   LK-ENTRADA (TIPO DE CONTRATO DE AC00FUNC):
      *                   2100-CALCULAR-INSS CONSULTA A ROTINA TIPOCONT
      *                   E NAO DESCONTA INSS DO ESTAGIARIO, APLICA A
      *                   ALIQUOTA FIXA DE CONTRIBUINTE INDIVIDUAL
      *                   (LIMITADA AO TETO DA ULTIMA FAIXA) NO
      *                   PRO-LABORE E MANTEM AS FAIXAS PARA CLT E
      *                   APRENDIZ
      *15/10/2026 MLBF    ADICIONAL NOTURNO E ADICIONAL DE
      *                   INSALUBRIDADE/PERICULOSIDADE
      *                   (2080-APLICAR-ADICIONAIS): NOVOS CAMPOS
      *                   LK-HORAS-NOTURNAS E LK-GRAU-RISCO NO FIM DE
      *                   LK-ENTRADA E
      *                   LK-VALOR-ADIC-NOTURNO/LK-VALOR-ADIC-RISCO NO
      *                   FIM DE LK-SAIDA. A HORA NOTURNA (REDUZIDA,
      *                   52'30") E PAGA COM 20% SOBRE A MESMA HORA BASE
      *                   DE 2070-APLICAR-FREQUENCIA; A INSALUBRIDADE E
      *                   DE 10/20/40% DO SALARIO MINIMO (TIPO M DO
      *                   MOVETAXA, COM VIGENCIA; 1.412,00 NA AUSENCIA)
      *                   E A PERICULOSIDADE DE 30% DO SALARIO BASE. OS
      *                   ADICIONAIS ENTRAM NO BRUTO (BASE DE INSS/IRRF)
      *                   E NAO SE APLICAM A ESTAGIARIO E PRO-LABORE; A
      *                   CONSULTA A TIPOCONT PASSA PARA O INICIO DO
      *                   CALCULO
      *15/10/2026 MLBF    COMISSAO DE VENDAS COM REFLEXO NO DSR
      *                   (2090-APLICAR-COMISSAO): NOVOS CAMPOS
      *                   LK-VALOR-COMISSAO, LK-DIAS-UTEIS E
      *                   LK-DIAS-DESCANSO NO FIM DE LK-ENTRADA E
      *                   LK-VALOR-DSR-COMISSAO NO FIM DE LK-SAIDA. O
      *                   DSR E A COMISSAO DIVIDIDA PELOS DIAS UTEIS E
      *                   MULTIPLICADA PELOS DOMINGOS E FERIADOS DA
      *                   COMPETENCIA (NAO DEVIDO A ESTAGIARIO E
      *                   PRO-LABORE); COMISSAO E DSR ENTRAM NO BRUTO,
      *                   BASE DO INSS/IRRF. CHAMADORES SEM COMISSAO
      *                   INFORMAM ZERO
      *15/10/2026 MLBF    TETO DO INSS DE ALIQUOTA FIXA (PRO-LABORE)
      *                   PASSA A SER O MAIOR LIMITE FINITO DA TABELA DE
      *                   FAIXAS: A ULTIMA FAIXA, ABERTA (9999999,99),
      *                   NAO LIMITAVA A BASE
      *----------------------------------------------------------------
      *USO        : CALL 'FOLHCALC' USING LK-AREA-FOLHA. O CHAMADOR
      *             INFORMA O SALARIO BASE (JA PRORRATEADO QUANDO FOR
      *             O CASO), A DATA DE ADMISSAO (ZERO = SEM BONUS), A
      *             DATA DE REFERENCIA (HOJE), AS HORAS EXTRAS A 50%
      *             E 100%, OS DIAS DE FALTA, A QUANTIDADE DE
      *             DEPENDENTES E A COMPETENCIA (AAAAMM) CUJA TABELA
      *             DE FAIXAS DEVE SER USADA (ZERO = ANO/MES DA DATA
      *             DE REFERENCIA) E A PENSAO ALIMENTICIA JUDICIAL A
      *             DEDUZIR DA BASE DO IRRF (ZERO = SEM PENSAO) E O
      *             TIPO DE CONTRATO (FUNC-TIPO-CONTRATO; BRANCO =
      *             CLT), QUE DEFINE, PELA ROTINA TIPOCONT, SE O INSS
      *             SAI DAS FAIXAS, DE ALIQUOTA FIXA OU NAO E DEVIDO;
      *             AS HORAS NOTURNAS (22H AS 5H, DO MOVEFREQ) E O
      *             GRAU DE INSALUBRIDADE/PERICULOSIDADE DO CADASTRO
      *             (FUNC-GRAU-RISCO; BRANCO = SEM ADICIONAL);
      *             RECEBE DE VOLTA O BRUTO CALCULADO, O
      *             VALOR DO BONUS, DA HORA EXTRA E DAS FALTAS, O
      *             INSS, O IRRF E O LIQUIDO E, NO FIM DE LK-SAIDA, O
      *             VALOR DO ADICIONAL NOTURNO E DO ADICIONAL DE
      *             INSALUBRIDADE/PERICULOSIDADE (AMBOS JA SOMADOS AO
      *             BRUTO E, POR ISSO, A BASE DO INSS E DO IRRF).
      *             O CHAMADOR INFORMA AINDA A COMISSAO DO MES (ZERO =
      *             SEM COMISSAO) E OS DIAS UTEIS E DE DESCANSO
      *             (DOMINGOS E FERIADOS) DA COMPETENCIA, E RECEBE O
      *             DSR SOBRE A COMISSAO; A COMISSAO E O DSR TAMBEM
      *             ENTRAM NO BRUTO.
      *             A BUSCA DE DEPENDENTES NO INITMST CONTINUA NO
      *             CHAMADOR, QUE JA TEM O MESTRE ABERTO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 TAXA-LIMITE PIC 9(7)V99.
           05 TAXA-ALIQUOTA PIC 9V999.
           05 TAXA-DEDUCAO PIC 9(7)V99.
           05 TAXA-VIGENCIA PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-IND-TAXAS-CARREGADAS PIC X(01) VALUE 'N'.
           88 WS-TAXAS-CARREGADAS VALUE 'S'.
           88 WS-TAXAS-NAO-CARREGADAS VALUE 'N'.

       01 WS-MAX-TAXAS PIC 9(03) COMP VALUE 200.
       01 WS-QTD-TAXA PIC 9(03) COMP VALUE ZERO.
       01 WS-SUB-TAXA PIC 9(03) COMP VALUE ZERO.
       01 WS-TABELA-TAXAS.
           05 WS-TAXA-TAB OCCURS 200 TIMES.
               10 TX-TIPO PIC X(01) VALUE SPACE.
               10 TX-LIMITE PIC 9(7)V99 VALUE ZERO.
               10 TX-ALIQUOTA PIC 9V999 VALUE ZERO.
               10 TX-DEDUCAO PIC 9(7)V99 VALUE ZERO.
               10 TX-VIGENCIA PIC 9(06) VALUE ZERO.

       01 WS-AREA-VIGENCIA.
           05 WS-COMPETENCIA-CALCULO PIC 9(06) VALUE ZERO.
           05 WS-COMPETENCIA-TABELA PIC 9(06) VALUE ZERO.
           05 WS-TIPO-SELECAO PIC X(01) VALUE SPACE.
           05 WS-VIGENCIA-SELECAO PIC 9(06) VALUE ZERO.
           05 WS-IND-VIGENCIA-ACHADA PIC X(01) VALUE 'N'.
               88 WS-VIGENCIA-ACHADA VALUE 'S'.
               88 WS-VIGENCIA-NAO-ACHADA VALUE 'N'.

       01 WS-MAX-FAIXAS PIC 99 COMP VALUE 10.
       01 WS-QTD-FAIXA-INSS PIC 99 COMP VALUE ZERO.
       01 WS-SUB-FAIXA-INSS PIC 99 COMP VALUE ZERO.
       01 WS-TABELA-INSS.
           05 WS-FAIXA-INSS-TAB OCCURS 10 TIMES.
               10 FI-LIMITE PIC 9(7)V99 VALUE ZERO.
                   88 FI-FAIXA-ABERTA VALUE 9999999.99.
               10 FI-ALIQUOTA PIC 9V999 VALUE ZERO.

       01 WS-QTD-FAIXA-IRRF PIC 99 COMP VALUE ZERO.
       01 WS-HORAS-BASE-MES PIC 9(03) VALUE 220.
       01 WS-DIAS-BASE-MES PIC 9(02) VALUE 30.

       01 WS-AREA-ADICIONAIS.
           05 WS-PERCENTUAL-ADIC-NOTURNO PIC 9V99 VALUE .20.
           05 WS-FATOR-HORA-NOTURNA PIC 9V9(06) VALUE 1.142857.
           05 WS-PERCENTUAL-INSALUB-MINIMO PIC 9V99 VALUE .10.
           05 WS-PERCENTUAL-INSALUB-MEDIO PIC 9V99 VALUE .20.
           05 WS-PERCENTUAL-INSALUB-MAXIMO PIC 9V99 VALUE .40.
           05 WS-PERCENTUAL-PERICULOSIDADE PIC 9V99 VALUE .30.
           05 WS-SALARIO-MINIMO-PADRAO PIC 9(7)V99 VALUE 1412.00.
           05 WS-SALARIO-MINIMO-VIGENTE PIC 9(7)V99 VALUE ZERO.

       01 WS-AREA-CALCULO.
           05 WS-ANOS-SERVICO PIC 9(02) VALUE ZERO.
           05 WS-PERCENTUAL-BONUS PIC 9V99 VALUE ZERO.
           05 WS-ALIQUOTA-CALC PIC 9V999 VALUE ZERO.
           05 WS-DEDUCAO-CALC PIC 9(7)V99 VALUE ZERO.
           05 WS-DEDUCAO-DEPENDENTES PIC 9(7)V99 VALUE ZERO.
           05 WS-TETO-INSS PIC 9(7)V99 VALUE ZERO.
           05 WS-BASE-INSS PIC 9(7)V99 VALUE ZERO.

       01 WS-AREA-TIPOCONT.
           05 TPC-ENTRADA.
               10 TPC-TIPO-CONTRATO PIC X(01) VALUE SPACE.
           05 TPC-SAIDA.
               10 TPC-DESCRICAO-CONTRATO PIC X(12) VALUE SPACES.
               10 TPC-IND-INSS-EMPREGADO PIC X(01) VALUE 'T'.
                   88 TPC-INSS-POR-FAIXA VALUE 'T'.
                   88 TPC-INSS-ALIQUOTA-FIXA VALUE 'F'.
                   88 TPC-SEM-INSS-EMPREGADO VALUE 'N'.
               10 TPC-ALIQUOTA-INSS-FIXA PIC 9V999 VALUE ZERO.
               10 TPC-ALIQUOTA-INSS-PATRONAL PIC 9V999 VALUE ZERO.
               10 TPC-ALIQUOTA-FGTS PIC 9V999 VALUE ZERO.
               10 TPC-IND-PROVISIONA PIC X(01) VALUE 'S'.
                   88 TPC-PROVISIONA VALUE 'S'.
                   88 TPC-NAO-PROVISIONA VALUE 'N'.
               10 TPC-IND-VERBAS-CLT PIC X(01) VALUE 'S'.
                   88 TPC-COM-VERBAS-CLT VALUE 'S'.
                   88 TPC-SEM-VERBAS-CLT VALUE 'N'.
               10 TPC-IND-TIPO-VALIDO PIC X(01) VALUE 'S'.
                   88 TPC-TIPO-VALIDO VALUE 'S'.
                   88 TPC-TIPO-INVALIDO VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-TAXA PIC X(02) VALUE '00'.
               10 LK-HORAS-EXTRA-100 PIC 9(03).
               10 LK-DIAS-FALTA PIC 9(02).
               10 LK-QTD-DEPENDENTES PIC 99.
               10 LK-COMPETENCIA PIC 9(06).
               10 LK-DEDUCAO-PENSAO PIC 9(7)V99.
               10 LK-TIPO-CONTRATO PIC X(01).
               10 LK-HORAS-NOTURNAS PIC 9(03).
               10 LK-GRAU-RISCO PIC X(01).
                   88 LK-INSALUBRIDADE-MINIMA VALUE '1'.
                   88 LK-INSALUBRIDADE-MEDIA VALUE '2'.
                   88 LK-INSALUBRIDADE-MAXIMA VALUE '3'.
                   88 LK-PERICULOSIDADE VALUE 'P'.
               10 LK-VALOR-COMISSAO PIC 9(7)V99.
               10 LK-DIAS-UTEIS PIC 9(02).
               10 LK-DIAS-DESCANSO PIC 9(02).
           05 LK-SAIDA.
               10 LK-SALARIO-CALCULADO PIC 9(7)V99.
               10 LK-VALOR-BONUS PIC 9(7)V99.
               10 LK-INSS PIC 9(7)V99.
               10 LK-IRRF PIC 9(7)V99.
               10 LK-LIQUIDO PIC 9(7)V99.
               10 LK-VALOR-ADIC-NOTURNO PIC 9(7)V99.
               10 LK-VALOR-ADIC-RISCO PIC 9(7)V99.
               10 LK-VALOR-DSR-COMISSAO PIC 9(7)V99.

       PROCEDURE DIVISION USING LK-AREA-FOLHA.
       0000-CALCULAR-FOLHA.
               SET WS-TAXAS-CARREGADAS TO TRUE
           END-IF

           IF LK-COMPETENCIA > ZERO
               MOVE LK-COMPETENCIA TO WS-COMPETENCIA-CALCULO
           ELSE
               MOVE LK-DATA-REFERENCIA(1:6) TO WS-COMPETENCIA-CALCULO
           END-IF
           IF WS-COMPETENCIA-CALCULO NOT = WS-COMPETENCIA-TABELA
               OR WS-QTD-FAIXA-INSS = ZERO
               PERFORM 0300-SELECIONAR-FAIXAS
           END-IF

           MOVE LK-TIPO-CONTRATO TO TPC-TIPO-CONTRATO
           CALL 'TIPOCONT' USING WS-AREA-TIPOCONT

           MOVE LK-SALARIO-BASE TO LK-SALARIO-CALCULADO
           PERFORM 2060-APLICAR-BONUS-SENIORIDADE
           PERFORM 2070-APLICAR-FREQUENCIA
           PERFORM 2080-APLICAR-ADICIONAIS
           PERFORM 2090-APLICAR-COMISSAO
           PERFORM 2100-CALCULAR-INSS
           PERFORM 2200-CALCULAR-IRRF
           COMPUTE LK-LIQUIDO =
           OPEN INPUT TAXA-ARQ
           IF WS-FS-TAXA = '00'
               PERFORM 0110-LER-TAXA
               PERFORM 0120-GUARDAR-TAXA UNTIL WS-FIM-TAXA
               CLOSE TAXA-ARQ
           ELSE
               IF WS-FS-TAXA = '35'
                       WS-FS-TAXA '), USANDO FAIXAS PADRAO'
               END-IF
           END-IF
           EXIT.

       0110-LER-TAXA.
           END-READ
           EXIT.

       0120-GUARDAR-TAXA.
           IF TAXA-TIPO = 'I' OR TAXA-TIPO = 'R' OR TAXA-TIPO = 'M'
               IF WS-QTD-TAXA < WS-MAX-TAXAS
                   ADD 1 TO WS-QTD-TAXA
                   MOVE WS-QTD-TAXA TO WS-SUB-TAXA
                   MOVE TAXA-TIPO TO TX-TIPO(WS-SUB-TAXA)
                   MOVE TAXA-LIMITE TO TX-LIMITE(WS-SUB-TAXA)
                   MOVE TAXA-ALIQUOTA TO TX-ALIQUOTA(WS-SUB-TAXA)
                   MOVE TAXA-DEDUCAO TO TX-DEDUCAO(WS-SUB-TAXA)
                   IF TAXA-VIGENCIA IS NUMERIC
                       MOVE TAXA-VIGENCIA TO TX-VIGENCIA(WS-SUB-TAXA)
                   ELSE
                       MOVE ZERO TO TX-VIGENCIA(WS-SUB-TAXA)
                   END-IF
               ELSE
                   DISPLAY 'FOLHCALC: MOVETAXA EXCEDE ' WS-MAX-TAXAS
                       ' FAIXAS - EXCEDENTE IGNORADO'
                   SET WS-FIM-TAXA TO TRUE
               END-IF
           END-IF
           IF WS-NAO-FIM-TAXA
               PERFORM 0110-LER-TAXA
           END-IF
           EXIT.

       0150-CARREGAR-FAIXAS-PADRAO-INSS.
           MOVE 896.00 TO FR-DEDUCAO(5)
           EXIT.

       0300-SELECIONAR-FAIXAS.
           MOVE WS-COMPETENCIA-CALCULO TO WS-COMPETENCIA-TABELA
           MOVE ZERO TO WS-QTD-FAIXA-INSS
           MOVE ZERO TO WS-QTD-FAIXA-IRRF

           MOVE 'I' TO WS-TIPO-SELECAO
           PERFORM 0310-APURAR-VIGENCIA
           IF WS-VIGENCIA-ACHADA
               MOVE 1 TO WS-SUB-TAXA
               PERFORM 0330-COPIAR-FAIXA-INSS
                   UNTIL WS-SUB-TAXA > WS-QTD-TAXA
           END-IF

           MOVE 'R' TO WS-TIPO-SELECAO
           PERFORM 0310-APURAR-VIGENCIA
           IF WS-VIGENCIA-ACHADA
               MOVE 1 TO WS-SUB-TAXA
               PERFORM 0340-COPIAR-FAIXA-IRRF
                   UNTIL WS-SUB-TAXA > WS-QTD-TAXA
           END-IF

           MOVE WS-SALARIO-MINIMO-PADRAO TO WS-SALARIO-MINIMO-VIGENTE
           MOVE 'M' TO WS-TIPO-SELECAO
           PERFORM 0310-APURAR-VIGENCIA
           IF WS-VIGENCIA-ACHADA
               MOVE 1 TO WS-SUB-TAXA
               PERFORM 0350-COPIAR-SALARIO-MINIMO
                   UNTIL WS-SUB-TAXA > WS-QTD-TAXA
           END-IF

           IF WS-QTD-FAIXA-INSS = ZERO
               PERFORM 0150-CARREGAR-FAIXAS-PADRAO-INSS
           END-IF
           IF WS-QTD-FAIXA-IRRF = ZERO
               PERFORM 0160-CARREGAR-FAIXAS-PADRAO-IRRF
           END-IF
           EXIT.

       0310-APURAR-VIGENCIA.
           SET WS-VIGENCIA-NAO-ACHADA TO TRUE
           MOVE ZERO TO WS-VIGENCIA-SELECAO
           MOVE 1 TO WS-SUB-TAXA
           PERFORM 0320-COMPARAR-VIGENCIA
               UNTIL WS-SUB-TAXA > WS-QTD-TAXA
           EXIT.

       0320-COMPARAR-VIGENCIA.
           IF TX-TIPO(WS-SUB-TAXA) = WS-TIPO-SELECAO
               AND TX-VIGENCIA(WS-SUB-TAXA) <= WS-COMPETENCIA-CALCULO
               IF WS-VIGENCIA-NAO-ACHADA
                   OR TX-VIGENCIA(WS-SUB-TAXA) > WS-VIGENCIA-SELECAO
                   MOVE TX-VIGENCIA(WS-SUB-TAXA)
                       TO WS-VIGENCIA-SELECAO
                   SET WS-VIGENCIA-ACHADA TO TRUE
               END-IF
           END-IF
           ADD 1 TO WS-SUB-TAXA
           EXIT.

       0330-COPIAR-FAIXA-INSS.
           IF TX-TIPO(WS-SUB-TAXA) = 'I'
               AND TX-VIGENCIA(WS-SUB-TAXA) = WS-VIGENCIA-SELECAO
               AND WS-QTD-FAIXA-INSS < WS-MAX-FAIXAS
               ADD 1 TO WS-QTD-FAIXA-INSS
               MOVE TX-LIMITE(WS-SUB-TAXA)
                   TO FI-LIMITE(WS-QTD-FAIXA-INSS)
               MOVE TX-ALIQUOTA(WS-SUB-TAXA)
                   TO FI-ALIQUOTA(WS-QTD-FAIXA-INSS)
           END-IF
           ADD 1 TO WS-SUB-TAXA
           EXIT.

       0340-COPIAR-FAIXA-IRRF.
           IF TX-TIPO(WS-SUB-TAXA) = 'R'
               AND TX-VIGENCIA(WS-SUB-TAXA) = WS-VIGENCIA-SELECAO
               AND WS-QTD-FAIXA-IRRF < WS-MAX-FAIXAS
               ADD 1 TO WS-QTD-FAIXA-IRRF
               MOVE TX-LIMITE(WS-SUB-TAXA)
                   TO FR-LIMITE(WS-QTD-FAIXA-IRRF)
               MOVE TX-ALIQUOTA(WS-SUB-TAXA)
                   TO FR-ALIQUOTA(WS-QTD-FAIXA-IRRF)
               MOVE TX-DEDUCAO(WS-SUB-TAXA)
                   TO FR-DEDUCAO(WS-QTD-FAIXA-IRRF)
           END-IF
           ADD 1 TO WS-SUB-TAXA
           EXIT.

       0350-COPIAR-SALARIO-MINIMO.
           IF TX-TIPO(WS-SUB-TAXA) = 'M'
               AND TX-VIGENCIA(WS-SUB-TAXA) = WS-VIGENCIA-SELECAO
               AND TX-LIMITE(WS-SUB-TAXA) > ZERO
               MOVE TX-LIMITE(WS-SUB-TAXA) TO WS-SALARIO-MINIMO-VIGENTE
           END-IF
           ADD 1 TO WS-SUB-TAXA
           EXIT.

       2060-APLICAR-BONUS-SENIORIDADE.
           MOVE ZERO TO LK-VALOR-BONUS
           IF LK-DATA-ADMISSAO > ZERO
       2070-APLICAR-FREQUENCIA.
           MOVE ZERO TO LK-VALOR-HORA-EXTRA
           MOVE ZERO TO LK-VALOR-FALTAS
           COMPUTE WS-VALOR-HORA-BASE ROUNDED =
               LK-SALARIO-CALCULADO / WS-HORAS-BASE-MES
           IF LK-HORAS-EXTRA-50 > ZERO
               OR LK-HORAS-EXTRA-100 > ZERO
               OR LK-DIAS-FALTA > ZERO
               COMPUTE LK-VALOR-HORA-EXTRA ROUNDED =
                   (LK-HORAS-EXTRA-50 * WS-VALOR-HORA-BASE * 1.5)
                   + (LK-HORAS-EXTRA-100 * WS-VALOR-HORA-BASE * 2)
           END-IF
           EXIT.

       2080-APLICAR-ADICIONAIS.
           MOVE ZERO TO LK-VALOR-ADIC-NOTURNO
           MOVE ZERO TO LK-VALOR-ADIC-RISCO
           IF TPC-COM-VERBAS-CLT
               IF LK-HORAS-NOTURNAS IS NUMERIC
                   AND LK-HORAS-NOTURNAS > ZERO
                   COMPUTE LK-VALOR-ADIC-NOTURNO ROUNDED =
                       LK-HORAS-NOTURNAS * WS-FATOR-HORA-NOTURNA
                       * WS-VALOR-HORA-BASE * WS-PERCENTUAL-ADIC-NOTURNO
               END-IF
               EVALUATE TRUE
                   WHEN LK-INSALUBRIDADE-MINIMA
                       COMPUTE LK-VALOR-ADIC-RISCO ROUNDED =
                           WS-SALARIO-MINIMO-VIGENTE
                           * WS-PERCENTUAL-INSALUB-MINIMO
                   WHEN LK-INSALUBRIDADE-MEDIA
                       COMPUTE LK-VALOR-ADIC-RISCO ROUNDED =
                           WS-SALARIO-MINIMO-VIGENTE
                           * WS-PERCENTUAL-INSALUB-MEDIO
                   WHEN LK-INSALUBRIDADE-MAXIMA
                       COMPUTE LK-VALOR-ADIC-RISCO ROUNDED =
                           WS-SALARIO-MINIMO-VIGENTE
                           * WS-PERCENTUAL-INSALUB-MAXIMO
                   WHEN LK-PERICULOSIDADE
                       COMPUTE LK-VALOR-ADIC-RISCO ROUNDED =
                           LK-SALARIO-BASE
                           * WS-PERCENTUAL-PERICULOSIDADE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               COMPUTE LK-SALARIO-CALCULADO = LK-SALARIO-CALCULADO
                   + LK-VALOR-ADIC-NOTURNO + LK-VALOR-ADIC-RISCO
           END-IF
           EXIT.

       2090-APLICAR-COMISSAO.
           MOVE ZERO TO LK-VALOR-DSR-COMISSAO
           IF LK-VALOR-COMISSAO IS NUMERIC
               AND LK-VALOR-COMISSAO > ZERO
               IF TPC-COM-VERBAS-CLT
                   AND LK-DIAS-UTEIS IS NUMERIC
                   AND LK-DIAS-DESCANSO IS NUMERIC
                   AND LK-DIAS-UTEIS > ZERO
                   COMPUTE LK-VALOR-DSR-COMISSAO ROUNDED =
                       LK-VALOR-COMISSAO / LK-DIAS-UTEIS
                       * LK-DIAS-DESCANSO
               END-IF
               COMPUTE LK-SALARIO-CALCULADO = LK-SALARIO-CALCULADO
                   + LK-VALOR-COMISSAO + LK-VALOR-DSR-COMISSAO
           END-IF
           EXIT.

       2100-CALCULAR-INSS.
           EVALUATE TRUE
               WHEN TPC-SEM-INSS-EMPREGADO
                   MOVE ZERO TO LK-INSS
               WHEN TPC-INSS-ALIQUOTA-FIXA
                   PERFORM 2120-CALCULAR-INSS-FIXO
               WHEN OTHER
                   PERFORM 2130-CALCULAR-INSS-FAIXA
           END-EVALUATE
           EXIT.

       2110-LOCALIZAR-FAIXA-INSS.
           ADD 1 TO WS-SUB-FAIXA-INSS
           EXIT.

       2120-CALCULAR-INSS-FIXO.
           MOVE LK-SALARIO-CALCULADO TO WS-BASE-INSS
           IF WS-QTD-FAIXA-INSS > ZERO
               MOVE WS-QTD-FAIXA-INSS TO WS-SUB-FAIXA-INSS
               IF FI-FAIXA-ABERTA(WS-SUB-FAIXA-INSS)
                   AND WS-SUB-FAIXA-INSS > 1
                   SUBTRACT 1 FROM WS-SUB-FAIXA-INSS
               END-IF
               MOVE FI-LIMITE(WS-SUB-FAIXA-INSS) TO WS-TETO-INSS
               IF WS-BASE-INSS > WS-TETO-INSS
                   MOVE WS-TETO-INSS TO WS-BASE-INSS
               END-IF
           END-IF
           COMPUTE LK-INSS ROUNDED =
               WS-BASE-INSS * TPC-ALIQUOTA-INSS-FIXA
           EXIT.

       2130-CALCULAR-INSS-FAIXA.
           MOVE 1 TO WS-SUB-FAIXA-INSS
           PERFORM 2110-LOCALIZAR-FAIXA-INSS
               UNTIL LK-SALARIO-CALCULADO
               LK-SALARIO-CALCULADO * WS-ALIQUOTA-CALC
           EXIT.

       2200-CALCULAR-IRRF.
           COMPUTE WS-DEDUCAO-DEPENDENTES =
               LK-QTD-DEPENDENTES * WS-VALOR-DEDUCAO-DEPENDENTE
           COMPUTE WS-BASE-IRRF =
               LK-SALARIO-CALCULADO - LK-INSS
               - WS-DEDUCAO-DEPENDENTES - LK-DEDUCAO-PENSAO
           IF WS-BASE-IRRF < ZERO
               MOVE ZERO TO WS-BASE-IRRF
           END-IF
