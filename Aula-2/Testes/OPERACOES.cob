      *02/09/2026 MLBF    TODO ABORTO DELIBERADO REGISTRA ABORTADO NO
      *                   JOBSTAT ANTES DO STOP RUN, COMO JA FAZIA O
      *                   TRATAMENTO 9900
      *15/10/2026 MLBF    7280-CHAMAR-FOLHCALC INFORMA A COMPETENCIA DO
      *                   LOTE (FCL-COMPETENCIA) PARA O FOLHCALC USAR
      *                   AS FAIXAS DO MOVETAXA VIGENTES NELA, COMO O
      *                   MOVE
      *15/10/2026 MLBF    AREA DO FOLHCALC ATUALIZADA PARA ACOMPANHAR O
      *                   NOVO CAMPO DE DEDUCAO DE PENSAO ALIMENTICIA NA
      *                   BASE DO IRRF (FCL-DEDUCAO-PENSAO), INFORMADO
      *                   SEMPRE ZERO NESTE PROGRAMA
      *15/10/2026 MLBF    LAYOUT DO MOVEORIG ATUALIZADO COM
      *                   FLH-TIPO-CONTRATO, REPASSADO AO FOLHCALC
      *                   (FCL-TIPO-CONTRATO) PARA QUE O INSS DE
      *                   ESTAGIARIO E PRO-LABORE SEJA APURADO COMO NO
      *                   MOVE
      *15/10/2026 MLBF    LAYOUTS DO MOVEORIG (FLH-GRAU-RISCO) E DO
      *                   MOVEFREQ (FRQ-HORAS-NOTURNAS) ATUALIZADOS; O
      *                   GRAU DE RISCO E AS HORAS NOTURNAS SAO
      *                   REPASSADOS AO FOLHCALC PARA QUE O BRUTO DA
      *                   APURACAO DE CONTROLE INCLUA O ADICIONAL
      *                   NOTURNO E O DE INSALUBRIDADE/PERICULOSIDADE,
      *                   COMO NO MOVE
      *15/10/2026 MLBF    AREA DO FOLHCALC ACOMPANHA A COMISSAO DE
      *                   VENDAS (FCL-VALOR-COMISSAO,
      *                   FCL-DIAS-UTEIS/-DESCANSO E
      *                   FCL-VALOR-DSR-COMISSAO); A SIMULACAO AVULSA
      *                   NAO TEM COMISSAO E PASSA ZERO
      *15/10/2026 MLBF    CONFERE NO INICIO, VIA ROTINA JOBPRED, SE OS
      *                   JOBS PREDECESSORES CADASTRADOS EM SETDEPE
      *                   CONCLUIRAM EM SETSTAT; COM PREDECESSOR
      *                   AUSENTE, ABORTADO OU EM EXECUCAO O PROGRAMA
      *                   NAO RODA E ENCERRA COM RETURN-CODE 12 (MOTIVO
      *                   GRAVADO EM SETAUDIT)
      *15/10/2026 MLBF    LAYOUT DE REG-MESTRE ATUALIZADO PARA
      *                   ACOMPANHAR OS CAMPOS DE ENDERECO
      *                   (MST-LOGRADOURO, MST-NUMERO-ENDERECO, MST-CEP,
      *                   MST-UF E MST-COD-MUNICIPIO) INCLUIDOS EM
      *                   INITMST
      *15/10/2026 MLBF    LAYOUT DO MOVEORIG ATUALIZADO COM
      *                   FLH-COD-MUNICIPIO (CODIGO IBGE DO MUNICIPIO
      *                   GRAVADO POR AC00FEED); HEADER E TRAILER
      *                   AMPLIADOS NA MESMA MEDIDA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 FLH-DEM-DIA PIC 9(02).
           05 FLH-EMPRESA PIC 9(03).
           05 FLH-CPF PIC 9(11).
           05 FLH-TIPO-CONTRATO PIC X(01).
           05 FLH-GRAU-RISCO PIC X(01).
           05 FLH-COD-MUNICIPIO PIC 9(07).

       FD  MESTRE-ARQ.
       01 REG-MESTRE.
           05 MST-CIDADE PIC X(15).
           05 MST-CPF PIC 9(11).
           05 MST-QTD-DEPENDENTES PIC 99.
           05 MST-LOGRADOURO PIC X(30).
           05 MST-NUMERO-ENDERECO PIC X(06).
           05 MST-CEP PIC 9(08).
           05 MST-UF PIC X(02).
           05 MST-COD-MUNICIPIO PIC 9(07).

       FD  EXCECAO-ARQ.
       01 REG-EXCECAO PIC X(80).
           05 FRQ-HORAS-EXTRA-100 PIC 9(03).
           05 FILLER PIC X.
           05 FRQ-DIAS-FALTA PIC 9(02).
           05 FILLER PIC X.
           05 FRQ-HORAS-NOTURNAS PIC 9(03).

       WORKING-STORAGE SECTION.
       01 WS-VALOR1 PIC 9(2) VALUE 50.
               10 FCL-HORAS-EXTRA-100 PIC 9(03) VALUE ZERO.
               10 FCL-DIAS-FALTA PIC 9(02) VALUE ZERO.
               10 FCL-QTD-DEPENDENTES PIC 99 VALUE ZERO.
               10 FCL-COMPETENCIA PIC 9(06) VALUE ZERO.
               10 FCL-DEDUCAO-PENSAO PIC 9(7)V99 VALUE ZERO.
               10 FCL-TIPO-CONTRATO PIC X(01) VALUE SPACE.
               10 FCL-HORAS-NOTURNAS PIC 9(03) VALUE ZERO.
               10 FCL-GRAU-RISCO PIC X(01) VALUE SPACE.
               10 FCL-VALOR-COMISSAO PIC 9(7)V99 VALUE ZERO.
               10 FCL-DIAS-UTEIS PIC 9(02) VALUE ZERO.
               10 FCL-DIAS-DESCANSO PIC 9(02) VALUE ZERO.
           05 FCL-SAIDA.
               10 FCL-SALARIO-CALCULADO PIC 9(7)V99 VALUE ZERO.
               10 FCL-VALOR-BONUS PIC 9(7)V99 VALUE ZERO.
               10 FCL-INSS PIC 9(7)V99 VALUE ZERO.
               10 FCL-IRRF PIC 9(7)V99 VALUE ZERO.
               10 FCL-LIQUIDO PIC 9(7)V99 VALUE ZERO.
               10 FCL-VALOR-ADIC-NOTURNO PIC 9(7)V99 VALUE ZERO.
               10 FCL-VALOR-ADIC-RISCO PIC 9(7)V99 VALUE ZERO.
               10 FCL-VALOR-DSR-COMISSAO PIC 9(7)V99 VALUE ZERO.

       COPY DIASMES.

           05 FLH-H-DATA-GERACAO PIC 9(08) VALUE ZERO.
           05 FLH-H-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 FLH-H-EMPRESA PIC 9(03) VALUE ZERO.
           05 FILLER PIC X(74) VALUE SPACES.

       01 WS-REG-FOLHA-TRAILER.
           05 FLH-T-TIPO PIC X(01) VALUE '9'.
           05 FLH-T-QTD-REGISTROS PIC 9(06) VALUE ZERO.
           05 FLH-T-TOTAL-SALARIO PIC 9(11)V99 VALUE ZERO.
           05 FILLER PIC X(72) VALUE SPACES.

       01 WS-AREA-CONTROLE-ORIGEM.
           05 WS-QTD-DETALHES-ORIGEM PIC 9(06) COMP VALUE ZERO.
               10 FQT-HORAS-50-TAB PIC 9(03).
               10 FQT-HORAS-100-TAB PIC 9(03).
               10 FQT-DIAS-FALTA-TAB PIC 9(02).
               10 FQT-HORAS-NOTURNAS-TAB PIC 9(03).
       01 WS-IND-FREQUENCIA-ACHADA PIC X(01) VALUE 'N'.
           88 WS-FREQUENCIA-ACHADA VALUE 'S'.
           88 WS-FREQUENCIA-NAO-ACHADA VALUE 'N'.
       01 WS-AREA-JOBSTAT.
           05 WS-JOB-NOME-STAT PIC X(08) VALUE 'OPERACOE'.
           05 WS-SITUACAO-STAT PIC X(01) VALUE SPACE.
           05 WS-RESULTADO-PRED PIC X(01) VALUE 'S'.
               88 WS-PREDECESSORES-OK VALUE 'S'.
               88 WS-PREDECESSOR-PENDENTE VALUE 'N'.

       01 WS-CAB-SIMREL-1.
           05 FILLER PIC X(80)
           END-EVALUATE
           EXIT.

       0990-CONFERIR-PREDECESSORES.
           CALL 'JOBPRED' USING WS-JOB-NOME-STAT WS-RESULTADO-PRED
           IF WS-PREDECESSOR-PENDENTE
               DISPLAY 'PREDECESSOR PENDENTE EM SETSTAT - '
                   'PROCESSAMENTO NAO INICIADO (RC 12)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       1000-PROCESSAR-LOTE.
           PERFORM 0990-CONFERIR-PREDECESSORES
           MOVE 'E' TO WS-SITUACAO-STAT
           CALL 'JOBSTAT' USING WS-JOB-NOME-STAT WS-SITUACAO-STAT

           MOVE WS-SALARIO-FOLHA-CALC TO FCL-SALARIO-BASE
           MOVE FLH-DATA-ADMISSAO TO FCL-DATA-ADMISSAO
           MOVE WS-DATA-HOJE TO FCL-DATA-REFERENCIA
           MOVE WS-COMPETENCIA-FOLHA TO FCL-COMPETENCIA
           IF WS-FREQUENCIA-ACHADA
               MOVE FQT-HORAS-50-TAB(WS-SUB-FREQUENCIA)
                   TO FCL-HORAS-EXTRA-50
                   TO FCL-HORAS-EXTRA-100
               MOVE FQT-DIAS-FALTA-TAB(WS-SUB-FREQUENCIA)
                   TO FCL-DIAS-FALTA
               MOVE FQT-HORAS-NOTURNAS-TAB(WS-SUB-FREQUENCIA)
                   TO FCL-HORAS-NOTURNAS
           ELSE
               MOVE ZERO TO FCL-HORAS-EXTRA-50
               MOVE ZERO TO FCL-HORAS-EXTRA-100
               MOVE ZERO TO FCL-DIAS-FALTA
               MOVE ZERO TO FCL-HORAS-NOTURNAS
           END-IF
           MOVE WS-QTD-DEPENDENTES-FOLHA TO FCL-QTD-DEPENDENTES
           MOVE FLH-TIPO-CONTRATO TO FCL-TIPO-CONTRATO
           MOVE FLH-GRAU-RISCO TO FCL-GRAU-RISCO
           MOVE ZERO TO FCL-VALOR-COMISSAO
           MOVE ZERO TO FCL-DIAS-UTEIS
           MOVE ZERO TO FCL-DIAS-DESCANSO

           CALL 'FOLHCALC' USING WS-AREA-FOLHCALC

                   TO FQT-HORAS-100-TAB(WS-SUB-FREQUENCIA)
               MOVE FRQ-DIAS-FALTA
                   TO FQT-DIAS-FALTA-TAB(WS-SUB-FREQUENCIA)
               IF FRQ-HORAS-NOTURNAS IS NUMERIC
                   MOVE FRQ-HORAS-NOTURNAS
                       TO FQT-HORAS-NOTURNAS-TAB(WS-SUB-FREQUENCIA)
               ELSE
                   MOVE ZERO
                       TO FQT-HORAS-NOTURNAS-TAB(WS-SUB-FREQUENCIA)
               END-IF
           ELSE
               DISPLAY 'ATENCAO: TABELA DE FREQUENCIA CHEIA ('
                   WS-MAX-FREQUENCIAS ') - REGISTRO IGNORADO NA '
