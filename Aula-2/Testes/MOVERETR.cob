      *                   ATUAL DO MOVE (INCLUIDO BRD-H-CNPJ), PARA
      *                   TODO GRAVADOR/LEITOR DO LAYOUT MOVEBORD
      *                   DECLARAR OS MESMOS CAMPOS
      *15/10/2026 MLBF    CADA MES RECALCULADO INFORMA SUA COMPETENCIA
      *                   AO FOLHCALC (FCL-COMPETENCIA), QUE USA AS
      *                   FAIXAS DO MOVETAXA VIGENTES NAQUELE MES - UM
      *                   RETROATIVO RODADO EM JANEIRO RECALCULAVA O
      *                   ANO ANTERIOR COM A TABELA NOVA
      *15/10/2026 MLBF    AREA DO FOLHCALC ATUALIZADA PARA ACOMPANHAR O
      *                   NOVO CAMPO DE DEDUCAO DE PENSAO ALIMENTICIA NA
      *                   BASE DO IRRF (FCL-DEDUCAO-PENSAO), INFORMADO
      *                   SEMPRE ZERO NESTE PROGRAMA
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO FUNC-CARGO (CODIGO DO
      *                   CARGO, CADASTRO AC00CARG MANTIDO POR AC00EX11)
      *                   INCLUIDO EM AC00FUNC
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR FUNC-TIPO-CONTRATO E
      *                   FUNC-DATA-FIM-CONTRATO; O TIPO DE CONTRATO E
      *                   REPASSADO AO FOLHCALC (FCL-TIPO-CONTRATO) NO
      *                   RECALCULO DA DIFERENCA RETROATIVA
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR FUNC-GRAU-RISCO, REPASSADO AO
      *                   FOLHCALC (FCL-GRAU-RISCO; HORAS NOTURNAS
      *                   ZERO). A DIFERENCA DE BRUTO PASSA A SER A
      *                   DIFERENCA ENTRE OS BRUTOS CALCULADOS PELO
      *                   FOLHCALC, PARA QUE A PERICULOSIDADE (30% DO
      *                   SALARIO BASE) TAMBEM SEJA PAGA SOBRE O
      *                   REAJUSTE RETROATIVO
      *15/10/2026 MLBF    AREA DO FOLHCALC ACOMPANHA A COMISSAO DE
      *                   VENDAS (FCL-VALOR-COMISSAO,
      *                   FCL-DIAS-UTEIS/-DESCANSO E
      *                   FCL-VALOR-DSR-COMISSAO); O RETROATIVO INCIDE
      *                   SO SOBRE O SALARIO E PASSA ZERO
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR OS CAMPOS DE ENDERECO
      *                   (FUNC-LOGRADOURO, FUNC-NUMERO-ENDERECO,
      *                   FUNC-CEP, FUNC-UF E FUNC-COD-MUNICIPIO, CODIGO
      *                   IBGE) INCLUIDOS EM AC00FUNC
      *15/10/2026 MLBF    COM O BORDERO COMPLEMENTAR GERADO, O DEPOSITO
      *                   DE FGTS SOBRE A DIFERENCA DE BRUTO (ALIQUOTA
      *                   DO TIPO DE CONTRATO VIA TIPOCONT) PASSA A SER
      *                   LANCADO NO EXTRATO INDEXADO AC00FGTS, NA
      *                   COMPETENCIA DO PAGAMENTO, ORIGEM 'R'
      *15/10/2026 MLBF    CONFERE NO INICIO, VIA ROTINA JOBPRED, SE OS
      *                   JOBS PREDECESSORES CADASTRADOS EM SETDEPE
      *                   CONCLUIRAM EM SETSTAT; COM PREDECESSOR
      *                   AUSENTE, ABORTADO OU EM EXECUCAO O PROGRAMA
      *                   NAO RODA E ENCERRA COM RETURN-CODE 12 (MOTIVO
      *                   GRAVADO EM SETAUDIT)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS BNC-MATRICULA
               FILE STATUS IS WS-FS-BANCARIO.

           SELECT FGTS-ARQ ASSIGN TO "AC00FGTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGT-CHAVE
               FILE STATUS IS WS-FS-FGTS.

       DATA DIVISION.
       FILE SECTION.
       FD  AC00-ARQ-FUNCIONARIOS.
               88 FUNC-INATIVO VALUE 'I'.
           05 FUNC-CPF PIC 9(11).
           05 FUNC-EMPRESA PIC 9(03).
           05 FUNC-CARGO PIC X(04).
           05 FUNC-TIPO-CONTRATO PIC X(01).
               88 FUNC-CONTRATO-CLT VALUE 'C' ' '.
               88 FUNC-CONTRATO-APRENDIZ VALUE 'A'.
               88 FUNC-CONTRATO-ESTAGIARIO VALUE 'E'.
               88 FUNC-CONTRATO-PRO-LABORE VALUE 'P'.
               88 FUNC-CONTRATO-VALIDO VALUE 'C' 'A' 'E' 'P'.
           05 FUNC-DATA-FIM-CONTRATO PIC 9(08).
           05 FUNC-GRAU-RISCO PIC X(01).
               88 FUNC-SEM-RISCO VALUE ' '.
               88 FUNC-INSALUBRIDADE-MINIMA VALUE '1'.
               88 FUNC-INSALUBRIDADE-MEDIA VALUE '2'.
               88 FUNC-INSALUBRIDADE-MAXIMA VALUE '3'.
               88 FUNC-PERICULOSIDADE VALUE 'P'.
               88 FUNC-GRAU-RISCO-VALIDO VALUE ' ' '1' '2' '3' 'P'.
           05 FUNC-LOGRADOURO PIC X(30).
           05 FUNC-NUMERO-ENDERECO PIC X(06).
           05 FUNC-CEP PIC 9(08).
           05 FUNC-UF PIC X(02).
           05 FUNC-COD-MUNICIPIO PIC 9(07).

       FD  CONTRACHEQUE-ARQ.
       01 REG-CONTRACHEQUE PIC X(80).
           05 BNC-CONTA PIC 9(08).
           05 BNC-TIPO-CONTA PIC X(01).

       FD  FGTS-ARQ.
       01 REG-FGTS.
           05 FGT-CHAVE.
               10 FGT-MATRICULA PIC 9(06).
               10 FGT-COMPETENCIA PIC 9(06).
               10 FGT-ORIGEM PIC X(01).
                   88 FGT-ORIGEM-FOLHA VALUE 'M'.
                   88 FGT-ORIGEM-13-PARCELA-1 VALUE '1'.
                   88 FGT-ORIGEM-13-PARCELA-2 VALUE '2'.
                   88 FGT-ORIGEM-FERIAS VALUE 'F'.
                   88 FGT-ORIGEM-RETROATIVO VALUE 'R'.
           05 FGT-BASE-CALCULO PIC 9(09)V99.
           05 FGT-ALIQUOTA PIC 9V999.
           05 FGT-VALOR-DEPOSITO PIC 9(07)V99.
           05 FGT-DATA-LANCAMENTO PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-AREA-ENTRADA.
           05 WS-MATRICULA PIC 9(06) VALUE ZERO.
           05 WS-IRRF-ANTERIOR PIC 9(7)V99 VALUE ZERO.
           05 WS-INSS-NOVO PIC 9(7)V99 VALUE ZERO.
           05 WS-IRRF-NOVO PIC 9(7)V99 VALUE ZERO.
           05 WS-BRUTO-CALC PIC 9(7)V99 VALUE ZERO.
           05 WS-BRUTO-ANTERIOR PIC 9(7)V99 VALUE ZERO.
           05 WS-BRUTO-NOVO PIC 9(7)V99 VALUE ZERO.

       01 WS-AREA-FOLHCALC.
           05 FCL-ENTRADA.
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

       01 WS-AREA-DIFERENCAS.
           05 WS-DIF-BRUTO PIC S9(7)V99 VALUE ZERO.
           05 WS-TOTAL-DIF-INSS PIC S9(9)V99 VALUE ZERO.
           05 WS-TOTAL-DIF-IRRF PIC S9(9)V99 VALUE ZERO.
           05 WS-TOTAL-DIF-LIQUIDO PIC S9(9)V99 VALUE ZERO.
           05 WS-FGTS-RETROATIVO PIC 9(07)V99 VALUE ZERO.

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

       01 WS-IND-LANCAMENTO-FGTS PIC X(01) VALUE 'N'.
           88 WS-LANCAMENTO-FGTS-NOVO VALUE 'S'.
           88 WS-LANCAMENTO-FGTS-EXISTENTE VALUE 'N'.

       01 WS-CAB-CONTRACHEQUE-1.
           05 FILLER PIC X(80)
           88 WS-BANCARIO-ABERTO VALUE 'S'.
           88 WS-BANCARIO-FECHADO VALUE 'N'.

       01 WS-AREA-JOBPRED.
           05 WS-JOB-NOME-PRED PIC X(08) VALUE 'MOVERETR'.
           05 WS-RESULTADO-PRED PIC X(01) VALUE 'S'.
               88 WS-PREDECESSORES-OK VALUE 'S'.
               88 WS-PREDECESSOR-PENDENTE VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-CONTRACHEQUE PIC X(02) VALUE '00'.
           05 WS-FS-BORDERO PIC X(02) VALUE '00'.
           05 WS-FS-BANCARIO PIC X(02) VALUE '00'.
           05 WS-FS-FGTS PIC X(02) VALUE '00'.
           COPY CTLARQ.

       PROCEDURE DIVISION.
       GOBACK.

       0000-INICIAR-PROGRAMA.
           PERFORM 0005-CONFERIR-PREDECESSORES
           DISPLAY '--FOLHA COMPLEMENTAR (RETROATIVO)--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA-CORRENTE
           END-IF
           EXIT.

       0005-CONFERIR-PREDECESSORES.
           CALL 'JOBPRED' USING WS-JOB-NOME-PRED WS-RESULTADO-PRED
           IF WS-PREDECESSOR-PENDENTE
               DISPLAY 'PREDECESSOR PENDENTE EM SETSTAT - '
                   'PROCESSAMENTO NAO INICIADO (RC 12)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       0010-ABRIR-FUNCIONARIOS.
           OPEN INPUT AC00-ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = '00'
       2100-CALCULAR-UM-MES.
           MOVE WS-SALARIO-ANTERIOR TO WS-SALARIO-CALC
           PERFORM 2500-CALCULAR-ENCARGOS-MES
           MOVE WS-BRUTO-CALC TO WS-BRUTO-ANTERIOR
           MOVE WS-INSS-CALC TO WS-INSS-ANTERIOR
           MOVE WS-IRRF-CALC TO WS-IRRF-ANTERIOR

           MOVE WS-SALARIO-NOVO TO WS-SALARIO-CALC
           PERFORM 2500-CALCULAR-ENCARGOS-MES
           MOVE WS-BRUTO-CALC TO WS-BRUTO-NOVO
           MOVE WS-INSS-CALC TO WS-INSS-NOVO
           MOVE WS-IRRF-CALC TO WS-IRRF-NOVO

           COMPUTE WS-DIF-BRUTO =
               WS-BRUTO-NOVO - WS-BRUTO-ANTERIOR
           COMPUTE WS-DIF-INSS = WS-INSS-NOVO - WS-INSS-ANTERIOR
           COMPUTE WS-DIF-IRRF = WS-IRRF-NOVO - WS-IRRF-ANTERIOR
           COMPUTE WS-DIF-LIQUIDO =
           MOVE WS-SALARIO-CALC TO FCL-SALARIO-BASE
           MOVE ZERO TO FCL-DATA-ADMISSAO
           MOVE WS-DATA-HOJE TO FCL-DATA-REFERENCIA
           MOVE WS-COMPETENCIA-CALC TO FCL-COMPETENCIA
           MOVE ZERO TO FCL-HORAS-EXTRA-50
           MOVE ZERO TO FCL-HORAS-EXTRA-100
           MOVE ZERO TO FCL-DIAS-FALTA
           MOVE ZERO TO FCL-QTD-DEPENDENTES
           MOVE FUNC-TIPO-CONTRATO TO FCL-TIPO-CONTRATO
           MOVE ZERO TO FCL-HORAS-NOTURNAS
           MOVE FUNC-GRAU-RISCO TO FCL-GRAU-RISCO
           MOVE ZERO TO FCL-VALOR-COMISSAO
           MOVE ZERO TO FCL-DIAS-UTEIS
           MOVE ZERO TO FCL-DIAS-DESCANSO

           CALL 'FOLHCALC' USING WS-AREA-FOLHCALC

           MOVE FCL-SALARIO-CALCULADO TO WS-BRUTO-CALC
           MOVE FCL-INSS TO WS-INSS-CALC
           MOVE FCL-IRRF TO WS-IRRF-CALC
           EXIT.
               CLOSE BORDERO-ARQ
               DISPLAY 'BORDERO COMPLEMENTAR MOVEBRET GERADO - '
                   'VALOR ' WS-TOTAL-DIF-LIQUIDO
               PERFORM 3200-LANCAR-DEPOSITO-FGTS
           END-IF
           EXIT.

           END-IF
           EXIT.

       3200-LANCAR-DEPOSITO-FGTS.
           MOVE ZERO TO WS-FGTS-RETROATIVO
           IF WS-TOTAL-DIF-BRUTO > ZERO
               MOVE FUNC-TIPO-CONTRATO TO TPC-TIPO-CONTRATO
               CALL 'TIPOCONT' USING WS-AREA-TIPOCONT
               COMPUTE WS-FGTS-RETROATIVO ROUNDED =
                   WS-TOTAL-DIF-BRUTO * TPC-ALIQUOTA-FGTS
           END-IF
           IF WS-FGTS-RETROATIVO > ZERO
               OPEN I-O FGTS-ARQ
               IF WS-FS-FGTS = '35'
                   OPEN OUTPUT FGTS-ARQ
                   CLOSE FGTS-ARQ
                   OPEN I-O FGTS-ARQ
               END-IF
               IF WS-FS-FGTS NOT = '00'
                   MOVE WS-FS-FGTS TO WS-FILE-STATUS
                   MOVE 'AC00FGTS' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF

               MOVE WS-MATRICULA TO FGT-MATRICULA
               MOVE WS-COMPETENCIA-CORRENTE TO FGT-COMPETENCIA
               SET FGT-ORIGEM-RETROATIVO TO TRUE
               READ FGTS-ARQ
                   INVALID KEY
                       SET WS-LANCAMENTO-FGTS-NOVO TO TRUE
                   NOT INVALID KEY
                       SET WS-LANCAMENTO-FGTS-EXISTENTE TO TRUE
               END-READ

               MOVE WS-TOTAL-DIF-BRUTO TO FGT-BASE-CALCULO
               MOVE TPC-ALIQUOTA-FGTS TO FGT-ALIQUOTA
               MOVE WS-FGTS-RETROATIVO TO FGT-VALOR-DEPOSITO
               MOVE WS-DATA-HOJE TO FGT-DATA-LANCAMENTO
               IF WS-LANCAMENTO-FGTS-NOVO
                   WRITE REG-FGTS
               ELSE
                   REWRITE REG-FGTS
               END-IF
               IF WS-FS-FGTS NOT = '00'
                   MOVE WS-FS-FGTS TO WS-FILE-STATUS
                   MOVE 'AC00FGTS' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               CLOSE FGTS-ARQ
               DISPLAY 'DEPOSITO DE FGTS DO RETROATIVO LANCADO EM '
                   'AC00FGTS: ' WS-FGTS-RETROATIVO
           END-IF
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           IF WS-FUNCIONARIO-ACHADO
               CLOSE CONTRACHEQUE-ARQ
