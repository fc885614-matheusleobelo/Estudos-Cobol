      *                   FAIXAS DO MOVETAXA; O LAYOUT DO HEADER DO
      *                   BORDERO FOI ALINHADO AO ATUAL DO MOVE
      *                   (COMPETENCIA E CNPJ)
      *15/10/2026 MLBF    O INSS/IRRF DA SEGUNDA PARCELA PASSA A USAR
      *                   AS FAIXAS DO MOVETAXA VIGENTES EM DEZEMBRO
      *                   DO ANO DO 13o (FCL-COMPETENCIA) - PAGA EM
      *                   JANEIRO, A PARCELA USAVA A TABELA DO ANO NOVO
      *15/10/2026 MLBF    AREA DO FOLHCALC ATUALIZADA PARA ACOMPANHAR O
      *                   NOVO CAMPO DE DEDUCAO DE PENSAO ALIMENTICIA NA
      *                   BASE DO IRRF (FCL-DEDUCAO-PENSAO), INFORMADO
      *                   SEMPRE ZERO NESTE PROGRAMA
      *15/10/2026 MLBF    AREA DO FOLHCALC ATUALIZADA COM
      *                   FCL-TIPO-CONTRATO (EM BRANCO = CLT: SO OS
      *                   TIPOS QUE PROVISIONAM 13o TEM PARCELA A PAGAR)
      *15/10/2026 MLBF    AREA DO FOLHCALC ATUALIZADA COM
      *                   FCL-HORAS-NOTURNAS, FCL-GRAU-RISCO E OS
      *                   VALORES DOS ADICIONAIS; O 13o INFORMA
      *                   ZERO/BRANCO POIS A BASE PROVISIONADA JA INCLUI
      *                   OS ADICIONAIS PAGOS NO MES
      *15/10/2026 MLBF    AREA DO FOLHCALC ACOMPANHA A COMISSAO DE
      *                   VENDAS (FCL-VALOR-COMISSAO,
      *                   FCL-DIAS-UTEIS/-DESCANSO E
      *                   FCL-VALOR-DSR-COMISSAO); A BASE DO 13O JA VEM
      *                   DAS PROVISOES, QUE INCLUEM A COMISSAO, E PASSA
      *                   ZERO
      *15/10/2026 MLBF    CONFERE NO INICIO, VIA ROTINA JOBPRED, SE OS
      *                   JOBS PREDECESSORES CADASTRADOS EM SETDEPE
      *                   CONCLUIRAM EM SETSTAT; COM PREDECESSOR
      *                   AUSENTE, ABORTADO OU EM EXECUCAO O PROGRAMA
      *                   NAO RODA E ENCERRA COM RETURN-CODE 12 (MOTIVO
      *                   GRAVADO EM SETAUDIT)
      *15/10/2026 MLBF    O DEPOSITO DE FGTS DE CADA PARCELA PAGA
      *                   (ALIQUOTA DO TIPO DE CONTRATO DO AC00FUNC VIA
      *                   TIPOCONT) PASSA A SER LANCADO NO EXTRATO
      *                   INDEXADO AC00FGTS: PRIMEIRA PARCELA NA
      *                   COMPETENCIA DO PAGAMENTO (ORIGEM '1'), SEGUNDA
      *                   NA COMPETENCIA DE DEZEMBRO (ORIGEM '2')
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS BNC-MATRICULA
               FILE STATUS IS WS-FS-BANCARIO.

           SELECT AC00-ARQ-FUNCIONARIOS ASSIGN TO "AC00FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               ALTERNATE RECORD KEY IS FUNC-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT FGTS-ARQ ASSIGN TO "AC00FGTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGT-CHAVE
               FILE STATUS IS WS-FS-FGTS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROVISAO-ARQ.
           05 BNC-CONTA PIC 9(08).
           05 BNC-TIPO-CONTA PIC X(01).

       FD  AC00-ARQ-FUNCIONARIOS.
       01 REG-FUNCIONARIO.
           05 FUNC-MATRICULA PIC 9(06).
           05 FUNC-NOME PIC X(20).
           05 FUNC-SALARIO PIC 9(07)V99.
           05 FUNC-DATA-NASCIMENTO PIC 9(08).
           05 FUNC-IDADE PIC 99.
           05 FUNC-DEPARTAMENTO PIC X(04).
           05 FUNC-CIDADE PIC X(15).
           05 FUNC-DATA-ADMISSAO PIC 9(08).
           05 FUNC-DATA-DEMISSAO PIC 9(08).
           05 FUNC-IND-ATIVO PIC X(01).
               88 FUNC-ATIVO VALUE 'A'.
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
       01 WS-OPCAO-PARCELA PIC 9 VALUE ZERO.
       01 WS-IND-PARCELA PIC X(01) VALUE '1'.
           05 WS-INSS-13 PIC 9(7)V99 VALUE ZERO.
           05 WS-IRRF-13 PIC 9(7)V99 VALUE ZERO.
           05 WS-LIQUIDO-13 PIC 9(09)V99 VALUE ZERO.
           05 WS-FGTS-13 PIC 9(07)V99 VALUE ZERO.

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

       01 WS-DATA-PAGAMENTO PIC 9(08) VALUE ZERO.
       01 WS-COMPETENCIA-13 PIC 9(06) VALUE ZERO.
       01 WS-COMPETENCIA-13-RED REDEFINES WS-COMPETENCIA-13.
           05 WS-ANO-COMPETENCIA-13 PIC 9(04).
           05 WS-MES-COMPETENCIA-13 PIC 9(02).
       01 WS-QTD-BORDERO PIC 9(05) COMP VALUE ZERO.
       01 WS-TOTAL-BORDERO PIC 9(09)V99 VALUE ZERO.
       01 WS-QTD-PAGOS PIC 9(05) COMP VALUE ZERO.
       01 WS-QTD-SEM-CADASTRO-BANCO PIC 9(05) COMP VALUE ZERO.
       01 WS-QTD-LANCAMENTOS-FGTS PIC 9(05) COMP VALUE ZERO.
       01 WS-IND-LANCAMENTO-FGTS PIC X(01) VALUE 'N'.
           88 WS-LANCAMENTO-FGTS-NOVO VALUE 'S'.
           88 WS-LANCAMENTO-FGTS-EXISTENTE VALUE 'N'.

       01 WS-REG-BORDERO-HEADER.
           05 BRD-H-TIPO PIC X(01) VALUE '0'.

       01 WS-LINHA-BRANCO PIC X(01) VALUE SPACES.

       01 WS-AREA-JOBPRED.
           05 WS-JOB-NOME-PRED PIC X(08) VALUE 'MOVEPG13'.
           05 WS-RESULTADO-PRED PIC X(01) VALUE 'S'.
               88 WS-PREDECESSORES-OK VALUE 'S'.
               88 WS-PREDECESSOR-PENDENTE VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-PROVISAO PIC X(02) VALUE '00'.
           05 WS-FS-CONTRACHEQUE PIC X(02) VALUE '00'.
           05 WS-FS-BORDERO PIC X(02) VALUE '00'.
           05 WS-FS-BANCARIO PIC X(02) VALUE '00'.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-FGTS PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-PROVISAO PIC X(01) VALUE 'N'.
               88 WS-FIM-PROVISAO VALUE 'S'.
       GOBACK.

       0000-INICIAR-PROGRAMA.
           PERFORM 0005-CONFERIR-PREDECESSORES
           DISPLAY '--PAGAMENTO DE 13o SALARIO (SALDO MOVEPROV)--'
           DISPLAY 'QUAL PARCELA (1 OU 2)?'
           ACCEPT WS-OPCAO-PARCELA
           MOVE WS-IND-PARCELA TO CAB-PARCELA

           ACCEPT WS-DATA-PAGAMENTO FROM DATE YYYYMMDD
           MOVE WS-DATA-PAGAMENTO(1:6) TO WS-COMPETENCIA-13
           IF WS-MES-COMPETENCIA-13 = 1
               SUBTRACT 1 FROM WS-ANO-COMPETENCIA-13
           END-IF
           MOVE 12 TO WS-MES-COMPETENCIA-13
           PERFORM 0200-ABRIR-CADASTRO-BANCARIO
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 0010-ABRIR-FUNCIONARIOS
               UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL

           OPEN OUTPUT CONTRACHEQUE-ARQ
           IF WS-FS-CONTRACHEQUE NOT = '00'
           WRITE REG-BORDERO FROM WS-REG-BORDERO-HEADER
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
               MOVE WS-FS-FUNCIONARIOS TO WS-FILE-STATUS
               MOVE 'AC00FUNC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       0200-ABRIR-CADASTRO-BANCARIO.
           OPEN INPUT BANCARIO-ARQ
           IF WS-FS-BANCARIO = '00'
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

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

           PERFORM 2050-LER-SALDO
           PERFORM 2100-PAGAR-FUNCIONARIO UNTIL WS-FIM-PROVISAO
           CLOSE PROVISAO-ARQ
           CLOSE FGTS-ARQ

           MOVE WS-QTD-BORDERO TO BRD-T-QTD-REGISTROS
           MOVE WS-TOTAL-BORDERO TO BRD-T-VALOR-TOTAL
               PERFORM 2200-CALCULAR-PARCELA
               PERFORM 2500-GRAVAR-CONTRACHEQUE-13
               PERFORM 2600-GRAVAR-DETALHE-BORDERO
               PERFORM 2700-LANCAR-DEPOSITO-FGTS
               SUBTRACT WS-VALOR-BRUTO-13 FROM PRV-SALDO-13
               REWRITE REG-PROVISAO
               IF WS-FS-PROVISAO NOT = '00'
           MOVE WS-BASE-INTEGRAL-13 TO FCL-SALARIO-BASE
           MOVE ZERO TO FCL-DATA-ADMISSAO
           MOVE WS-DATA-PAGAMENTO TO FCL-DATA-REFERENCIA
           MOVE WS-COMPETENCIA-13 TO FCL-COMPETENCIA
           MOVE ZERO TO FCL-HORAS-EXTRA-50
           MOVE ZERO TO FCL-HORAS-EXTRA-100
           MOVE ZERO TO FCL-DIAS-FALTA
           MOVE ZERO TO FCL-QTD-DEPENDENTES
           MOVE ZERO TO FCL-HORAS-NOTURNAS
           MOVE SPACE TO FCL-GRAU-RISCO
           MOVE ZERO TO FCL-VALOR-COMISSAO
           MOVE ZERO TO FCL-DIAS-UTEIS
           MOVE ZERO TO FCL-DIAS-DESCANSO

           CALL 'FOLHCALC' USING WS-AREA-FOLHCALC

           ADD WS-LIQUIDO-13 TO WS-TOTAL-BORDERO
           EXIT.

       2700-LANCAR-DEPOSITO-FGTS.
           MOVE SPACE TO TPC-TIPO-CONTRATO
           MOVE PRV-MATRICULA TO FUNC-MATRICULA
           READ AC00-ARQ-FUNCIONARIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNC-TIPO-CONTRATO TO TPC-TIPO-CONTRATO
           END-READ
           CALL 'TIPOCONT' USING WS-AREA-TIPOCONT
           COMPUTE WS-FGTS-13 ROUNDED =
               WS-VALOR-BRUTO-13 * TPC-ALIQUOTA-FGTS

           IF WS-FGTS-13 > ZERO
               MOVE PRV-MATRICULA TO FGT-MATRICULA
               IF WS-PRIMEIRA-PARCELA
                   MOVE WS-DATA-PAGAMENTO(1:6) TO FGT-COMPETENCIA
                   SET FGT-ORIGEM-13-PARCELA-1 TO TRUE
               ELSE
                   MOVE WS-COMPETENCIA-13 TO FGT-COMPETENCIA
                   SET FGT-ORIGEM-13-PARCELA-2 TO TRUE
               END-IF
               READ FGTS-ARQ
                   INVALID KEY
                       SET WS-LANCAMENTO-FGTS-NOVO TO TRUE
                   NOT INVALID KEY
                       SET WS-LANCAMENTO-FGTS-EXISTENTE TO TRUE
               END-READ

               MOVE WS-VALOR-BRUTO-13 TO FGT-BASE-CALCULO
               MOVE TPC-ALIQUOTA-FGTS TO FGT-ALIQUOTA
               MOVE WS-FGTS-13 TO FGT-VALOR-DEPOSITO
               MOVE WS-DATA-PAGAMENTO TO FGT-DATA-LANCAMENTO
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
               ADD 1 TO WS-QTD-LANCAMENTOS-FGTS
           END-IF
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           CLOSE CONTRACHEQUE-ARQ
           CLOSE AC00-ARQ-FUNCIONARIOS
           CLOSE BORDERO-ARQ
           IF WS-BANCARIO-ABERTO
               CLOSE BANCARIO-ARQ
                   ' CREDITO(S) SEM CADASTRO BANCARIO EM AC00BANC'
           END-IF
           DISPLAY 'SALDO DE 13o REDUZIDO EM MOVEPROV'
           DISPLAY 'DEPOSITOS DE FGTS LANCADOS EM AC00FGTS: '
               WS-QTD-LANCAMENTOS-FGTS
           EXIT.

       9900-ERRO-ARQUIVO.
