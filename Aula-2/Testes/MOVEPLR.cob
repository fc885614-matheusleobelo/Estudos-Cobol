      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. MOVEPLR.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : MOVE
      *PROGRAMA   : MOVEPLR
      *OBJETIVO   : PAGAR A PARTICIPACAO NOS LUCROS E RESULTADOS (PLR)
      *             DO ANO BASE INFORMADO NO CARTAO MOVEPLRP, NO MESMO
      *             PADRAO DO MOVEPG13: A PLR TEM TRIBUTACAO EXCLUSIVA
      *             NA FONTE PELA TABELA PROPRIA DE IRRF (TIPO P DO
      *             MOVETAXA, FAIXAS PADRAO NA AUSENCIA) E NAO SOFRE
      *             INSS NEM FGTS, POR ISSO NAO PASSA PELO MOVE NEM
      *             PELO FOLHCALC. O CARTAO TRAZ O VALOR TOTAL A
      *             DISTRIBUIR, O CRITERIO DE RATEIO (I=PARTES IGUAIS,
      *             S=PROPORCIONAL AO SALARIO, D=COTA POR
      *             DEPARTAMENTO, INFORMADA EM PERCENTUAL NOS CARTOES
      *             TIPO D) E O MINIMO DE MESES TRABALHADOS NO ANO BASE
      *             (CONTADOS DE FUNC-DATA-ADMISSAO; O MES DA ADMISSAO
      *             CONTA SE ELA FOR ATE O DIA 15). SO PARTICIPAM OS
      *             FUNCIONARIOS ATIVOS DE AC00FUNC COM VINCULO DE
      *             EMPREGO (ESTAGIARIO E PRO-LABORE FICAM FORA). O
      *             PROGRAMA GERA CONTRACHEQUE PROPRIO (MOVECPLR),
      *             BORDERO PROPRIO (MOVEBPLR, COM OS DADOS BANCARIOS
      *             DE AC00BANC) E UMA LINHA NO ACUMULADO MOVEANUA
      *             MARCADA COMO PLR (ANU-TIPO-RENDIMENTO = P), QUE O
      *             MOVEINFR IMPRIME NOS RENDIMENTOS SUJEITOS A
      *             TRIBUTACAO EXCLUSIVA
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *15/10/2026 MLBF    CONFERE NO INICIO, VIA ROTINA JOBPRED, SE OS
      *                   JOBS PREDECESSORES CADASTRADOS EM SETDEPE
      *                   CONCLUIRAM EM SETSTAT; COM PREDECESSOR
      *                   AUSENTE, ABORTADO OU EM EXECUCAO O PROGRAMA
      *                   NAO RODA E ENCERRA COM RETURN-CODE 12 (MOTIVO
      *                   GRAVADO EM SETAUDIT)
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR OS CAMPOS DE ENDERECO
      *                   (FUNC-LOGRADOURO, FUNC-NUMERO-ENDERECO,
      *                   FUNC-CEP, FUNC-UF E FUNC-COD-MUNICIPIO, CODIGO
      *                   IBGE) INCLUIDOS EM AC00FUNC
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO-ARQ ASSIGN TO "MOVEPLRP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRO.

           SELECT TAXA-ARQ ASSIGN TO "MOVETAXA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAXA.

           SELECT AC00-ARQ-FUNCIONARIOS ASSIGN TO "AC00FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               ALTERNATE RECORD KEY IS FUNC-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT CONTRACHEQUE-ARQ ASSIGN TO "MOVECPLR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTRACHEQUE.

           SELECT BORDERO-ARQ ASSIGN TO "MOVEBPLR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BORDERO.

           SELECT BANCARIO-ARQ ASSIGN TO "AC00BANC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNC-MATRICULA
               FILE STATUS IS WS-FS-BANCARIO.

           SELECT ANUAL-ARQ ASSIGN TO "MOVEANUA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO-ARQ.
       01 REG-PARAMETRO.
           05 PRM-TIPO PIC X(01).
               88 PRM-CARTAO-GERAL VALUE 'P'.
               88 PRM-CARTAO-DEPARTAMENTO VALUE 'D'.
           05 FILLER PIC X.
           05 PRM-DADOS PIC X(30).
           05 PRM-DADOS-GERAIS REDEFINES PRM-DADOS.
               10 PRM-ANO-BASE PIC 9(04).
               10 FILLER PIC X.
               10 PRM-VALOR-TOTAL PIC 9(09)V99.
               10 FILLER PIC X.
               10 PRM-CRITERIO PIC X(01).
                   88 PRM-CRITERIO-IGUAL VALUE 'I'.
                   88 PRM-CRITERIO-SALARIO VALUE 'S'.
                   88 PRM-CRITERIO-DEPARTAMENTO VALUE 'D'.
                   88 PRM-CRITERIO-VALIDO VALUE 'I' 'S' 'D'.
               10 FILLER PIC X.
               10 PRM-MESES-MINIMOS PIC 9(02).
               10 FILLER PIC X(09).
           05 PRM-DADOS-DEPARTAMENTO REDEFINES PRM-DADOS.
               10 PRM-DEPARTAMENTO PIC X(04).
               10 FILLER PIC X.
               10 PRM-PERCENTUAL PIC 9(03)V99.
               10 FILLER PIC X(20).

       FD  TAXA-ARQ.
       01 REG-TAXA.
           05 TAXA-TIPO PIC X(01).
               88 TAXA-PLR VALUE 'P'.
           05 TAXA-LIMITE PIC 9(7)V99.
           05 TAXA-ALIQUOTA PIC 9V999.
           05 TAXA-DEDUCAO PIC 9(7)V99.
           05 TAXA-VIGENCIA PIC 9(06).

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
           05 FUNC-DATA-ADM-RED REDEFINES FUNC-DATA-ADMISSAO.
               10 FUNC-ADM-ANO PIC 9(04).
               10 FUNC-ADM-MES PIC 9(02).
               10 FUNC-ADM-DIA PIC 9(02).
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

       FD  CONTRACHEQUE-ARQ.
       01 REG-CONTRACHEQUE PIC X(80).

       FD  BORDERO-ARQ.
       01 REG-BORDERO PIC X(80).

       FD  BANCARIO-ARQ.
       01 REG-BANCARIO.
           05 BNC-MATRICULA PIC 9(06).
           05 BNC-BANCO PIC 9(03).
           05 BNC-AGENCIA PIC 9(04).
           05 BNC-CONTA PIC 9(08).
           05 BNC-TIPO-CONTA PIC X(01).

       FD  ANUAL-ARQ.
       01 REG-ANUAL PIC X(84).

       WORKING-STORAGE SECTION.
       01 WS-AREA-PARAMETROS.
           05 WS-ANO-BASE PIC 9(04) VALUE ZERO.
           05 WS-VALOR-TOTAL-PLR PIC 9(09)V99 VALUE ZERO.
           05 WS-CRITERIO-RATEIO PIC X(01) VALUE SPACE.
               88 WS-RATEIO-IGUAL VALUE 'I'.
               88 WS-RATEIO-SALARIO VALUE 'S'.
               88 WS-RATEIO-DEPARTAMENTO VALUE 'D'.
           05 WS-MESES-MINIMOS PIC 9(02) VALUE ZERO.
           05 WS-SOMA-PERCENTUAIS PIC 9(05)V99 VALUE ZERO.
           05 WS-IND-CARTAO-GERAL PIC X(01) VALUE 'N'.
               88 WS-CARTAO-GERAL-LIDO VALUE 'S'.
               88 WS-CARTAO-GERAL-NAO-LIDO VALUE 'N'.

       01 WS-MAX-DEPARTAMENTOS PIC 9(03) COMP VALUE 50.
       01 WS-QTD-DEPARTAMENTOS PIC 9(03) COMP VALUE ZERO.
       01 WS-SUB-DEPARTAMENTO PIC 9(03) COMP VALUE ZERO.
       01 WS-TABELA-DEPARTAMENTOS.
           05 WS-DEPARTAMENTO-TAB OCCURS 50 TIMES.
               10 DPL-DEPARTAMENTO-TAB PIC X(04).
               10 DPL-PERCENTUAL-TAB PIC 9(03)V99.
               10 DPL-QTD-ELEGIVEIS-TAB PIC 9(05) COMP.
               10 DPL-VALOR-COTA-TAB PIC 9(09)V99.
       01 WS-IND-DEPARTAMENTO-ACHADO PIC X(01) VALUE 'N'.
           88 WS-DEPARTAMENTO-ACHADO VALUE 'S'.
           88 WS-DEPARTAMENTO-NAO-ACHADO VALUE 'N'.

       01 WS-MAX-FAIXAS PIC 99 COMP VALUE 10.
       01 WS-QTD-FAIXA-PLR PIC 99 COMP VALUE ZERO.
       01 WS-SUB-FAIXA-PLR PIC 99 COMP VALUE ZERO.
       01 WS-TABELA-PLR.
           05 WS-FAIXA-PLR-TAB OCCURS 10 TIMES.
               10 FP-LIMITE PIC 9(7)V99 VALUE ZERO.
               10 FP-ALIQUOTA PIC 9V999 VALUE ZERO.
               10 FP-DEDUCAO PIC 9(7)V99 VALUE ZERO.
       01 WS-VIGENCIA-PLR PIC 9(06) VALUE ZERO.
       01 WS-IND-VIGENCIA-PLR PIC X(01) VALUE 'N'.
           88 WS-VIGENCIA-PLR-ACHADA VALUE 'S'.
           88 WS-VIGENCIA-PLR-NAO-ACHADA VALUE 'N'.

       01 WS-AREA-ELEGIBILIDADE.
           05 WS-IND-ELEGIVEL PIC X(01) VALUE 'N'.
               88 WS-FUNCIONARIO-ELEGIVEL VALUE 'S'.
               88 WS-FORA-INATIVO VALUE 'I'.
               88 WS-FORA-CONTRATO VALUE 'E'.
               88 WS-FORA-CARENCIA VALUE 'C'.
               88 WS-FORA-SEM-COTA VALUE 'D'.
           05 WS-MESES-TRABALHADOS PIC S9(05) COMP VALUE ZERO.
           05 WS-QTD-ELEGIVEIS PIC 9(05) COMP VALUE ZERO.
           05 WS-SOMA-SALARIOS PIC 9(11)V99 VALUE ZERO.
           05 WS-QTD-FORA-INATIVO PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-FORA-CONTRATO PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-FORA-CARENCIA PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-FORA-SEM-COTA PIC 9(05) COMP VALUE ZERO.

       01 WS-AREA-CALCULO-PLR.
           05 WS-VALOR-COTA-IGUAL PIC 9(09)V99 VALUE ZERO.
           05 WS-VALOR-BRUTO-PLR PIC 9(09)V99 VALUE ZERO.
           05 WS-IRRF-PLR PIC 9(09)V99 VALUE ZERO.
           05 WS-LIQUIDO-PLR PIC 9(09)V99 VALUE ZERO.
           05 WS-ALIQUOTA-CALC PIC 9V999 VALUE ZERO.
           05 WS-DEDUCAO-CALC PIC 9(7)V99 VALUE ZERO.
           05 WS-TOTAL-DISTRIBUIDO PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-IRRF-PLR PIC 9(11)V99 VALUE ZERO.

       01 WS-DATA-PAGAMENTO PIC 9(08) VALUE ZERO.
       01 WS-COMPETENCIA-PAGAMENTO PIC 9(06) VALUE ZERO.
       01 WS-QTD-BORDERO PIC 9(05) COMP VALUE ZERO.
       01 WS-TOTAL-BORDERO PIC 9(09)V99 VALUE ZERO.
       01 WS-QTD-PAGOS PIC 9(05) COMP VALUE ZERO.
       01 WS-QTD-SEM-CADASTRO-BANCO PIC 9(05) COMP VALUE ZERO.

       01 WS-REG-BORDERO-HEADER.
           05 BRD-H-TIPO PIC X(01) VALUE '0'.
           05 BRD-H-EMPRESA PIC X(20) VALUE 'FOLHA DE PAGAMENTO'.
           05 BRD-H-DATA-PAGTO PIC 9(08) VALUE ZERO.
           05 BRD-H-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 BRD-H-CNPJ PIC 9(14) VALUE ZERO.
           05 FILLER PIC X(31) VALUE SPACES.

       01 WS-REG-BORDERO-DETALHE.
           05 BRD-D-TIPO PIC X(01) VALUE '1'.
           05 BRD-D-BANCO PIC 9(03) VALUE ZERO.
           05 BRD-D-AGENCIA PIC 9(04) VALUE ZERO.
           05 BRD-D-CONTA PIC 9(08) VALUE ZERO.
           05 BRD-D-MATRICULA PIC 9(06) VALUE ZERO.
           05 BRD-D-NOME PIC X(20) VALUE SPACES.
           05 BRD-D-VALOR-LIQUIDO PIC 9(09)V99 VALUE ZERO.
           05 FILLER PIC X(27) VALUE SPACES.

       01 WS-REG-BORDERO-TRAILER.
           05 BRD-T-TIPO PIC X(01) VALUE '9'.
           05 BRD-T-QTD-REGISTROS PIC 9(05) VALUE ZERO.
           05 BRD-T-VALOR-TOTAL PIC 9(09)V99 VALUE ZERO.
           05 FILLER PIC X(63) VALUE SPACES.

       01 WS-REG-ANUAL.
           05 ANU-MATRICULA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 ANU-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 ANU-NOME PIC X(20) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 ANU-SALARIO PIC 9(09)V99 VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 ANU-INSS PIC 9(09)V99 VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 ANU-IRRF PIC 9(09)V99 VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 ANU-FGTS PIC 9(09)V99 VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 ANU-TIPO-RENDIMENTO PIC X(01) VALUE 'P'.

       01 WS-CAB-CONTRACHEQUE-EMPRESA.
           05 FILLER PIC X(09) VALUE 'EMPRESA: '.
           05 FILLER PIC X(20) VALUE 'FOLHA DE PAGAMENTO'.
           05 FILLER PIC X(51) VALUE SPACES.

       01 WS-CAB-CONTRACHEQUE-1.
           05 FILLER PIC X(50)
               VALUE '====  PARTICIPACAO NOS LUCROS - ANO BASE '.
           05 CAB-ANO-BASE PIC 9(04) VALUE ZERO.
           05 FILLER PIC X(26) VALUE '  ===='.

       01 WS-LINHA-CTRC-NOME.
           05 FILLER PIC X(11) VALUE 'FUNCIONARIO'.
           05 FILLER PIC X(02) VALUE ': '.
           05 LCT-NOME PIC X(20) VALUE SPACES.
           05 FILLER PIC X(13) VALUE '  MATRICULA: '.
           05 LCT-MATRICULA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(28) VALUE SPACES.

       01 WS-LINHA-CTRC-PROVENTO.
           05 FILLER PIC X(21) VALUE 'PLR'.
           05 LCT-BRUTO PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-LINHA-CTRC-DESCONTO-IRRF.
           05 FILLER PIC X(21) VALUE '(-) IRRF EXCLUSIVO'.
           05 LCT-IRRF PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-LINHA-CTRC-LIQUIDO.
           05 FILLER PIC X(21) VALUE '(=) LIQUIDO A RECEBER'.
           05 LCT-LIQUIDO PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-LINHA-CTRC-OBSERVACAO.
           05 FILLER PIC X(80)
               VALUE 'PLR SEM INCIDENCIA DE INSS E FGTS'.

       01 WS-LINHA-CTRC-ASSINATURA.
           05 FILLER PIC X(12) VALUE 'ASSINATURA: '.
           05 FILLER PIC X(30) VALUE ALL '_'.
           05 FILLER PIC X(38) VALUE SPACES.

       01 WS-LINHA-BRANCO PIC X(01) VALUE SPACES.

       01 WS-AREA-JOBPRED.
           05 WS-JOB-NOME-PRED PIC X(08) VALUE 'MOVEPLR'.
           05 WS-RESULTADO-PRED PIC X(01) VALUE 'S'.
               88 WS-PREDECESSORES-OK VALUE 'S'.
               88 WS-PREDECESSOR-PENDENTE VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-PARAMETRO PIC X(02) VALUE '00'.
           05 WS-FS-TAXA PIC X(02) VALUE '00'.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-CONTRACHEQUE PIC X(02) VALUE '00'.
           05 WS-FS-BORDERO PIC X(02) VALUE '00'.
           05 WS-FS-BANCARIO PIC X(02) VALUE '00'.
           05 WS-FS-ANUAL PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-PARAMETRO PIC X(01) VALUE 'N'.
               88 WS-FIM-PARAMETRO VALUE 'S'.
               88 WS-NAO-FIM-PARAMETRO VALUE 'N'.
           05 WS-IND-FIM-TAXA PIC X(01) VALUE 'N'.
               88 WS-FIM-TAXA VALUE 'S'.
               88 WS-NAO-FIM-TAXA VALUE 'N'.
           05 WS-IND-FIM-FUNCIONARIOS PIC X(01) VALUE 'N'.
               88 WS-FIM-FUNCIONARIOS VALUE 'S'.
               88 WS-NAO-FIM-FUNCIONARIOS VALUE 'N'.
           05 WS-IND-BANCARIO-ABERTO PIC X(01) VALUE 'N'.
               88 WS-BANCARIO-ABERTO VALUE 'S'.
               88 WS-BANCARIO-FECHADO VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 1000-APURAR-ELEGIVEIS.
       PERFORM 2000-PAGAR-PLR.
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           PERFORM 0005-CONFERIR-PREDECESSORES
           DISPLAY '--PAGAMENTO DA PARTICIPACAO NOS LUCROS (PLR)--'
           ACCEPT WS-DATA-PAGAMENTO FROM DATE YYYYMMDD
           MOVE WS-DATA-PAGAMENTO(1:6) TO WS-COMPETENCIA-PAGAMENTO

           PERFORM 0100-LER-PARAMETROS
           PERFORM 0150-VALIDAR-PARAMETROS
           MOVE WS-ANO-BASE TO CAB-ANO-BASE
           PERFORM 0300-CARREGAR-FAIXAS-PLR
           PERFORM 0200-ABRIR-CADASTRO-BANCARIO

           OPEN OUTPUT CONTRACHEQUE-ARQ
           IF WS-FS-CONTRACHEQUE NOT = '00'
               MOVE WS-FS-CONTRACHEQUE TO WS-FILE-STATUS
               MOVE 'MOVECPLR' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           OPEN OUTPUT BORDERO-ARQ
           IF WS-FS-BORDERO NOT = '00'
               MOVE WS-FS-BORDERO TO WS-FILE-STATUS
               MOVE 'MOVEBPLR' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           OPEN EXTEND ANUAL-ARQ
           IF WS-FS-ANUAL = '35'
               OPEN OUTPUT ANUAL-ARQ
           END-IF
           IF WS-FS-ANUAL NOT = '00'
               MOVE WS-FS-ANUAL TO WS-FILE-STATUS
               MOVE 'MOVEANUA' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           MOVE WS-DATA-PAGAMENTO TO BRD-H-DATA-PAGTO
           MOVE WS-COMPETENCIA-PAGAMENTO TO BRD-H-COMPETENCIA
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

       0100-LER-PARAMETROS.
           OPEN INPUT PARAMETRO-ARQ
           IF WS-FS-PARAMETRO = '35'
               DISPLAY 'CARTAO MOVEPLRP NAO ENCONTRADO - PLR NAO PAGA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FS-PARAMETRO NOT = '00'
               MOVE WS-FS-PARAMETRO TO WS-FILE-STATUS
               MOVE 'MOVEPLRP' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           SET WS-NAO-FIM-PARAMETRO TO TRUE
           PERFORM 0110-LER-PARAMETRO
           PERFORM 0120-GUARDAR-PARAMETRO UNTIL WS-FIM-PARAMETRO
           CLOSE PARAMETRO-ARQ
           EXIT.

       0110-LER-PARAMETRO.
           READ PARAMETRO-ARQ
               AT END
                   SET WS-FIM-PARAMETRO TO TRUE
           END-READ
           EXIT.

       0120-GUARDAR-PARAMETRO.
           EVALUATE TRUE
               WHEN PRM-CARTAO-GERAL
                   MOVE PRM-ANO-BASE TO WS-ANO-BASE
                   MOVE PRM-VALOR-TOTAL TO WS-VALOR-TOTAL-PLR
                   MOVE PRM-CRITERIO TO WS-CRITERIO-RATEIO
                   MOVE PRM-MESES-MINIMOS TO WS-MESES-MINIMOS
                   SET WS-CARTAO-GERAL-LIDO TO TRUE
                   IF PRM-ANO-BASE NOT NUMERIC
                       OR PRM-VALOR-TOTAL NOT NUMERIC
                       OR PRM-MESES-MINIMOS NOT NUMERIC
                       OR NOT PRM-CRITERIO-VALIDO
                       DISPLAY 'CARTAO GERAL DO MOVEPLRP INVALIDO: '
                           REG-PARAMETRO ' - PLR NAO PAGA'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN PRM-CARTAO-DEPARTAMENTO
                   IF PRM-PERCENTUAL NOT NUMERIC
                       DISPLAY 'COTA DE DEPARTAMENTO INVALIDA NO '
                           'MOVEPLRP: ' REG-PARAMETRO
                           ' - PLR NAO PAGA'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-QTD-DEPARTAMENTOS < WS-MAX-DEPARTAMENTOS
                       ADD 1 TO WS-QTD-DEPARTAMENTOS
                       MOVE WS-QTD-DEPARTAMENTOS
                           TO WS-SUB-DEPARTAMENTO
                       MOVE PRM-DEPARTAMENTO
                           TO DPL-DEPARTAMENTO-TAB(WS-SUB-DEPARTAMENTO)
                       MOVE PRM-PERCENTUAL
                           TO DPL-PERCENTUAL-TAB(WS-SUB-DEPARTAMENTO)
                       MOVE ZERO
                           TO DPL-QTD-ELEGIVEIS-TAB(WS-SUB-DEPARTAMENTO)
                       MOVE ZERO
                           TO DPL-VALOR-COTA-TAB(WS-SUB-DEPARTAMENTO)
                       ADD PRM-PERCENTUAL TO WS-SOMA-PERCENTUAIS
                   ELSE
                       DISPLAY 'TABELA DE COTAS POR DEPARTAMENTO '
                           'CHEIA (' WS-MAX-DEPARTAMENTOS
                           ') - PLR NAO PAGA'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY 'CARTAO DE TIPO DESCONHECIDO IGNORADO EM '
                       'MOVEPLRP: ' PRM-TIPO
           END-EVALUATE
           PERFORM 0110-LER-PARAMETRO
           EXIT.

       0150-VALIDAR-PARAMETROS.
           IF WS-CARTAO-GERAL-NAO-LIDO
               DISPLAY 'MOVEPLRP SEM CARTAO GERAL (TIPO P) - PLR NAO '
                   'PAGA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-VALOR-TOTAL-PLR = ZERO
               DISPLAY 'VALOR TOTAL DA PLR ZERADO NO MOVEPLRP - PLR '
                   'NAO PAGA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RATEIO-DEPARTAMENTO
               AND WS-SOMA-PERCENTUAIS NOT = 100
               DISPLAY 'COTAS POR DEPARTAMENTO SOMAM '
                   WS-SOMA-PERCENTUAIS '% (ESPERADO 100%) - PLR NAO '
                   'PAGA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'PLR DO ANO BASE ' WS-ANO-BASE ': VALOR TOTAL '
               WS-VALOR-TOTAL-PLR ', CRITERIO ' WS-CRITERIO-RATEIO
               ', MINIMO DE ' WS-MESES-MINIMOS ' MES(ES) TRABALHADO(S)'
           EXIT.

       0200-ABRIR-CADASTRO-BANCARIO.
           OPEN INPUT BANCARIO-ARQ
           IF WS-FS-BANCARIO = '00'
               SET WS-BANCARIO-ABERTO TO TRUE
           ELSE
               SET WS-BANCARIO-FECHADO TO TRUE
               IF WS-FS-BANCARIO = '35'
                   DISPLAY 'AC00BANC NAO ENCONTRADO - BORDERO SERA '
                       'GERADO SEM DADOS BANCARIOS'
               ELSE
                   MOVE WS-FS-BANCARIO TO WS-FILE-STATUS
                   MOVE 'AC00BANC' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       0300-CARREGAR-FAIXAS-PLR.
           SET WS-VIGENCIA-PLR-NAO-ACHADA TO TRUE
           MOVE ZERO TO WS-VIGENCIA-PLR
           MOVE ZERO TO WS-QTD-FAIXA-PLR
           OPEN INPUT TAXA-ARQ
           IF WS-FS-TAXA = '00'
               SET WS-NAO-FIM-TAXA TO TRUE
               PERFORM 0310-LER-TAXA
               PERFORM 0320-AVALIAR-VIGENCIA-PLR UNTIL WS-FIM-TAXA
               CLOSE TAXA-ARQ
           ELSE
               IF WS-FS-TAXA NOT = '35'
                   MOVE WS-FS-TAXA TO WS-FILE-STATUS
                   MOVE 'MOVETAXA' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF

           IF WS-VIGENCIA-PLR-ACHADA
               OPEN INPUT TAXA-ARQ
               SET WS-NAO-FIM-TAXA TO TRUE
               PERFORM 0310-LER-TAXA
               PERFORM 0330-COPIAR-FAIXA-PLR UNTIL WS-FIM-TAXA
               CLOSE TAXA-ARQ
               DISPLAY 'IRRF EXCLUSIVO DA PLR PELA TABELA TIPO P DO '
                   'MOVETAXA (VIGENCIA ' WS-VIGENCIA-PLR ')'
           ELSE
               PERFORM 0350-CARREGAR-FAIXAS-PADRAO
               DISPLAY 'MOVETAXA SEM TABELA DE PLR (TIPO P) VIGENTE - '
                   'USANDO FAIXAS PADRAO DA PLR'
           END-IF
           EXIT.

       0310-LER-TAXA.
           READ TAXA-ARQ
               AT END
                   SET WS-FIM-TAXA TO TRUE
           END-READ
           EXIT.

       0320-AVALIAR-VIGENCIA-PLR.
           IF TAXA-PLR
               IF TAXA-VIGENCIA NOT NUMERIC
                   MOVE ZERO TO TAXA-VIGENCIA
               END-IF
               IF TAXA-VIGENCIA NOT > WS-COMPETENCIA-PAGAMENTO
                   AND (WS-VIGENCIA-PLR-NAO-ACHADA
                        OR TAXA-VIGENCIA > WS-VIGENCIA-PLR)
                   MOVE TAXA-VIGENCIA TO WS-VIGENCIA-PLR
                   SET WS-VIGENCIA-PLR-ACHADA TO TRUE
               END-IF
           END-IF
           PERFORM 0310-LER-TAXA
           EXIT.

       0330-COPIAR-FAIXA-PLR.
           IF TAXA-PLR
               IF TAXA-VIGENCIA NOT NUMERIC
                   MOVE ZERO TO TAXA-VIGENCIA
               END-IF
               IF TAXA-VIGENCIA = WS-VIGENCIA-PLR
                   AND WS-QTD-FAIXA-PLR < WS-MAX-FAIXAS
                   ADD 1 TO WS-QTD-FAIXA-PLR
                   MOVE TAXA-LIMITE TO FP-LIMITE(WS-QTD-FAIXA-PLR)
                   MOVE TAXA-ALIQUOTA TO FP-ALIQUOTA(WS-QTD-FAIXA-PLR)
                   MOVE TAXA-DEDUCAO TO FP-DEDUCAO(WS-QTD-FAIXA-PLR)
               END-IF
           END-IF
           PERFORM 0310-LER-TAXA
           EXIT.

       0350-CARREGAR-FAIXAS-PADRAO.
           MOVE 5 TO WS-QTD-FAIXA-PLR
           MOVE 7640.80 TO FP-LIMITE(1)
           MOVE 0 TO FP-ALIQUOTA(1)
           MOVE 0 TO FP-DEDUCAO(1)
           MOVE 9922.28 TO FP-LIMITE(2)
           MOVE .075 TO FP-ALIQUOTA(2)
           MOVE 573.06 TO FP-DEDUCAO(2)
           MOVE 13167.00 TO FP-LIMITE(3)
           MOVE .150 TO FP-ALIQUOTA(3)
           MOVE 1317.23 TO FP-DEDUCAO(3)
           MOVE 16380.38 TO FP-LIMITE(4)
           MOVE .225 TO FP-ALIQUOTA(4)
           MOVE 2304.76 TO FP-DEDUCAO(4)
           MOVE 9999999.99 TO FP-LIMITE(5)
           MOVE .275 TO FP-ALIQUOTA(5)
           MOVE 3123.78 TO FP-DEDUCAO(5)
           EXIT.

       0400-ABRIR-FUNCIONARIOS.
           SET WS-NAO-FIM-FUNCIONARIOS TO TRUE
           OPEN INPUT AC00-ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = '00'
               MOVE WS-FS-FUNCIONARIOS TO WS-FILE-STATUS
               MOVE 'AC00FUNC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       1000-APURAR-ELEGIVEIS.
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 0400-ABRIR-FUNCIONARIOS
               UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL
           PERFORM 1050-LER-FUNCIONARIO
           PERFORM 1100-CONTAR-ELEGIVEL UNTIL WS-FIM-FUNCIONARIOS
           CLOSE AC00-ARQ-FUNCIONARIOS

           DISPLAY 'FUNCIONARIOS ELEGIVEIS A PLR..: ' WS-QTD-ELEGIVEIS
           DISPLAY 'FORA - INATIVOS...............: '
               WS-QTD-FORA-INATIVO
           DISPLAY 'FORA - ESTAGIARIO/PRO-LABORE..: '
               WS-QTD-FORA-CONTRATO
           DISPLAY 'FORA - ABAIXO DO MINIMO MESES.: '
               WS-QTD-FORA-CARENCIA
           IF WS-RATEIO-DEPARTAMENTO
               DISPLAY 'FORA - DEPARTAMENTO SEM COTA..: '
                   WS-QTD-FORA-SEM-COTA
           END-IF
           IF WS-QTD-ELEGIVEIS = ZERO
               DISPLAY 'NENHUM FUNCIONARIO ELEGIVEL - PLR NAO PAGA'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 1500-CALCULAR-COTAS
           END-IF
           EXIT.

       1050-LER-FUNCIONARIO.
           READ AC00-ARQ-FUNCIONARIOS NEXT
               AT END
                   SET WS-FIM-FUNCIONARIOS TO TRUE
           END-READ
           EXIT.

       1100-CONTAR-ELEGIVEL.
           PERFORM 1200-VERIFICAR-ELEGIBILIDADE
           EVALUATE TRUE
               WHEN WS-FUNCIONARIO-ELEGIVEL
                   ADD 1 TO WS-QTD-ELEGIVEIS
                   ADD FUNC-SALARIO TO WS-SOMA-SALARIOS
                   IF WS-RATEIO-DEPARTAMENTO
                       ADD 1 TO
                           DPL-QTD-ELEGIVEIS-TAB(WS-SUB-DEPARTAMENTO)
                   END-IF
               WHEN WS-FORA-INATIVO
                   ADD 1 TO WS-QTD-FORA-INATIVO
               WHEN WS-FORA-CONTRATO
                   ADD 1 TO WS-QTD-FORA-CONTRATO
               WHEN WS-FORA-CARENCIA
                   ADD 1 TO WS-QTD-FORA-CARENCIA
               WHEN WS-FORA-SEM-COTA
                   ADD 1 TO WS-QTD-FORA-SEM-COTA
                   DISPLAY 'DEPARTAMENTO ' FUNC-DEPARTAMENTO
                       ' SEM COTA NO MOVEPLRP - FORA DA PLR: '
                       'MATRICULA ' FUNC-MATRICULA
           END-EVALUATE
           PERFORM 1050-LER-FUNCIONARIO
           EXIT.

       1200-VERIFICAR-ELEGIBILIDADE.
           SET WS-FUNCIONARIO-ELEGIVEL TO TRUE
           MOVE ZERO TO WS-MESES-TRABALHADOS
           IF FUNC-DATA-ADMISSAO IS NUMERIC
               AND FUNC-DATA-ADMISSAO > ZERO
               COMPUTE WS-MESES-TRABALHADOS =
                   ((WS-ANO-BASE - FUNC-ADM-ANO) * 12)
                   + (12 - FUNC-ADM-MES)
               IF FUNC-ADM-DIA NOT > 15
                   ADD 1 TO WS-MESES-TRABALHADOS
               END-IF
               IF WS-MESES-TRABALHADOS > 12
                   MOVE 12 TO WS-MESES-TRABALHADOS
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT FUNC-ATIVO
                   SET WS-FORA-INATIVO TO TRUE
               WHEN FUNC-CONTRATO-ESTAGIARIO
                   OR FUNC-CONTRATO-PRO-LABORE
                   SET WS-FORA-CONTRATO TO TRUE
               WHEN WS-MESES-TRABALHADOS < WS-MESES-MINIMOS
                   OR WS-MESES-TRABALHADOS NOT > ZERO
                   SET WS-FORA-CARENCIA TO TRUE
               WHEN WS-RATEIO-DEPARTAMENTO
                   PERFORM 1300-LOCALIZAR-DEPARTAMENTO
                   IF WS-DEPARTAMENTO-NAO-ACHADO
                       SET WS-FORA-SEM-COTA TO TRUE
                   END-IF
           END-EVALUATE
           EXIT.

       1300-LOCALIZAR-DEPARTAMENTO.
           SET WS-DEPARTAMENTO-NAO-ACHADO TO TRUE
           MOVE 1 TO WS-SUB-DEPARTAMENTO
           PERFORM 1350-COMPARAR-DEPARTAMENTO
               UNTIL WS-SUB-DEPARTAMENTO > WS-QTD-DEPARTAMENTOS
               OR WS-DEPARTAMENTO-ACHADO
           EXIT.

       1350-COMPARAR-DEPARTAMENTO.
           IF DPL-DEPARTAMENTO-TAB(WS-SUB-DEPARTAMENTO)
               = FUNC-DEPARTAMENTO
               SET WS-DEPARTAMENTO-ACHADO TO TRUE
           ELSE
               ADD 1 TO WS-SUB-DEPARTAMENTO
           END-IF
           EXIT.

       1500-CALCULAR-COTAS.
           EVALUATE TRUE
               WHEN WS-RATEIO-IGUAL
                   COMPUTE WS-VALOR-COTA-IGUAL ROUNDED =
                       WS-VALOR-TOTAL-PLR / WS-QTD-ELEGIVEIS
                   DISPLAY 'COTA IGUAL POR FUNCIONARIO....: '
                       WS-VALOR-COTA-IGUAL
               WHEN WS-RATEIO-SALARIO
                   DISPLAY 'SOMA DOS SALARIOS ELEGIVEIS...: '
                       WS-SOMA-SALARIOS
               WHEN WS-RATEIO-DEPARTAMENTO
                   MOVE 1 TO WS-SUB-DEPARTAMENTO
                   PERFORM 1550-CALCULAR-COTA-DEPARTAMENTO
                       UNTIL WS-SUB-DEPARTAMENTO > WS-QTD-DEPARTAMENTOS
           END-EVALUATE
           EXIT.

       1550-CALCULAR-COTA-DEPARTAMENTO.
           IF DPL-QTD-ELEGIVEIS-TAB(WS-SUB-DEPARTAMENTO) > ZERO
               COMPUTE DPL-VALOR-COTA-TAB(WS-SUB-DEPARTAMENTO)
                   ROUNDED = WS-VALOR-TOTAL-PLR
                   * DPL-PERCENTUAL-TAB(WS-SUB-DEPARTAMENTO) / 100
                   / DPL-QTD-ELEGIVEIS-TAB(WS-SUB-DEPARTAMENTO)
           ELSE
               DISPLAY 'ATENCAO: DEPARTAMENTO '
                   DPL-DEPARTAMENTO-TAB(WS-SUB-DEPARTAMENTO)
                   ' SEM FUNCIONARIO ELEGIVEL - COTA DE '
                   DPL-PERCENTUAL-TAB(WS-SUB-DEPARTAMENTO)
                   '% NAO DISTRIBUIDA'
           END-IF
           DISPLAY 'COTA POR FUNCIONARIO DO DEPTO '
               DPL-DEPARTAMENTO-TAB(WS-SUB-DEPARTAMENTO) ': '
               DPL-VALOR-COTA-TAB(WS-SUB-DEPARTAMENTO)
           ADD 1 TO WS-SUB-DEPARTAMENTO
           EXIT.

       2000-PAGAR-PLR.
           IF WS-QTD-ELEGIVEIS > ZERO
               MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
               PERFORM 0400-ABRIR-FUNCIONARIOS
                   UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL
               PERFORM 1050-LER-FUNCIONARIO
               PERFORM 2100-PAGAR-FUNCIONARIO UNTIL WS-FIM-FUNCIONARIOS
               CLOSE AC00-ARQ-FUNCIONARIOS
           END-IF

           MOVE WS-QTD-BORDERO TO BRD-T-QTD-REGISTROS
           MOVE WS-TOTAL-BORDERO TO BRD-T-VALOR-TOTAL
           WRITE REG-BORDERO FROM WS-REG-BORDERO-TRAILER
           EXIT.

       2100-PAGAR-FUNCIONARIO.
           PERFORM 1200-VERIFICAR-ELEGIBILIDADE
           IF WS-FUNCIONARIO-ELEGIVEL
               PERFORM 2200-CALCULAR-PARTICIPACAO
               IF WS-VALOR-BRUTO-PLR > ZERO
                   PERFORM 2300-CALCULAR-IRRF-PLR
                   PERFORM 2500-GRAVAR-CONTRACHEQUE-PLR
                   PERFORM 2600-GRAVAR-DETALHE-BORDERO
                   PERFORM 2700-GRAVAR-ACUMULADO-ANUAL
                   ADD WS-VALOR-BRUTO-PLR TO WS-TOTAL-DISTRIBUIDO
                   ADD WS-IRRF-PLR TO WS-TOTAL-IRRF-PLR
                   ADD 1 TO WS-QTD-PAGOS
               END-IF
           END-IF
           PERFORM 1050-LER-FUNCIONARIO
           EXIT.

       2200-CALCULAR-PARTICIPACAO.
           EVALUATE TRUE
               WHEN WS-RATEIO-IGUAL
                   MOVE WS-VALOR-COTA-IGUAL TO WS-VALOR-BRUTO-PLR
               WHEN WS-RATEIO-SALARIO
                   IF WS-SOMA-SALARIOS > ZERO
                       COMPUTE WS-VALOR-BRUTO-PLR ROUNDED =
                           WS-VALOR-TOTAL-PLR * FUNC-SALARIO
                           / WS-SOMA-SALARIOS
                   ELSE
                       MOVE ZERO TO WS-VALOR-BRUTO-PLR
                   END-IF
               WHEN WS-RATEIO-DEPARTAMENTO
                   MOVE DPL-VALOR-COTA-TAB(WS-SUB-DEPARTAMENTO)
                       TO WS-VALOR-BRUTO-PLR
           END-EVALUATE
           EXIT.

       2300-CALCULAR-IRRF-PLR.
           MOVE 1 TO WS-SUB-FAIXA-PLR
           PERFORM 2310-LOCALIZAR-FAIXA-PLR
               UNTIL WS-VALOR-BRUTO-PLR <= FP-LIMITE(WS-SUB-FAIXA-PLR)
               OR WS-SUB-FAIXA-PLR >= WS-QTD-FAIXA-PLR
           MOVE FP-ALIQUOTA(WS-SUB-FAIXA-PLR) TO WS-ALIQUOTA-CALC
           MOVE FP-DEDUCAO(WS-SUB-FAIXA-PLR) TO WS-DEDUCAO-CALC
           IF (WS-VALOR-BRUTO-PLR * WS-ALIQUOTA-CALC)
               > WS-DEDUCAO-CALC
               COMPUTE WS-IRRF-PLR ROUNDED =
                   (WS-VALOR-BRUTO-PLR * WS-ALIQUOTA-CALC)
                   - WS-DEDUCAO-CALC
           ELSE
               MOVE ZERO TO WS-IRRF-PLR
           END-IF
           COMPUTE WS-LIQUIDO-PLR = WS-VALOR-BRUTO-PLR - WS-IRRF-PLR
           EXIT.

       2310-LOCALIZAR-FAIXA-PLR.
           ADD 1 TO WS-SUB-FAIXA-PLR
           EXIT.

       2500-GRAVAR-CONTRACHEQUE-PLR.
           MOVE FUNC-NOME TO LCT-NOME
           MOVE FUNC-MATRICULA TO LCT-MATRICULA
           MOVE WS-VALOR-BRUTO-PLR TO LCT-BRUTO
           MOVE WS-IRRF-PLR TO LCT-IRRF
           MOVE WS-LIQUIDO-PLR TO LCT-LIQUIDO

           WRITE REG-CONTRACHEQUE FROM WS-CAB-CONTRACHEQUE-EMPRESA
           WRITE REG-CONTRACHEQUE FROM WS-CAB-CONTRACHEQUE-1
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-NOME
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-BRANCO
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-PROVENTO
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-DESCONTO-IRRF
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-LIQUIDO
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-OBSERVACAO
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-BRANCO
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-ASSINATURA
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-BRANCO
           EXIT.

       2600-GRAVAR-DETALHE-BORDERO.
           MOVE ZERO TO BRD-D-BANCO
           MOVE ZERO TO BRD-D-AGENCIA
           MOVE ZERO TO BRD-D-CONTA
           IF WS-BANCARIO-ABERTO
               MOVE FUNC-MATRICULA TO BNC-MATRICULA
               READ BANCARIO-ARQ
                   INVALID KEY
                       ADD 1 TO WS-QTD-SEM-CADASTRO-BANCO
                   NOT INVALID KEY
                       MOVE BNC-BANCO TO BRD-D-BANCO
                       MOVE BNC-AGENCIA TO BRD-D-AGENCIA
                       MOVE BNC-CONTA TO BRD-D-CONTA
               END-READ
           ELSE
               ADD 1 TO WS-QTD-SEM-CADASTRO-BANCO
           END-IF

           MOVE FUNC-MATRICULA TO BRD-D-MATRICULA
           MOVE FUNC-NOME TO BRD-D-NOME
           MOVE WS-LIQUIDO-PLR TO BRD-D-VALOR-LIQUIDO
           WRITE REG-BORDERO FROM WS-REG-BORDERO-DETALHE

           ADD 1 TO WS-QTD-BORDERO
           ADD WS-LIQUIDO-PLR TO WS-TOTAL-BORDERO
           EXIT.

       2700-GRAVAR-ACUMULADO-ANUAL.
           MOVE FUNC-MATRICULA TO ANU-MATRICULA
           MOVE WS-COMPETENCIA-PAGAMENTO TO ANU-COMPETENCIA
           MOVE FUNC-NOME TO ANU-NOME
           MOVE WS-VALOR-BRUTO-PLR TO ANU-SALARIO
           MOVE ZERO TO ANU-INSS
           MOVE WS-IRRF-PLR TO ANU-IRRF
           MOVE ZERO TO ANU-FGTS
           MOVE 'P' TO ANU-TIPO-RENDIMENTO
           WRITE REG-ANUAL FROM WS-REG-ANUAL
           IF WS-FS-ANUAL NOT = '00'
               MOVE WS-FS-ANUAL TO WS-FILE-STATUS
               MOVE 'MOVEANUA' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           CLOSE CONTRACHEQUE-ARQ
           CLOSE BORDERO-ARQ
           CLOSE ANUAL-ARQ
           IF WS-BANCARIO-ABERTO
               CLOSE BANCARIO-ARQ
           END-IF
           DISPLAY SPACES
           DISPLAY 'ANO BASE DA PLR...............: ' WS-ANO-BASE
           DISPLAY 'FUNCIONARIOS PAGOS............: ' WS-QTD-PAGOS
           DISPLAY 'VALOR TOTAL DO CARTAO.........: '
               WS-VALOR-TOTAL-PLR
           DISPLAY 'VALOR BRUTO DISTRIBUIDO.......: '
               WS-TOTAL-DISTRIBUIDO
           DISPLAY 'IRRF EXCLUSIVO RETIDO.........: '
               WS-TOTAL-IRRF-PLR
           DISPLAY 'TOTAL DO BORDERO MOVEBPLR.....: ' WS-TOTAL-BORDERO
           IF WS-QTD-SEM-CADASTRO-BANCO > ZERO
               DISPLAY 'ATENCAO: ' WS-QTD-SEM-CADASTRO-BANCO
                   ' CREDITO(S) SEM CADASTRO BANCARIO EM AC00BANC'
           END-IF
           DISPLAY 'PLR REGISTRADA EM MOVEANUA (TRIBUTACAO EXCLUSIVA)'
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
