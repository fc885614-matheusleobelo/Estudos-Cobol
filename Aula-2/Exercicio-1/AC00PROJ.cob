      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00PROJ.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00PROJ
      *OBJETIVO   : PROJETAR O CUSTO DA FOLHA DOS PROXIMOS 12 MESES
      *             POR DEPARTAMENTO (AC00PRJR): PARTE DO SALARIO DOS
      *             ATIVOS DE AC00FUNC POR FUNC-DEPARTAMENTO E SOMA OS
      *             EVENTOS FUTUROS CONHECIDOS - O DISSIDIO DIGITADO
      *             NO CARTAO AC00DCAR A PARTIR DO MES DA VIGENCIA
      *             (SO QUANDO A VIGENCIA AINDA E FUTURA, POIS O
      *             AC00DISS JA GRAVA O REAJUSTE VIGENTE NO SALARIO),
      *             O BONUS DE TEMPO DE CASA (1% POR ANO COMPLETO,
      *             TETO DE 30%, REGRA DO FOLHCALC) QUE SOBE NO MES DO
      *             ANIVERSARIO DE ADMISSAO, O 13o SALARIO (METADE EM
      *             NOVEMBRO E METADE EM DEZEMBRO, COMO NO MOVEPG13),
      *             O 1/3 DAS FERIAS PROGRAMADAS EM AC00FERS NA
      *             COMPETENCIA DO GOZO E OS ENCARGOS PATRONAIS DE
      *             INSS E FGTS (ALIQUOTAS DO MOVE) - E IMPRIME, MES A
      *             MES, O CUSTO PROJETADO AO LADO DO ORCAMENTO
      *             AC00ORCA DO DEPARTAMENTO, COM O TOTAL DA EMPRESA
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO FUNC-CARGO (CODIGO DO
      *                   CARGO, CADASTRO AC00CARG MANTIDO POR AC00EX11)
      *                   INCLUIDO EM AC00FUNC
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR OS CAMPOS FUNC-TIPO-CONTRATO
      *                   (C=CLT, A=APRENDIZ, E=ESTAGIARIO,
      *                   P=PRO-LABORE) E FUNC-DATA-FIM-CONTRATO
      *                   INCLUIDOS EM AC00FUNC
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO FUNC-GRAU-RISCO
      *                   (1/2/3=INSALUBRIDADE MINIMA/MEDIA/MAXIMA,
      *                   P=PERICULOSIDADE, BRANCO=SEM ADICIONAL)
      *                   INCLUIDO EM AC00FUNC
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR OS CAMPOS DE ENDERECO
      *                   (FUNC-LOGRADOURO, FUNC-NUMERO-ENDERECO,
      *                   FUNC-CEP, FUNC-UF E FUNC-COD-MUNICIPIO, CODIGO
      *                   IBGE) INCLUIDOS EM AC00FUNC
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AC00-ARQ-FUNCIONARIOS ASSIGN TO "AC00FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUNC-MATRICULA
               ALTERNATE RECORD KEY IS FUNC-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT CARTAO-ARQ ASSIGN TO "AC00DCAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTAO.

           SELECT FERIAS-ARQ ASSIGN TO "AC00FERS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIAS.

           SELECT ORCAMENTO-ARQ ASSIGN TO "AC00ORCA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORCAMENTO.

           SELECT RELATORIO-ARQ ASSIGN TO "AC00PRJR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CARTAO-ARQ.
       01 REG-CARTAO.
           05 DCA-DEPARTAMENTO PIC X(04).
           05 FILLER PIC X.
           05 DCA-TIPO PIC X(01).
               88 DCA-PERCENTUAL VALUE 'P'.
               88 DCA-VALOR-FIXO VALUE 'V'.
           05 FILLER PIC X.
           05 DCA-VALOR PIC 9(07)V99.
           05 FILLER PIC X.
           05 DCA-DATA-VIGENCIA PIC 9(08).

       FD  FERIAS-ARQ.
       01 REG-FERIAS PIC X(57).

       FD  ORCAMENTO-ARQ.
       01 REG-ORCAMENTO.
           05 ORC-DEPARTAMENTO PIC X(04).
           05 FILLER PIC X.
           05 ORC-COMPETENCIA PIC 9(06).
           05 FILLER PIC X.
           05 ORC-QTD-FUNCIONARIOS PIC 9(05).
           05 FILLER PIC X.
           05 ORC-TOTAL-SALARIO PIC 9(11)V99.

       FD  RELATORIO-ARQ.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
       01 WS-DATA-HOJE-RED REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO PIC 9(04).
           05 WS-HOJE-MES PIC 9(02).
           05 WS-HOJE-DIA PIC 9(02).

       01 WS-COMPETENCIA-INFORMADA PIC 9(06) VALUE ZERO.
       01 WS-COMPETENCIA-TRAB PIC 9(06) VALUE ZERO.
       01 WS-COMPETENCIA-TRAB-RED REDEFINES WS-COMPETENCIA-TRAB.
           05 WS-TRAB-ANO PIC 9(04).
           05 WS-TRAB-MES PIC 9(02).

       01 WS-ALIQUOTA-INSS-PATRONAL PIC 9V999 VALUE .200.
       01 WS-ALIQUOTA-FGTS PIC 9V999 VALUE .080.
       01 WS-PERCENTUAL-MAXIMO-BONUS PIC 9V99 VALUE .30.

       01 WS-QTD-MESES PIC 99 COMP VALUE 12.
       01 WS-SUB-MES PIC 99 COMP VALUE ZERO.
       01 WS-TABELA-MESES.
           05 WS-MES-TAB OCCURS 12 TIMES.
               10 MES-COMPETENCIA PIC 9(06).
               10 MES-COMPETENCIA-RED REDEFINES MES-COMPETENCIA.
                   15 MES-ANO PIC 9(04).
                   15 MES-MES PIC 9(02).
       01 WS-IND-MES-ACHADO PIC X(01) VALUE 'N'.
           88 WS-MES-ACHADO VALUE 'S'.
           88 WS-MES-NAO-ACHADO VALUE 'N'.

       01 WS-IND-DISSIDIO PIC X(01) VALUE 'N'.
           88 WS-DISSIDIO-FUTURO VALUE 'S'.
           88 WS-SEM-DISSIDIO VALUE 'N'.
       01 WS-COMPETENCIA-DISSIDIO PIC 9(06) VALUE ZERO.

       01 WS-MAX-DEPARTAMENTOS PIC 99 COMP VALUE 50.
       01 WS-QTD-DEPARTAMENTOS PIC 99 COMP VALUE ZERO.
       01 WS-SUB-DEPTO PIC 99 COMP VALUE ZERO.
       01 WS-DEPTO-BUSCA PIC X(04) VALUE SPACES.
       01 WS-TABELA-DEPARTAMENTOS.
           05 WS-DEPTO-TAB OCCURS 50 TIMES.
               10 DEPTO-COD PIC X(04).
               10 DEPTO-MES-TAB OCCURS 12 TIMES.
                   15 DPM-QTD PIC 9(05).
                   15 DPM-FOLHA PIC 9(11)V99.
                   15 DPM-ADICIONAL PIC 9(11)V99.
                   15 DPM-ENCARGOS PIC 9(11)V99.
                   15 DPM-ORCADO PIC 9(11)V99.
       01 WS-IND-DEPTO-ACHADO PIC X(01) VALUE 'N'.
           88 WS-DEPTO-ACHADO VALUE 'S'.
           88 WS-DEPTO-NAO-ACHADO VALUE 'N'.
       01 WS-IND-DEPTO-EXCEDIDO PIC X(01) VALUE 'N'.
           88 WS-DEPTO-EXCEDIDO-AVISADO VALUE 'S'.

       01 WS-TABELA-TOTAIS-EMPRESA.
           05 WS-TOTAL-MES-TAB OCCURS 12 TIMES.
               10 TOT-QTD PIC 9(05).
               10 TOT-FOLHA PIC 9(11)V99.
               10 TOT-ADICIONAL PIC 9(11)V99.
               10 TOT-ENCARGOS PIC 9(11)V99.
               10 TOT-ORCADO PIC 9(11)V99.

       01 WS-REG-FERIAS.
           05 FER-MATRICULA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 FER-NOME PIC X(20) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 FER-DATA-INICIO PIC 9(08) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 FER-DATA-FIM PIC 9(08) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 FER-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 FER-QTD-DIAS PIC 9(02) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 FER-SITUACAO PIC X(01) VALUE 'P'.
               88 FER-PROGRAMADA VALUE 'P'.
               88 FER-PAGA VALUE 'G'.

       01 WS-MAX-FERIAS PIC 9(03) COMP VALUE 500.
       01 WS-QTD-FERIAS PIC 9(03) COMP VALUE ZERO.
       01 WS-SUB-FERIAS PIC 9(03) COMP VALUE ZERO.
       01 WS-TABELA-FERIAS.
           05 WS-FERIAS-TAB OCCURS 500 TIMES.
               10 FRT-MATRICULA PIC 9(06).
               10 FRT-COMPETENCIA PIC 9(06).
               10 FRT-QTD-DIAS PIC 9(02).

       01 WS-AREA-CALCULO.
           05 WS-DATA-FIM-MES PIC 9(08) VALUE ZERO.
           05 WS-SALARIO-PROJ PIC 9(09)V99 VALUE ZERO.
           05 WS-ANOS-SERVICO PIC S9(03) VALUE ZERO.
           05 WS-PERCENTUAL-BONUS PIC 9V99 VALUE ZERO.
           05 WS-BONUS-PROJ PIC 9(09)V99 VALUE ZERO.
           05 WS-REMUNERACAO-PROJ PIC 9(09)V99 VALUE ZERO.
           05 WS-ADICIONAL-PROJ PIC 9(09)V99 VALUE ZERO.
           05 WS-TERCO-FERIAS PIC 9(09)V99 VALUE ZERO.
           05 WS-ENCARGOS-PROJ PIC 9(09)V99 VALUE ZERO.
           05 WS-CUSTO-TOTAL PIC 9(11)V99 VALUE ZERO.
           05 WS-CUSTO-ANO PIC 9(13)V99 VALUE ZERO.
           05 WS-ORCADO-ANO PIC 9(13)V99 VALUE ZERO.

       01 WS-AREA-CONTADORES.
           05 WS-QTD-ATIVOS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-ORCAMENTOS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-MESES-ACIMA PIC 9(05) COMP VALUE ZERO.

       01 WS-CAB-RELATORIO-1.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(29) VALUE 'PROJECAO DO CUSTO DA FOLHA - '.
           05 FILLER PIC X(25) VALUE '12 MESES POR DEPARTAMENTO'.
           05 FILLER PIC X(12) VALUE SPACES.

       01 WS-CAB-RELATORIO-2.
           05 FILLER PIC X(09) VALUE 'PERIODO: '.
           05 CAB-COMPETENCIA-INICIAL PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(03) VALUE ' A '.
           05 CAB-COMPETENCIA-FINAL PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(12) VALUE '  DISSIDIO: '.
           05 CAB-DISSIDIO PIC X(44) VALUE SPACES.

       01 WS-DESC-DISSIDIO.
           05 DSD-DEPARTAMENTO PIC X(04) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DSD-TIPO PIC X(01) VALUE SPACE.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DSD-VALOR PIC ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(04) VALUE ' EM '.
           05 DSD-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(17) VALUE SPACES.

       01 WS-CAB-DEPARTAMENTO.
           05 FILLER PIC X(14) VALUE 'DEPARTAMENTO: '.
           05 CAB-DEPARTAMENTO PIC X(16) VALUE SPACES.
           05 FILLER PIC X(50) VALUE SPACES.

       01 WS-CAB-COLUNAS.
           05 FILLER PIC X(40) VALUE
               'COMPET.  QTD  FOLHA+BONUS 13o/FERIAS   '.
           05 FILLER PIC X(40) VALUE
               ' ENCARGOS    CUSTO TOTAL        ORCADO'.

       01 WS-LINHA-DETALHE.
           05 DET-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-QTD PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-FOLHA PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-ADICIONAL PIC ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-ENCARGOS PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-CUSTO PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-ORCADO PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 DET-SINAL PIC X(01) VALUE SPACE.

       01 WS-LINHA-TOTAL-ANO.
           05 FILLER PIC X(26) VALUE '  TOTAL 12 MESES - CUSTO: '.
           05 TAN-CUSTO PIC $ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(10) VALUE '  ORCADO: '.
           05 TAN-ORCADO PIC $ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(06) VALUE SPACES.

       01 WS-LINHA-LEGENDA.
           05 FILLER PIC X(80) VALUE
               '* = CUSTO PROJETADO ACIMA DO ORCADO NA COMPETENCIA'.

       01 WS-LINHA-BRANCO PIC X(01) VALUE SPACES.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-CARTAO PIC X(02) VALUE '00'.
           05 WS-FS-FERIAS PIC X(02) VALUE '00'.
           05 WS-FS-ORCAMENTO PIC X(02) VALUE '00'.
           05 WS-FS-RELATORIO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 WS-FIM-ARQUIVO VALUE 'S'.
               88 WS-NAO-FIM-ARQUIVO VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 1000-LER-CARTAO-DISSIDIO.
       PERFORM 1500-CARREGAR-FERIAS.
       PERFORM 2000-CARREGAR-ORCAMENTO.
       PERFORM 3000-PROJETAR-FUNCIONARIOS.
       PERFORM 4000-IMPRIMIR-PROJECAO.
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--PROJECAO DO CUSTO DA FOLHA (12 MESES)--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'COMPETENCIA INICIAL (AAAAMM, 000000 = PROXIMO MES)?'
           ACCEPT WS-COMPETENCIA-INFORMADA
           IF WS-COMPETENCIA-INFORMADA = ZERO
               MOVE WS-HOJE-ANO TO WS-TRAB-ANO
               MOVE WS-HOJE-MES TO WS-TRAB-MES
               PERFORM 0200-AVANCAR-COMPETENCIA
           ELSE
               MOVE WS-COMPETENCIA-INFORMADA TO WS-COMPETENCIA-TRAB
           END-IF

           MOVE 1 TO WS-SUB-MES
           PERFORM 0100-MONTAR-MES UNTIL WS-SUB-MES > WS-QTD-MESES
           INITIALIZE WS-TABELA-TOTAIS-EMPRESA

           OPEN OUTPUT RELATORIO-ARQ
           IF WS-FS-RELATORIO NOT = '00'
               MOVE WS-FS-RELATORIO TO WS-FILE-STATUS
               MOVE 'AC00PRJR' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       0100-MONTAR-MES.
           MOVE WS-COMPETENCIA-TRAB TO MES-COMPETENCIA(WS-SUB-MES)
           PERFORM 0200-AVANCAR-COMPETENCIA
           ADD 1 TO WS-SUB-MES
           EXIT.

       0200-AVANCAR-COMPETENCIA.
           IF WS-TRAB-MES NOT < 12
               MOVE 1 TO WS-TRAB-MES
               ADD 1 TO WS-TRAB-ANO
           ELSE
               ADD 1 TO WS-TRAB-MES
           END-IF
           EXIT.

       1000-LER-CARTAO-DISSIDIO.
           SET WS-SEM-DISSIDIO TO TRUE
           MOVE 'NENHUM A APLICAR' TO CAB-DISSIDIO
           OPEN INPUT CARTAO-ARQ
           IF WS-FS-CARTAO = '35'
               DISPLAY 'AC00DCAR NAO ENCONTRADO - PROJECAO SEM '
                   'DISSIDIO'
           ELSE
               IF WS-FS-CARTAO NOT = '00'
                   MOVE WS-FS-CARTAO TO WS-FILE-STATUS
                   MOVE 'AC00DCAR' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               READ CARTAO-ARQ
                   AT END
                       DISPLAY 'AC00DCAR VAZIO - PROJECAO SEM DISSIDIO'
                   NOT AT END
                       PERFORM 1100-AVALIAR-DISSIDIO
               END-READ
               CLOSE CARTAO-ARQ
           END-IF
           EXIT.

       1100-AVALIAR-DISSIDIO.
           IF NOT DCA-PERCENTUAL AND NOT DCA-VALOR-FIXO
               DISPLAY 'TIPO DE REAJUSTE INVALIDO NO CARTAO: '
                   DCA-TIPO ' - DISSIDIO IGNORADO NA PROJECAO'
           ELSE
               IF DCA-DATA-VIGENCIA NOT > WS-DATA-HOJE
                   DISPLAY 'DISSIDIO COM VIGENCIA EM '
                       DCA-DATA-VIGENCIA ' JA APLICADO NO SALARIO '
                       'PELO AC00DISS - NAO REPROJETADO'
               ELSE
                   SET WS-DISSIDIO-FUTURO TO TRUE
                   MOVE DCA-DATA-VIGENCIA(1:6)
                       TO WS-COMPETENCIA-DISSIDIO
                   MOVE DCA-DEPARTAMENTO TO DSD-DEPARTAMENTO
                   MOVE DCA-TIPO TO DSD-TIPO
                   MOVE DCA-VALOR TO DSD-VALOR
                   MOVE WS-COMPETENCIA-DISSIDIO TO DSD-COMPETENCIA
                   MOVE WS-DESC-DISSIDIO TO CAB-DISSIDIO
               END-IF
           END-IF
           EXIT.

       1500-CARREGAR-FERIAS.
           OPEN INPUT FERIAS-ARQ
           IF WS-FS-FERIAS = '35'
               DISPLAY 'AC00FERS NAO ENCONTRADO - PROJECAO SEM 1/3 '
                   'DE FERIAS'
           ELSE
               IF WS-FS-FERIAS NOT = '00'
                   MOVE WS-FS-FERIAS TO WS-FILE-STATUS
                   MOVE 'AC00FERS' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-NAO-FIM-ARQUIVO TO TRUE
               PERFORM 1550-LER-FERIAS
               PERFORM 1600-GUARDAR-FERIAS UNTIL WS-FIM-ARQUIVO
               CLOSE FERIAS-ARQ
           END-IF
           EXIT.

       1550-LER-FERIAS.
           READ FERIAS-ARQ INTO WS-REG-FERIAS
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
           END-READ
           EXIT.

       1600-GUARDAR-FERIAS.
           IF FER-PROGRAMADA
               AND FER-COMPETENCIA NOT < MES-COMPETENCIA(1)
               AND FER-COMPETENCIA NOT > MES-COMPETENCIA(WS-QTD-MESES)
               IF WS-QTD-FERIAS < WS-MAX-FERIAS
                   ADD 1 TO WS-QTD-FERIAS
                   MOVE WS-QTD-FERIAS TO WS-SUB-FERIAS
                   MOVE FER-MATRICULA TO FRT-MATRICULA(WS-SUB-FERIAS)
                   MOVE FER-COMPETENCIA
                       TO FRT-COMPETENCIA(WS-SUB-FERIAS)
                   MOVE FER-QTD-DIAS TO FRT-QTD-DIAS(WS-SUB-FERIAS)
               ELSE
                   DISPLAY 'AC00FERS EXCEDE ' WS-MAX-FERIAS
                       ' PERIODOS NO HORIZONTE - EXCEDENTE IGNORADO'
                   SET WS-FIM-ARQUIVO TO TRUE
               END-IF
           END-IF
           IF WS-NAO-FIM-ARQUIVO
               PERFORM 1550-LER-FERIAS
           END-IF
           EXIT.

       2000-CARREGAR-ORCAMENTO.
           OPEN INPUT ORCAMENTO-ARQ
           IF WS-FS-ORCAMENTO = '35'
               DISPLAY 'AC00ORCA NAO ENCONTRADO - COLUNA DE ORCADO '
                   'SAIRA ZERADA'
           ELSE
               IF WS-FS-ORCAMENTO NOT = '00'
                   MOVE WS-FS-ORCAMENTO TO WS-FILE-STATUS
                   MOVE 'AC00ORCA' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-NAO-FIM-ARQUIVO TO TRUE
               PERFORM 2050-LER-ORCAMENTO
               PERFORM 2100-GUARDAR-ORCAMENTO UNTIL WS-FIM-ARQUIVO
               CLOSE ORCAMENTO-ARQ
           END-IF
           EXIT.

       2050-LER-ORCAMENTO.
           READ ORCAMENTO-ARQ
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
           END-READ
           EXIT.

       2100-GUARDAR-ORCAMENTO.
           PERFORM 2400-LOCALIZAR-MES
           IF WS-MES-ACHADO
               MOVE ORC-DEPARTAMENTO TO WS-DEPTO-BUSCA
               PERFORM 2200-LOCALIZAR-DEPARTAMENTO
               IF WS-DEPTO-ACHADO
                   ADD ORC-TOTAL-SALARIO
                       TO DPM-ORCADO(WS-SUB-DEPTO, WS-SUB-MES)
                   ADD ORC-TOTAL-SALARIO TO TOT-ORCADO(WS-SUB-MES)
                   ADD 1 TO WS-QTD-ORCAMENTOS
               END-IF
           END-IF
           PERFORM 2050-LER-ORCAMENTO
           EXIT.

       2200-LOCALIZAR-DEPARTAMENTO.
           SET WS-DEPTO-NAO-ACHADO TO TRUE
           MOVE 1 TO WS-SUB-DEPTO
           PERFORM 2250-COMPARAR-DEPARTAMENTO
               UNTIL WS-SUB-DEPTO > WS-QTD-DEPARTAMENTOS
               OR WS-DEPTO-ACHADO
           IF WS-DEPTO-NAO-ACHADO
               PERFORM 2300-INCLUIR-DEPARTAMENTO
           END-IF
           EXIT.

       2250-COMPARAR-DEPARTAMENTO.
           IF DEPTO-COD(WS-SUB-DEPTO) = WS-DEPTO-BUSCA
               SET WS-DEPTO-ACHADO TO TRUE
           ELSE
               ADD 1 TO WS-SUB-DEPTO
           END-IF
           EXIT.

       2300-INCLUIR-DEPARTAMENTO.
           IF WS-QTD-DEPARTAMENTOS < WS-MAX-DEPARTAMENTOS
               ADD 1 TO WS-QTD-DEPARTAMENTOS
               MOVE WS-QTD-DEPARTAMENTOS TO WS-SUB-DEPTO
               INITIALIZE WS-DEPTO-TAB(WS-SUB-DEPTO)
               MOVE WS-DEPTO-BUSCA TO DEPTO-COD(WS-SUB-DEPTO)
               SET WS-DEPTO-ACHADO TO TRUE
           ELSE
               IF NOT WS-DEPTO-EXCEDIDO-AVISADO
                   DISPLAY 'MAIS DE ' WS-MAX-DEPARTAMENTOS
                       ' DEPARTAMENTOS - EXCEDENTE FORA DA PROJECAO'
                   SET WS-DEPTO-EXCEDIDO-AVISADO TO TRUE
               END-IF
           END-IF
           EXIT.

       2400-LOCALIZAR-MES.
           SET WS-MES-NAO-ACHADO TO TRUE
           MOVE 1 TO WS-SUB-MES
           PERFORM 2450-COMPARAR-MES
               UNTIL WS-SUB-MES > WS-QTD-MESES
               OR WS-MES-ACHADO
           EXIT.

       2450-COMPARAR-MES.
           IF MES-COMPETENCIA(WS-SUB-MES) = ORC-COMPETENCIA
               SET WS-MES-ACHADO TO TRUE
           ELSE
               ADD 1 TO WS-SUB-MES
           END-IF
           EXIT.

       3000-PROJETAR-FUNCIONARIOS.
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 3010-ABRIR-FUNCIONARIOS
               UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL

           SET WS-NAO-FIM-ARQUIVO TO TRUE
           PERFORM 3050-LER-FUNCIONARIO
           PERFORM 3100-PROJETAR-FUNCIONARIO UNTIL WS-FIM-ARQUIVO
           CLOSE AC00-ARQ-FUNCIONARIOS
           EXIT.

       3010-ABRIR-FUNCIONARIOS.
           OPEN INPUT AC00-ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = '00'
               MOVE WS-FS-FUNCIONARIOS TO WS-FILE-STATUS
               MOVE 'AC00FUNC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       3050-LER-FUNCIONARIO.
           READ AC00-ARQ-FUNCIONARIOS
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
           END-READ
           EXIT.

       3100-PROJETAR-FUNCIONARIO.
           IF FUNC-ATIVO
               MOVE FUNC-DEPARTAMENTO TO WS-DEPTO-BUSCA
               PERFORM 2200-LOCALIZAR-DEPARTAMENTO
               IF WS-DEPTO-ACHADO
                   ADD 1 TO WS-QTD-ATIVOS
                   MOVE 1 TO WS-SUB-MES
                   PERFORM 3200-PROJETAR-MES
                       UNTIL WS-SUB-MES > WS-QTD-MESES
               END-IF
           END-IF
           PERFORM 3050-LER-FUNCIONARIO
           EXIT.

       3200-PROJETAR-MES.
           COMPUTE WS-DATA-FIM-MES =
               MES-COMPETENCIA(WS-SUB-MES) * 100 + 31
           IF FUNC-DATA-ADMISSAO NOT > WS-DATA-FIM-MES
               PERFORM 3300-CALCULAR-REMUNERACAO
               PERFORM 3400-CALCULAR-ADICIONAIS
               COMPUTE WS-ENCARGOS-PROJ ROUNDED =
                   (WS-REMUNERACAO-PROJ + WS-ADICIONAL-PROJ)
                   * (WS-ALIQUOTA-INSS-PATRONAL + WS-ALIQUOTA-FGTS)

               ADD 1 TO DPM-QTD(WS-SUB-DEPTO, WS-SUB-MES)
               ADD WS-REMUNERACAO-PROJ
                   TO DPM-FOLHA(WS-SUB-DEPTO, WS-SUB-MES)
               ADD WS-ADICIONAL-PROJ
                   TO DPM-ADICIONAL(WS-SUB-DEPTO, WS-SUB-MES)
               ADD WS-ENCARGOS-PROJ
                   TO DPM-ENCARGOS(WS-SUB-DEPTO, WS-SUB-MES)
               ADD 1 TO TOT-QTD(WS-SUB-MES)
               ADD WS-REMUNERACAO-PROJ TO TOT-FOLHA(WS-SUB-MES)
               ADD WS-ADICIONAL-PROJ TO TOT-ADICIONAL(WS-SUB-MES)
               ADD WS-ENCARGOS-PROJ TO TOT-ENCARGOS(WS-SUB-MES)
           END-IF
           ADD 1 TO WS-SUB-MES
           EXIT.

       3300-CALCULAR-REMUNERACAO.
           MOVE FUNC-SALARIO TO WS-SALARIO-PROJ
           IF WS-DISSIDIO-FUTURO
               AND MES-COMPETENCIA(WS-SUB-MES)
               NOT < WS-COMPETENCIA-DISSIDIO
               AND (DCA-DEPARTAMENTO = 'ALL '
               OR DCA-DEPARTAMENTO = FUNC-DEPARTAMENTO)
               IF DCA-PERCENTUAL
                   COMPUTE WS-SALARIO-PROJ ROUNDED =
                       FUNC-SALARIO * (1 + (DCA-VALOR / 100))
               ELSE
                   COMPUTE WS-SALARIO-PROJ =
                       FUNC-SALARIO + DCA-VALOR
               END-IF
           END-IF

           MOVE ZERO TO WS-BONUS-PROJ
           IF FUNC-DATA-ADMISSAO > ZERO
               COMPUTE WS-ANOS-SERVICO =
                   MES-ANO(WS-SUB-MES) - FUNC-ADM-ANO
               IF MES-MES(WS-SUB-MES) < FUNC-ADM-MES
                   SUBTRACT 1 FROM WS-ANOS-SERVICO
               END-IF
               IF WS-ANOS-SERVICO < ZERO
                   MOVE ZERO TO WS-ANOS-SERVICO
               END-IF
               COMPUTE WS-PERCENTUAL-BONUS = .01 * WS-ANOS-SERVICO
               IF WS-PERCENTUAL-BONUS > WS-PERCENTUAL-MAXIMO-BONUS
                   MOVE WS-PERCENTUAL-MAXIMO-BONUS
                       TO WS-PERCENTUAL-BONUS
               END-IF
               COMPUTE WS-BONUS-PROJ ROUNDED =
                   WS-SALARIO-PROJ * WS-PERCENTUAL-BONUS
           END-IF
           COMPUTE WS-REMUNERACAO-PROJ = WS-SALARIO-PROJ + WS-BONUS-PROJ
           EXIT.

       3400-CALCULAR-ADICIONAIS.
           MOVE ZERO TO WS-ADICIONAL-PROJ
           IF MES-MES(WS-SUB-MES) = 11 OR MES-MES(WS-SUB-MES) = 12
               COMPUTE WS-ADICIONAL-PROJ ROUNDED =
                   WS-REMUNERACAO-PROJ / 2
           END-IF
           MOVE 1 TO WS-SUB-FERIAS
           PERFORM 3450-SOMAR-TERCO-FERIAS
               UNTIL WS-SUB-FERIAS > WS-QTD-FERIAS
           EXIT.

       3450-SOMAR-TERCO-FERIAS.
           IF FRT-MATRICULA(WS-SUB-FERIAS) = FUNC-MATRICULA
               AND FRT-COMPETENCIA(WS-SUB-FERIAS)
               = MES-COMPETENCIA(WS-SUB-MES)
               COMPUTE WS-TERCO-FERIAS ROUNDED =
                   WS-REMUNERACAO-PROJ / 3
                   * FRT-QTD-DIAS(WS-SUB-FERIAS) / 30
               ADD WS-TERCO-FERIAS TO WS-ADICIONAL-PROJ
           END-IF
           ADD 1 TO WS-SUB-FERIAS
           EXIT.

       4000-IMPRIMIR-PROJECAO.
           MOVE MES-COMPETENCIA(1) TO CAB-COMPETENCIA-INICIAL
           MOVE MES-COMPETENCIA(WS-QTD-MESES) TO CAB-COMPETENCIA-FINAL
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-1
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-2
           WRITE REG-RELATORIO FROM WS-LINHA-LEGENDA
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO

           MOVE 1 TO WS-SUB-DEPTO
           PERFORM 4100-IMPRIMIR-DEPARTAMENTO
               UNTIL WS-SUB-DEPTO > WS-QTD-DEPARTAMENTOS

           MOVE 'TOTAL DA EMPRESA' TO CAB-DEPARTAMENTO
           WRITE REG-RELATORIO FROM WS-CAB-DEPARTAMENTO
           WRITE REG-RELATORIO FROM WS-CAB-COLUNAS
           MOVE ZERO TO WS-CUSTO-ANO
           MOVE ZERO TO WS-ORCADO-ANO
           MOVE 1 TO WS-SUB-MES
           PERFORM 4300-IMPRIMIR-MES-EMPRESA
               UNTIL WS-SUB-MES > WS-QTD-MESES
           MOVE WS-CUSTO-ANO TO TAN-CUSTO
           MOVE WS-ORCADO-ANO TO TAN-ORCADO
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-ANO
           EXIT.

       4100-IMPRIMIR-DEPARTAMENTO.
           MOVE DEPTO-COD(WS-SUB-DEPTO) TO CAB-DEPARTAMENTO
           WRITE REG-RELATORIO FROM WS-CAB-DEPARTAMENTO
           WRITE REG-RELATORIO FROM WS-CAB-COLUNAS
           MOVE ZERO TO WS-CUSTO-ANO
           MOVE ZERO TO WS-ORCADO-ANO
           MOVE 1 TO WS-SUB-MES
           PERFORM 4200-IMPRIMIR-MES-DEPTO
               UNTIL WS-SUB-MES > WS-QTD-MESES
           MOVE WS-CUSTO-ANO TO TAN-CUSTO
           MOVE WS-ORCADO-ANO TO TAN-ORCADO
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-ANO
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           ADD 1 TO WS-SUB-DEPTO
           EXIT.

       4200-IMPRIMIR-MES-DEPTO.
           COMPUTE WS-CUSTO-TOTAL =
               DPM-FOLHA(WS-SUB-DEPTO, WS-SUB-MES)
               + DPM-ADICIONAL(WS-SUB-DEPTO, WS-SUB-MES)
               + DPM-ENCARGOS(WS-SUB-DEPTO, WS-SUB-MES)
           MOVE MES-COMPETENCIA(WS-SUB-MES) TO DET-COMPETENCIA
           MOVE DPM-QTD(WS-SUB-DEPTO, WS-SUB-MES) TO DET-QTD
           MOVE DPM-FOLHA(WS-SUB-DEPTO, WS-SUB-MES) TO DET-FOLHA
           MOVE DPM-ADICIONAL(WS-SUB-DEPTO, WS-SUB-MES)
               TO DET-ADICIONAL
           MOVE DPM-ENCARGOS(WS-SUB-DEPTO, WS-SUB-MES)
               TO DET-ENCARGOS
           MOVE WS-CUSTO-TOTAL TO DET-CUSTO
           MOVE DPM-ORCADO(WS-SUB-DEPTO, WS-SUB-MES) TO DET-ORCADO
           IF WS-CUSTO-TOTAL > DPM-ORCADO(WS-SUB-DEPTO, WS-SUB-MES)
               MOVE '*' TO DET-SINAL
               ADD 1 TO WS-QTD-MESES-ACIMA
           ELSE
               MOVE SPACE TO DET-SINAL
           END-IF
           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           ADD WS-CUSTO-TOTAL TO WS-CUSTO-ANO
           ADD DPM-ORCADO(WS-SUB-DEPTO, WS-SUB-MES) TO WS-ORCADO-ANO
           ADD 1 TO WS-SUB-MES
           EXIT.

       4300-IMPRIMIR-MES-EMPRESA.
           COMPUTE WS-CUSTO-TOTAL =
               TOT-FOLHA(WS-SUB-MES) + TOT-ADICIONAL(WS-SUB-MES)
               + TOT-ENCARGOS(WS-SUB-MES)
           MOVE MES-COMPETENCIA(WS-SUB-MES) TO DET-COMPETENCIA
           MOVE TOT-QTD(WS-SUB-MES) TO DET-QTD
           MOVE TOT-FOLHA(WS-SUB-MES) TO DET-FOLHA
           MOVE TOT-ADICIONAL(WS-SUB-MES) TO DET-ADICIONAL
           MOVE TOT-ENCARGOS(WS-SUB-MES) TO DET-ENCARGOS
           MOVE WS-CUSTO-TOTAL TO DET-CUSTO
           MOVE TOT-ORCADO(WS-SUB-MES) TO DET-ORCADO
           IF WS-CUSTO-TOTAL > TOT-ORCADO(WS-SUB-MES)
               MOVE '*' TO DET-SINAL
           ELSE
               MOVE SPACE TO DET-SINAL
           END-IF
           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           ADD WS-CUSTO-TOTAL TO WS-CUSTO-ANO
           ADD TOT-ORCADO(WS-SUB-MES) TO WS-ORCADO-ANO
           ADD 1 TO WS-SUB-MES
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           CLOSE RELATORIO-ARQ
           DISPLAY 'RELATORIO AC00PRJR GERADO: ' WS-QTD-ATIVOS
               ' ATIVO(S) EM ' WS-QTD-DEPARTAMENTOS
               ' DEPARTAMENTO(S), ' WS-QTD-ORCAMENTOS
               ' LINHA(S) DE ORCAMENTO NO PERIODO'
           IF WS-QTD-MESES-ACIMA > ZERO
               DISPLAY 'ATENCAO: ' WS-QTD-MESES-ACIMA
                   ' MES(ES)/DEPARTAMENTO COM CUSTO PROJETADO ACIMA '
                   'DO ORCADO'
           END-IF
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
