      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00FRAU.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00FRAU
      *OBJETIVO   : DETECTAR INDICIOS DE FRAUDE DE PAGAMENTO E DE
      *             FUNCIONARIO FANTASMA, OLHANDO PARA ONDE O DINHEIRO
      *             VAI (AC00AUDT SO CONFERE A INTEGRIDADE DO CPF):
      *             MESMA CONTA (BANCO/AGENCIA/CONTA) EM AC00BANC PARA
      *             MAIS DE UMA MATRICULA; CONTA INCLUIDA OU ALTERADA
      *             POR AC00EX02 (EVENTOS BNCI/BNCA DE AC00HEVT) A
      *             MENOS DE N DIAS DA DATA DE PAGAMENTO DO MOVEDTPG;
      *             CREDITO DO BORDERO MOVEBORD PARA FUNCIONARIO
      *             INATIVO, DEMITIDO ANTES DA COMPETENCIA OU SEM
      *             CADASTRO EM AC00FUNC; CREDITO SEM LINHA NO QUADRO
      *             MOVEORD; E FUNCIONARIO ATIVO SEM NENHUM EVENTO EM
      *             AC00HEVT E SEM FREQUENCIA (MOVEFREQ DO MES OU HORA
      *             EXTRA/FALTA NO ARQUIVO MORTO MOVECTRA) HA M MESES.
      *             AS OCORRENCIAS SAO GRAVADAS EM AC00FEXC NO LAYOUT
      *             DO COPYBOOK EXCECAO; N E M VEM DO CARTAO AC00FPRM
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR O CAMPO ROS-SALARIO-FAMILIA
      *                   (SALARIO-FAMILIA PAGO) INCLUIDO POR MOVE
      *15/10/2026 MLBF    LAYOUT DO MOVECTRA ATUALIZADO PARA ACOMPANHAR
      *                   O CAMPO CTA-SALARIO-FAMILIA INCLUIDO POR MOVE
      *15/10/2026 MLBF    LAYOUT DO ROSTER MOVEORD ATUALIZADO COM
      *                   ROS-TIPO-CONTRATO (TIPO DE CONTRATO DO
      *                   FUNCIONARIO, GRAVADO PELO MOVE)
      *15/10/2026 MLBF    LAYOUTS ATUALIZADOS PARA ACOMPANHAR
      *                   FUNC-GRAU-RISCO (AC00FUNC), FRQ-HORAS-NOTURNAS
      *                   (MOVEFREQ), ROS-ADICIONAL-NOTURNO/-GRAU-RISCO/
      *                   -ADICIONAL-RISCO (MOVEORD) E CTA-ADICIONAL-NOT
      *                   URNO/-GRAU-RISCO/-ADICIONAL-RISCO (MOVECTRA);
      *                   O ADICIONAL NOTURNO NO CONTRACHEQUE TAMBEM
      *                   CONTA COMO ATIVIDADE DA MATRICULA, COMO A HORA
      *                   EXTRA E A FALTA
      *15/10/2026 MLBF    LAYOUTS DO ROSTER MOVEORD (ROS-COMISSAO E
      *                   ROS-DSR-COMISSAO, 247 POSICOES) E DO MOVECTRA
      *                   (CTA-COMISSAO E CTA-DSR-COMISSAO) ATUALIZADOS
      *                   COM OS CAMPOS INCLUIDOS POR MOVE
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR OS CAMPOS DE ENDERECO
      *                   (FUNC-LOGRADOURO, FUNC-NUMERO-ENDERECO,
      *                   FUNC-CEP, FUNC-UF E FUNC-COD-MUNICIPIO, CODIGO
      *                   IBGE) INCLUIDOS EM AC00FUNC
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AC00-ARQ-BANCARIO ASSIGN TO "AC00BANC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BNC-MATRICULA
               FILE STATUS IS WS-FS-BANCARIO.

           SELECT AC00-ARQ-FUNCIONARIOS ASSIGN TO "AC00FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               ALTERNATE RECORD KEY IS FUNC-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT EVENTO-ARQ ASSIGN TO "AC00HEVT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EVENTO.

           SELECT DATA-PAGTO-ARQ ASSIGN TO "MOVEDTPG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-PAGTO.

           SELECT BORDERO-ARQ ASSIGN TO "MOVEBORD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BORDERO.

           SELECT ROSTER-ARQ ASSIGN TO "MOVEORD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROSTER.

           SELECT FREQUENCIA-ARQ ASSIGN TO "MOVEFREQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FREQUENCIA.

           SELECT ARQUIVO-CTRC-ARQ ASSIGN TO "MOVECTRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-FS-ARQUIVO-CTRC.

           SELECT PARAMETRO-ARQ ASSIGN TO "AC00FPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRO.

           SELECT EXCECAO-ARQ ASSIGN TO "AC00FEXC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECAO.

       DATA DIVISION.
       FILE SECTION.
       FD  AC00-ARQ-BANCARIO.
       01 REG-BANCARIO.
           05 BNC-MATRICULA PIC 9(06).
           05 BNC-BANCO PIC 9(03).
           05 BNC-AGENCIA PIC 9(04).
           05 BNC-CONTA PIC 9(08).
           05 BNC-TIPO-CONTA PIC X(01).
               88 BNC-CONTA-CORRENTE VALUE 'C'.
               88 BNC-CONTA-POUPANCA VALUE 'P'.

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

       FD  EVENTO-ARQ.
       01 REG-EVENTO.
           05 EVT-MATRICULA PIC 9(06).
           05 FILLER PIC X.
           05 EVT-DATA PIC 9(08).
           05 FILLER PIC X.
           05 EVT-HORA PIC 9(06).
           05 FILLER PIC X.
           05 EVT-TIPO PIC X(04).
           05 FILLER PIC X.
           05 EVT-VALOR-ANTIGO PIC X(20).
           05 FILLER PIC X.
           05 EVT-VALOR-NOVO PIC X(20).
           05 FILLER PIC X.
           05 EVT-OPERADOR PIC X(08).
           05 FILLER PIC X.
           05 EVT-OPERADOR-APROV PIC X(08).

       FD  DATA-PAGTO-ARQ.
       01 REG-DATA-PAGTO.
           05 DTP-COMPETENCIA PIC 9(06).
           05 FILLER PIC X.
           05 DTP-DATA-PAGAMENTO PIC 9(08).

       FD  BORDERO-ARQ.
       01 REG-BORDERO PIC X(80).

       FD  ROSTER-ARQ.
       01 REG-ROSTER.
           05 ROS-CIDADE PIC X(15).
           05 ROS-NOME PIC X(20).
           05 ROS-IDADE PIC 99.
           05 ROS-SALARIO PIC 9(7)V99.
           05 ROS-INSS PIC 9(7)V99.
           05 ROS-IRRF PIC 9(7)V99.
           05 ROS-LIQUIDO PIC 9(7)V99.
           05 ROS-PROVISAO-13 PIC 9(7)V99.
           05 ROS-PROVISAO-FERIAS PIC 9(7)V99.
           05 ROS-MATRICULA PIC 9(06).
           05 ROS-VALOR-HORA-EXTRA PIC 9(7)V99.
           05 ROS-VALOR-FALTAS PIC 9(7)V99.
           05 ROS-COMPETENCIA PIC 9(06).
           05 ROS-EMPRESTIMO PIC 9(7)V99.
           05 ROS-VALE-TRANSPORTE PIC 9(7)V99.
           05 ROS-VALOR-VR PIC 9(5)V99.
           05 ROS-EMPRESA PIC 9(03).
           05 ROS-PENSAO PIC 9(7)V99.
           05 ROS-BASE-PENSAO PIC 9(7)V99.
           05 ROS-PLANO-SAUDE PIC 9(7)V99.
           05 ROS-ADIANTAMENTO PIC 9(7)V99.
           05 ROS-AFASTAMENTO PIC X(01).
           05 ROS-DIAS-AFASTAMENTO PIC 9(02).
           05 ROS-DIAS-NAO-PAGOS PIC 9(02).
           05 ROS-MES-SUSPENSO PIC X(01).
           05 ROS-BASE-FGTS-AFAST PIC 9(7)V99.
           05 ROS-SALARIO-FAMILIA PIC 9(7)V99.
           05 ROS-TIPO-CONTRATO PIC X(01).
           05 ROS-ADICIONAL-NOTURNO PIC 9(7)V99.
           05 ROS-GRAU-RISCO PIC X(01).
           05 ROS-ADICIONAL-RISCO PIC 9(7)V99.
           05 ROS-COMISSAO PIC 9(7)V99.
           05 ROS-DSR-COMISSAO PIC 9(7)V99.

       FD  FREQUENCIA-ARQ.
       01 REG-FREQUENCIA.
           05 FRQ-MATRICULA PIC 9(06).
           05 FILLER PIC X.
           05 FRQ-HORAS-EXTRA-50 PIC 9(03).
           05 FILLER PIC X.
           05 FRQ-HORAS-EXTRA-100 PIC 9(03).
           05 FILLER PIC X.
           05 FRQ-DIAS-FALTA PIC 9(02).
           05 FILLER PIC X.
           05 FRQ-HORAS-NOTURNAS PIC 9(03).

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
           05 PRM-DIAS-CONTA PIC 9(03).
           05 FILLER PIC X.
           05 PRM-MESES-INATIVO PIC 9(02).

       FD  EXCECAO-ARQ.
       01 REG-EXCECAO PIC X(79).

       WORKING-STORAGE SECTION.
       01 WS-REG-EXCECAO.
           COPY EXCECAO.
           05 FILLER PIC X VALUE SPACE.
           05 EXC-MATRICULA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 EXC-MATRICULA-REF PIC 9(06) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 EXC-DETALHE PIC X(20) VALUE SPACES.

       01 WS-REG-BORDERO PIC X(80) VALUE SPACES.
       01 WS-REG-BORDERO-HEADER REDEFINES WS-REG-BORDERO.
           05 BRD-H-TIPO PIC X(01).
           05 BRD-H-EMPRESA PIC X(20).
           05 BRD-H-DATA-PAGTO PIC 9(08).
           05 BRD-H-COMPETENCIA PIC 9(06).
           05 BRD-H-CNPJ PIC 9(14).
           05 FILLER PIC X(31).
       01 WS-REG-BORDERO-DETALHE REDEFINES WS-REG-BORDERO.
           05 BRD-D-TIPO PIC X(01).
           05 BRD-D-BANCO PIC 9(03).
           05 BRD-D-AGENCIA PIC 9(04).
           05 BRD-D-CONTA PIC 9(08).
           05 BRD-D-MATRICULA PIC 9(06).
           05 BRD-D-NOME PIC X(20).
           05 BRD-D-VALOR-LIQUIDO PIC 9(09)V99.
           05 FILLER PIC X(27).

       01 WS-DETALHE-CONTA.
           05 DCT-BANCO PIC 9(03) VALUE ZERO.
           05 FILLER PIC X VALUE '/'.
           05 DCT-AGENCIA PIC 9(04) VALUE ZERO.
           05 FILLER PIC X VALUE '/'.
           05 DCT-CONTA PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(03) VALUE SPACES.

       01 WS-DETALHE-DIAS.
           05 FILLER PIC X(08) VALUE 'EVENTO '.
           05 DDI-TIPO PIC X(04) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DDI-DIAS PIC ZZ9 VALUE ZERO.
           05 FILLER PIC X(04) VALUE ' DIA'.

       01 WS-DETALHE-VALOR.
           05 FILLER PIC X(07) VALUE 'CREDITO'.
           05 DVL-VALOR PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
       01 WS-DATA-HOJE-RED REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO PIC 9(04).
           05 WS-HOJE-MES PIC 9(02).
           05 WS-HOJE-DIA PIC 9(02).

       01 WS-DATA-PAGAMENTO PIC 9(08) VALUE ZERO.
       01 WS-COMPETENCIA-BORDERO PIC 9(06) VALUE ZERO.
       01 WS-INICIO-COMPETENCIA PIC 9(08) VALUE ZERO.

       01 WS-DATA-CORTE PIC 9(08) VALUE ZERO.
       01 WS-DATA-CORTE-RED REDEFINES WS-DATA-CORTE.
           05 WS-CORTE-ANO PIC 9(04).
           05 WS-CORTE-MES PIC 9(02).
           05 WS-CORTE-DIA PIC 9(02).
       01 WS-COMPETENCIA-CORTE PIC 9(06) VALUE ZERO.
       01 WS-MESES-ABSOLUTOS PIC 9(06) COMP VALUE ZERO.
       01 WS-RESTO-MESES PIC 9(02) COMP VALUE ZERO.

       01 WS-AREA-PARAMETROS.
           05 WS-DIAS-CONTA PIC 9(03) VALUE 30.
           05 WS-MESES-INATIVO PIC 9(02) VALUE 6.

       01 WS-DIAS-ANTES-PAGTO PIC S9(07) COMP VALUE ZERO.

       01 WS-MAX-CONTAS PIC 9(04) COMP VALUE 500.
       01 WS-QTD-CONTAS PIC 9(04) COMP VALUE ZERO.
       01 WS-SUB-CONTA PIC 9(04) COMP VALUE ZERO.
       01 WS-TABELA-CONTAS.
           05 WS-CONTA-TAB OCCURS 500 TIMES.
               10 CTT-BANCO PIC 9(03).
               10 CTT-AGENCIA PIC 9(04).
               10 CTT-CONTA PIC 9(08).
               10 CTT-MATRICULA PIC 9(06).
       01 WS-IND-CONTA-ACHADA PIC X(01) VALUE 'N'.
           88 WS-CONTA-ACHADA VALUE 'S'.
           88 WS-CONTA-NAO-ACHADA VALUE 'N'.

       01 WS-MAX-ROSTER PIC 9(04) COMP VALUE 1000.
       01 WS-QTD-ROSTER PIC 9(04) COMP VALUE ZERO.
       01 WS-SUB-ROSTER PIC 9(04) COMP VALUE ZERO.
       01 WS-TABELA-ROSTER.
           05 ROT-MATRICULA PIC 9(06) OCCURS 1000 TIMES.
       01 WS-IND-ROSTER-ACHADO PIC X(01) VALUE 'N'.
           88 WS-ROSTER-ACHADO VALUE 'S'.
           88 WS-ROSTER-NAO-ACHADO VALUE 'N'.
       01 WS-IND-ROSTER-LIDO PIC X(01) VALUE 'N'.
           88 WS-ROSTER-LIDO VALUE 'S'.
           88 WS-ROSTER-AUSENTE VALUE 'N'.

       01 WS-MAX-ATIVIDADE PIC 9(04) COMP VALUE 1000.
       01 WS-QTD-ATIVIDADE PIC 9(04) COMP VALUE ZERO.
       01 WS-SUB-ATIVIDADE PIC 9(04) COMP VALUE ZERO.
       01 WS-TABELA-ATIVIDADE.
           05 ATV-MATRICULA PIC 9(06) OCCURS 1000 TIMES.
       01 WS-MATRICULA-ATIVIDADE PIC 9(06) VALUE ZERO.
       01 WS-IND-ATIVIDADE-ACHADA PIC X(01) VALUE 'N'.
           88 WS-ATIVIDADE-ACHADA VALUE 'S'.
           88 WS-ATIVIDADE-NAO-ACHADA VALUE 'N'.
       01 WS-IND-TABELA-ATIV-CHEIA PIC X(01) VALUE 'N'.
           88 WS-TABELA-ATIV-CHEIA VALUE 'S'.

       01 WS-IND-FUNCIONARIO-ACHADO PIC X(01) VALUE 'N'.
           88 WS-FUNCIONARIO-ACHADO VALUE 'S'.
           88 WS-FUNCIONARIO-NAO-ACHADO VALUE 'N'.

       01 WS-AREA-TOTAIS-FRAUDE.
           05 WS-TOTAL-EXCECOES PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-CONTAS-LIDAS PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-CONTA-DUPLICADA PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-CONTA-RECENTE PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-CREDITOS-LIDOS PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-CREDITO-INATIVO PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-CREDITO-SEM-FUNC PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-CREDITO-SEM-ROSTER PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-SEM-ATIVIDADE PIC 9(05) COMP VALUE ZERO.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-BANCARIO PIC X(02) VALUE '00'.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-EVENTO PIC X(02) VALUE '00'.
           05 WS-FS-DATA-PAGTO PIC X(02) VALUE '00'.
           05 WS-FS-BORDERO PIC X(02) VALUE '00'.
           05 WS-FS-ROSTER PIC X(02) VALUE '00'.
           05 WS-FS-FREQUENCIA PIC X(02) VALUE '00'.
           05 WS-FS-ARQUIVO-CTRC PIC X(02) VALUE '00'.
           05 WS-FS-PARAMETRO PIC X(02) VALUE '00'.
           05 WS-FS-EXCECAO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 WS-FIM-ARQUIVO VALUE 'S'.
               88 WS-NAO-FIM-ARQUIVO VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 1000-VERIFICAR-CONTAS-DUPLICADAS.
       PERFORM 2000-VERIFICAR-EVENTOS.
       PERFORM 3000-CARREGAR-FREQUENCIA.
       PERFORM 4000-VERIFICAR-BORDERO.
       PERFORM 5000-VERIFICAR-SEM-ATIVIDADE.
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--DETECCAO DE FRAUDE DE PAGAMENTO (AC00FRAU)--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 0020-LER-PARAMETROS
           PERFORM 0030-LER-DATA-PAGAMENTO

           COMPUTE WS-MESES-ABSOLUTOS = WS-HOJE-ANO * 12
               + WS-HOJE-MES - 1 - WS-MESES-INATIVO
           DIVIDE WS-MESES-ABSOLUTOS BY 12 GIVING WS-CORTE-ANO
               REMAINDER WS-RESTO-MESES
           COMPUTE WS-CORTE-MES = WS-RESTO-MESES + 1
           MOVE 01 TO WS-CORTE-DIA
           MOVE WS-DATA-CORTE(1:6) TO WS-COMPETENCIA-CORTE
           DISPLAY 'CONTA ALTERADA A MENOS DE ' WS-DIAS-CONTA
               ' DIA(S) DO PAGAMENTO DE ' WS-DATA-PAGAMENTO
           DISPLAY 'SEM ATIVIDADE DESDE ' WS-DATA-CORTE ' ('
               WS-MESES-INATIVO ' MESES)'

           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 0010-ABRIR-FUNCIONARIOS
               UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL

           OPEN OUTPUT EXCECAO-ARQ
           IF WS-FS-EXCECAO NOT = '00'
               MOVE WS-FS-EXCECAO TO WS-FILE-STATUS
               MOVE 'AC00FEXC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
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

       0020-LER-PARAMETROS.
           OPEN INPUT PARAMETRO-ARQ
           IF WS-FS-PARAMETRO = '35'
               DISPLAY 'AC00FPRM NAO ENCONTRADO - ASSUMIDOS 30 DIAS '
                   'PARA CONTA ALTERADA E 6 MESES SEM ATIVIDADE'
           ELSE
               IF WS-FS-PARAMETRO NOT = '00'
                   MOVE WS-FS-PARAMETRO TO WS-FILE-STATUS
                   MOVE 'AC00FPRM' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               READ PARAMETRO-ARQ
                   NOT AT END
                       IF PRM-DIAS-CONTA NUMERIC
                           AND PRM-DIAS-CONTA > ZERO
                           MOVE PRM-DIAS-CONTA TO WS-DIAS-CONTA
                       END-IF
                       IF PRM-MESES-INATIVO NUMERIC
                           AND PRM-MESES-INATIVO > ZERO
                           MOVE PRM-MESES-INATIVO TO WS-MESES-INATIVO
                       END-IF
               END-READ
               CLOSE PARAMETRO-ARQ
           END-IF
           EXIT.

       0030-LER-DATA-PAGAMENTO.
           MOVE WS-DATA-HOJE TO WS-DATA-PAGAMENTO
           OPEN INPUT DATA-PAGTO-ARQ
           IF WS-FS-DATA-PAGTO = '35'
               DISPLAY 'MOVEDTPG NAO ENCONTRADO - JANELA DE CONTA '
                   'ALTERADA CONTADA ATE A DATA DE HOJE'
           ELSE
               IF WS-FS-DATA-PAGTO NOT = '00'
                   MOVE WS-FS-DATA-PAGTO TO WS-FILE-STATUS
                   MOVE 'MOVEDTPG' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               READ DATA-PAGTO-ARQ
                   NOT AT END
                       IF DTP-DATA-PAGAMENTO NUMERIC
                           AND DTP-DATA-PAGAMENTO > ZERO
                           MOVE DTP-DATA-PAGAMENTO
                               TO WS-DATA-PAGAMENTO
                       END-IF
               END-READ
               CLOSE DATA-PAGTO-ARQ
           END-IF
           EXIT.

       1000-VERIFICAR-CONTAS-DUPLICADAS.
           OPEN INPUT AC00-ARQ-BANCARIO
           IF WS-FS-BANCARIO = '35'
               DISPLAY 'AC00BANC NAO ENCONTRADO - CONTAS DUPLICADAS '
                   'NAO VERIFICADAS'
           ELSE
               IF WS-FS-BANCARIO NOT = '00'
                   MOVE WS-FS-BANCARIO TO WS-FILE-STATUS
                   MOVE 'AC00BANC' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-NAO-FIM-ARQUIVO TO TRUE
               PERFORM 1050-LER-BANCARIO
               PERFORM 1100-VERIFICAR-UMA-CONTA UNTIL WS-FIM-ARQUIVO
               CLOSE AC00-ARQ-BANCARIO
           END-IF
           EXIT.

       1050-LER-BANCARIO.
           READ AC00-ARQ-BANCARIO
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
           END-READ
           EXIT.

       1100-VERIFICAR-UMA-CONTA.
           ADD 1 TO WS-TOTAL-CONTAS-LIDAS
           IF BNC-CONTA > ZERO
               SET WS-CONTA-NAO-ACHADA TO TRUE
               MOVE 1 TO WS-SUB-CONTA
               PERFORM 1150-COMPARAR-CONTA-TABELA
                   UNTIL WS-SUB-CONTA > WS-QTD-CONTAS
                   OR WS-CONTA-ACHADA
               IF WS-CONTA-ACHADA
                   ADD 1 TO WS-TOTAL-CONTA-DUPLICADA
                   MOVE 'CTAD' TO EXC-COD-MOTIVO
                   MOVE 'MESMA CONTA EM OUTRA MATRICULA'
                       TO EXC-DESC-MOTIVO
                   MOVE BNC-MATRICULA TO EXC-MATRICULA
                   MOVE CTT-MATRICULA(WS-SUB-CONTA)
                       TO EXC-MATRICULA-REF
                   MOVE BNC-BANCO TO DCT-BANCO
                   MOVE BNC-AGENCIA TO DCT-AGENCIA
                   MOVE BNC-CONTA TO DCT-CONTA
                   MOVE WS-DETALHE-CONTA TO EXC-DETALHE
                   PERFORM 8000-GRAVAR-EXCECAO
                   DISPLAY 'CONTA ' WS-DETALHE-CONTA ' NAS MATRICULAS '
                       CTT-MATRICULA(WS-SUB-CONTA) ' E ' BNC-MATRICULA
               ELSE
                   IF WS-QTD-CONTAS < WS-MAX-CONTAS
                       ADD 1 TO WS-QTD-CONTAS
                       MOVE BNC-BANCO TO CTT-BANCO(WS-QTD-CONTAS)
                       MOVE BNC-AGENCIA TO CTT-AGENCIA(WS-QTD-CONTAS)
                       MOVE BNC-CONTA TO CTT-CONTA(WS-QTD-CONTAS)
                       MOVE BNC-MATRICULA
                           TO CTT-MATRICULA(WS-QTD-CONTAS)
                   ELSE
                       DISPLAY 'ATENCAO: TABELA DE CONTAS CHEIA ('
                           WS-MAX-CONTAS ') - CONTA FORA DA CHECAGEM '
                           'DE DUPLICIDADE: MATRICULA ' BNC-MATRICULA
                   END-IF
               END-IF
           END-IF
           PERFORM 1050-LER-BANCARIO
           EXIT.

       1150-COMPARAR-CONTA-TABELA.
           IF CTT-BANCO(WS-SUB-CONTA) = BNC-BANCO
               AND CTT-AGENCIA(WS-SUB-CONTA) = BNC-AGENCIA
               AND CTT-CONTA(WS-SUB-CONTA) = BNC-CONTA
               SET WS-CONTA-ACHADA TO TRUE
           ELSE
               ADD 1 TO WS-SUB-CONTA
           END-IF
           EXIT.

       2000-VERIFICAR-EVENTOS.
           OPEN INPUT EVENTO-ARQ
           IF WS-FS-EVENTO = '35'
               DISPLAY 'AC00HEVT NAO ENCONTRADO - SEM HISTORICO DE '
                   'ALTERACOES DE CONTA E DE CADASTRO'
           ELSE
               IF WS-FS-EVENTO NOT = '00'
                   MOVE WS-FS-EVENTO TO WS-FILE-STATUS
                   MOVE 'AC00HEVT' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-NAO-FIM-ARQUIVO TO TRUE
               PERFORM 2050-LER-EVENTO
               PERFORM 2100-VERIFICAR-UM-EVENTO UNTIL WS-FIM-ARQUIVO
               CLOSE EVENTO-ARQ
           END-IF
           EXIT.

       2050-LER-EVENTO.
           READ EVENTO-ARQ
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
           END-READ
           EXIT.

       2100-VERIFICAR-UM-EVENTO.
           IF EVT-DATA NUMERIC AND EVT-DATA > ZERO
               IF EVT-TIPO = 'BNCI' OR EVT-TIPO = 'BNCA'
                   IF EVT-DATA NOT > WS-DATA-PAGAMENTO
                       COMPUTE WS-DIAS-ANTES-PAGTO =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-PAGAMENTO)
                           - FUNCTION INTEGER-OF-DATE(EVT-DATA)
                       IF WS-DIAS-ANTES-PAGTO NOT > WS-DIAS-CONTA
                           ADD 1 TO WS-TOTAL-CONTA-RECENTE
                           MOVE 'CTAR' TO EXC-COD-MOTIVO
                           MOVE 'CONTA ALTERADA PERTO DO PAGTO'
                               TO EXC-DESC-MOTIVO
                           MOVE EVT-MATRICULA TO EXC-MATRICULA
                           MOVE ZERO TO EXC-MATRICULA-REF
                           MOVE EVT-TIPO TO DDI-TIPO
                           MOVE WS-DIAS-ANTES-PAGTO TO DDI-DIAS
                           MOVE WS-DETALHE-DIAS TO EXC-DETALHE
                           PERFORM 8000-GRAVAR-EXCECAO
                       END-IF
                   END-IF
               ELSE
                   IF EVT-TIPO NOT = 'BNCE'
                       AND EVT-DATA NOT < WS-DATA-CORTE
                       MOVE EVT-MATRICULA TO WS-MATRICULA-ATIVIDADE
                       PERFORM 7000-REGISTRAR-ATIVIDADE
                   END-IF
               END-IF
           END-IF
           PERFORM 2050-LER-EVENTO
           EXIT.

       3000-CARREGAR-FREQUENCIA.
           OPEN INPUT FREQUENCIA-ARQ
           IF WS-FS-FREQUENCIA = '35'
               DISPLAY 'MOVEFREQ NAO ENCONTRADO - FREQUENCIA DO MES '
                   'NAO CONSIDERADA'
           ELSE
               IF WS-FS-FREQUENCIA NOT = '00'
                   MOVE WS-FS-FREQUENCIA TO WS-FILE-STATUS
                   MOVE 'MOVEFREQ' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-NAO-FIM-ARQUIVO TO TRUE
               PERFORM 3050-LER-FREQUENCIA
               PERFORM 3100-REGISTRAR-FREQUENCIA UNTIL WS-FIM-ARQUIVO
               CLOSE FREQUENCIA-ARQ
           END-IF

           OPEN INPUT ARQUIVO-CTRC-ARQ
           IF WS-FS-ARQUIVO-CTRC = '35'
               DISPLAY 'MOVECTRA NAO ENCONTRADO - HISTORICO DE '
                   'FREQUENCIA NAO CONSIDERADO'
           ELSE
               IF WS-FS-ARQUIVO-CTRC NOT = '00'
                   MOVE WS-FS-ARQUIVO-CTRC TO WS-FILE-STATUS
                   MOVE 'MOVECTRA' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-NAO-FIM-ARQUIVO TO TRUE
               PERFORM 3150-LER-CONTRACHEQUE
               PERFORM 3200-REGISTRAR-CONTRACHEQUE
                   UNTIL WS-FIM-ARQUIVO
               CLOSE ARQUIVO-CTRC-ARQ
           END-IF
           EXIT.

       3050-LER-FREQUENCIA.
           READ FREQUENCIA-ARQ
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
           END-READ
           EXIT.

       3100-REGISTRAR-FREQUENCIA.
           MOVE FRQ-MATRICULA TO WS-MATRICULA-ATIVIDADE
           PERFORM 7000-REGISTRAR-ATIVIDADE
           PERFORM 3050-LER-FREQUENCIA
           EXIT.

       3150-LER-CONTRACHEQUE.
           READ ARQUIVO-CTRC-ARQ NEXT
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
           END-READ
           EXIT.

       3200-REGISTRAR-CONTRACHEQUE.
           IF CTA-COMPETENCIA NOT < WS-COMPETENCIA-CORTE
               AND (CTA-VALOR-HORA-EXTRA > ZERO
               OR CTA-VALOR-FALTAS > ZERO
               OR (CTA-ADICIONAL-NOTURNO NUMERIC
               AND CTA-ADICIONAL-NOTURNO > ZERO))
               MOVE CTA-MATRICULA TO WS-MATRICULA-ATIVIDADE
               PERFORM 7000-REGISTRAR-ATIVIDADE
           END-IF
           PERFORM 3150-LER-CONTRACHEQUE
           EXIT.

       4000-VERIFICAR-BORDERO.
           PERFORM 4010-CARREGAR-ROSTER
           OPEN INPUT BORDERO-ARQ
           IF WS-FS-BORDERO = '35'
               DISPLAY 'MOVEBORD NAO ENCONTRADO - CREDITOS DO '
                   'BORDERO NAO VERIFICADOS'
           ELSE
               IF WS-FS-BORDERO NOT = '00'
                   MOVE WS-FS-BORDERO TO WS-FILE-STATUS
                   MOVE 'MOVEBORD' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-NAO-FIM-ARQUIVO TO TRUE
               PERFORM 4050-LER-BORDERO
               PERFORM 4100-VERIFICAR-UM-CREDITO UNTIL WS-FIM-ARQUIVO
               CLOSE BORDERO-ARQ
           END-IF
           EXIT.

       4010-CARREGAR-ROSTER.
           OPEN INPUT ROSTER-ARQ
           IF WS-FS-ROSTER = '35'
               SET WS-ROSTER-AUSENTE TO TRUE
               DISPLAY 'MOVEORD NAO ENCONTRADO - CREDITO SEM LINHA '
                   'NO QUADRO NAO VERIFICADO'
           ELSE
               IF WS-FS-ROSTER NOT = '00'
                   MOVE WS-FS-ROSTER TO WS-FILE-STATUS
                   MOVE 'MOVEORD' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-ROSTER-LIDO TO TRUE
               SET WS-NAO-FIM-ARQUIVO TO TRUE
               PERFORM 4020-LER-ROSTER
               PERFORM 4030-GUARDAR-ROSTER UNTIL WS-FIM-ARQUIVO
               CLOSE ROSTER-ARQ
           END-IF
           EXIT.

       4020-LER-ROSTER.
           READ ROSTER-ARQ
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
           END-READ
           EXIT.

       4030-GUARDAR-ROSTER.
           IF WS-QTD-ROSTER < WS-MAX-ROSTER
               ADD 1 TO WS-QTD-ROSTER
               MOVE ROS-MATRICULA TO ROT-MATRICULA(WS-QTD-ROSTER)
           ELSE
               DISPLAY 'ATENCAO: TABELA DO QUADRO CHEIA ('
                   WS-MAX-ROSTER ') - MATRICULA ' ROS-MATRICULA
                   ' FORA DO CRUZAMENTO COM O BORDERO'
           END-IF
           PERFORM 4020-LER-ROSTER
           EXIT.

       4050-LER-BORDERO.
           READ BORDERO-ARQ INTO WS-REG-BORDERO
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
           END-READ
           EXIT.

       4100-VERIFICAR-UM-CREDITO.
           EVALUATE BRD-H-TIPO
               WHEN '0'
                   MOVE BRD-H-COMPETENCIA TO WS-COMPETENCIA-BORDERO
                   COMPUTE WS-INICIO-COMPETENCIA =
                       WS-COMPETENCIA-BORDERO * 100 + 1
               WHEN '1'
                   ADD 1 TO WS-TOTAL-CREDITOS-LIDOS
                   PERFORM 4200-VERIFICAR-CADASTRO-CREDITO
                   IF WS-ROSTER-LIDO
                       PERFORM 4300-VERIFICAR-ROSTER-CREDITO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 4050-LER-BORDERO
           EXIT.

       4200-VERIFICAR-CADASTRO-CREDITO.
           MOVE BRD-D-MATRICULA TO EXC-MATRICULA
           MOVE ZERO TO EXC-MATRICULA-REF
           MOVE BRD-D-VALOR-LIQUIDO TO DVL-VALOR
           MOVE WS-DETALHE-VALOR TO EXC-DETALHE
           MOVE BRD-D-MATRICULA TO FUNC-MATRICULA
           READ AC00-ARQ-FUNCIONARIOS
               INVALID KEY
                   SET WS-FUNCIONARIO-NAO-ACHADO TO TRUE
               NOT INVALID KEY
                   SET WS-FUNCIONARIO-ACHADO TO TRUE
           END-READ
           IF WS-FUNCIONARIO-NAO-ACHADO
               ADD 1 TO WS-TOTAL-CREDITO-SEM-FUNC
               MOVE 'BSFU' TO EXC-COD-MOTIVO
               MOVE 'CREDITO SEM CADASTRO AC00FUNC'
                   TO EXC-DESC-MOTIVO
               PERFORM 8000-GRAVAR-EXCECAO
           ELSE
               IF (FUNC-INATIVO AND FUNC-DATA-DEMISSAO = ZERO)
                   OR (FUNC-DATA-DEMISSAO > ZERO
                   AND FUNC-DATA-DEMISSAO < WS-INICIO-COMPETENCIA)
                   ADD 1 TO WS-TOTAL-CREDITO-INATIVO
                   MOVE 'BINA' TO EXC-COD-MOTIVO
                   MOVE 'CREDITO P/ INATIVO OU DEMITIDO'
                       TO EXC-DESC-MOTIVO
                   PERFORM 8000-GRAVAR-EXCECAO
               END-IF
           END-IF
           EXIT.

       4300-VERIFICAR-ROSTER-CREDITO.
           SET WS-ROSTER-NAO-ACHADO TO TRUE
           MOVE 1 TO WS-SUB-ROSTER
           PERFORM 4350-COMPARAR-ROSTER
               UNTIL WS-SUB-ROSTER > WS-QTD-ROSTER
               OR WS-ROSTER-ACHADO
           IF WS-ROSTER-NAO-ACHADO
               ADD 1 TO WS-TOTAL-CREDITO-SEM-ROSTER
               MOVE 'BSRO' TO EXC-COD-MOTIVO
               MOVE 'CREDITO SEM LINHA NO MOVEORD'
                   TO EXC-DESC-MOTIVO
               PERFORM 8000-GRAVAR-EXCECAO
           END-IF
           EXIT.

       4350-COMPARAR-ROSTER.
           IF ROT-MATRICULA(WS-SUB-ROSTER) = BRD-D-MATRICULA
               SET WS-ROSTER-ACHADO TO TRUE
           ELSE
               ADD 1 TO WS-SUB-ROSTER
           END-IF
           EXIT.

       5000-VERIFICAR-SEM-ATIVIDADE.
           IF WS-TABELA-ATIV-CHEIA
               DISPLAY 'ATENCAO: TABELA DE ATIVIDADE CHEIA ('
                   WS-MAX-ATIVIDADE ') - VERIFICACAO DE FUNCIONARIO '
                   'SEM ATIVIDADE NAO REALIZADA'
           ELSE
               MOVE ZERO TO FUNC-MATRICULA
               START AC00-ARQ-FUNCIONARIOS
                   KEY IS NOT LESS THAN FUNC-MATRICULA
                   INVALID KEY
                       SET WS-FIM-ARQUIVO TO TRUE
                   NOT INVALID KEY
                       SET WS-NAO-FIM-ARQUIVO TO TRUE
               END-START
               IF WS-NAO-FIM-ARQUIVO
                   PERFORM 5050-LER-FUNCIONARIO
               END-IF
               PERFORM 5100-VERIFICAR-UM-FUNCIONARIO
                   UNTIL WS-FIM-ARQUIVO
           END-IF
           EXIT.

       5050-LER-FUNCIONARIO.
           READ AC00-ARQ-FUNCIONARIOS NEXT
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
           END-READ
           EXIT.

       5100-VERIFICAR-UM-FUNCIONARIO.
           IF FUNC-ATIVO AND FUNC-DATA-ADMISSAO < WS-DATA-CORTE
               MOVE FUNC-MATRICULA TO WS-MATRICULA-ATIVIDADE
               PERFORM 7100-LOCALIZAR-ATIVIDADE
               IF WS-ATIVIDADE-NAO-ACHADA
                   ADD 1 TO WS-TOTAL-SEM-ATIVIDADE
                   MOVE 'SATV' TO EXC-COD-MOTIVO
                   MOVE 'SEM EVENTO/FREQUENCIA NO PERIODO'
                       TO EXC-DESC-MOTIVO
                   MOVE FUNC-MATRICULA TO EXC-MATRICULA
                   MOVE ZERO TO EXC-MATRICULA-REF
                   MOVE FUNC-NOME TO EXC-DETALHE
                   PERFORM 8000-GRAVAR-EXCECAO
               END-IF
           END-IF
           PERFORM 5050-LER-FUNCIONARIO
           EXIT.

       7000-REGISTRAR-ATIVIDADE.
           PERFORM 7100-LOCALIZAR-ATIVIDADE
           IF WS-ATIVIDADE-NAO-ACHADA
               IF WS-QTD-ATIVIDADE < WS-MAX-ATIVIDADE
                   ADD 1 TO WS-QTD-ATIVIDADE
                   MOVE WS-MATRICULA-ATIVIDADE
                       TO ATV-MATRICULA(WS-QTD-ATIVIDADE)
               ELSE
                   SET WS-TABELA-ATIV-CHEIA TO TRUE
               END-IF
           END-IF
           EXIT.

       7100-LOCALIZAR-ATIVIDADE.
           SET WS-ATIVIDADE-NAO-ACHADA TO TRUE
           MOVE 1 TO WS-SUB-ATIVIDADE
           PERFORM 7150-COMPARAR-ATIVIDADE
               UNTIL WS-SUB-ATIVIDADE > WS-QTD-ATIVIDADE
               OR WS-ATIVIDADE-ACHADA
           EXIT.

       7150-COMPARAR-ATIVIDADE.
           IF ATV-MATRICULA(WS-SUB-ATIVIDADE) = WS-MATRICULA-ATIVIDADE
               SET WS-ATIVIDADE-ACHADA TO TRUE
           ELSE
               ADD 1 TO WS-SUB-ATIVIDADE
           END-IF
           EXIT.

       8000-GRAVAR-EXCECAO.
           MOVE WS-DATA-HOJE TO EXC-DATA-PROCESSAMENTO
           WRITE REG-EXCECAO FROM WS-REG-EXCECAO
           ADD 1 TO WS-TOTAL-EXCECOES
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           CLOSE AC00-ARQ-FUNCIONARIOS
           CLOSE EXCECAO-ARQ

           DISPLAY SPACES
           DISPLAY 'CONTAS BANCARIAS LIDAS.........: '
               WS-TOTAL-CONTAS-LIDAS
           DISPLAY 'CREDITOS DO BORDERO LIDOS......: '
               WS-TOTAL-CREDITOS-LIDOS
           DISPLAY 'OCORRENCIAS GRAVADAS (AC00FEXC): '
               WS-TOTAL-EXCECOES
           DISPLAY '  CONTA EM MAIS DE UMA MATRICULA: '
               WS-TOTAL-CONTA-DUPLICADA
           DISPLAY '  CONTA ALTERADA PERTO DO PAGTO.: '
               WS-TOTAL-CONTA-RECENTE
           DISPLAY '  CREDITO P/ INATIVO/DEMITIDO...: '
               WS-TOTAL-CREDITO-INATIVO
           DISPLAY '  CREDITO SEM CADASTRO AC00FUNC.: '
               WS-TOTAL-CREDITO-SEM-FUNC
           DISPLAY '  CREDITO SEM LINHA NO MOVEORD..: '
               WS-TOTAL-CREDITO-SEM-ROSTER
           DISPLAY '  SEM EVENTO/FREQUENCIA.........: '
               WS-TOTAL-SEM-ATIVIDADE
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
