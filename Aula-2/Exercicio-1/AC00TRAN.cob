      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00TRAN.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00TRAN
      *OBJETIVO   : TRANSFERIR UM FUNCIONARIO ENTRE EMPRESAS DO GRUPO
      *             (CADASTRO AC00EMPR) SEM DEMISSAO E READMISSAO: A
      *             MATRICULA E MANTIDA E SO FUNC-EMPRESA MUDA, DE
      *             MODO QUE A DATA DE ADMISSAO (TEMPO DE CASA DO
      *             AC00BON), OS SALDOS DE PROVISAO DO MOVEPROV, O
      *             ACUMULADO ANUAL MOVEANUA, O EMPRESTIMO ATIVO DA
      *             CARTEIRA OPEREMPR E OS BENEFICIOS DO AC00BENE -
      *             TODOS CHAVEADOS PELA MATRICULA - SEGUEM COM O
      *             FUNCIONARIO. GRAVA O EVENTO 'TRF ' NO HISTORICO
      *             AC00HEVT (EMPRESA ANTIGA; EMPRESA NOVA E DATA
      *             EFETIVA) E O RELATORIO AC00TRFL COM OS PASSIVOS
      *             PASSADOS DE UM CNPJ PARA O OUTRO, PARA O
      *             LANCAMENTO INTERCOMPANHIA DA CONTABILIDADE. EXIGE
      *             OPERADOR NIVEL 3 NA SESSAO SETSESS E A APROVACAO
      *             DE UM SEGUNDO OPERADOR NIVEL 3 DO SETOPER; RECUSA
      *             A MATRICULA COM ALTERACAO DE EMPRESA PENDENTE NO
      *             AC00PEND
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *15/10/2026 MLBF    LAYOUT DE REG-BENEFICIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO BEN-VALOR-VT-DIA (CUSTO
      *                   DIARIO DA RECARGA DO VALE TRANSPORTE, BASE DO
      *                   PEDIDO AO FORNECEDOR GERADO POR AC00PBEN)
      *                   INCLUIDO EM AC00BENE
      *15/10/2026 MLBF    A TRANSFERENCIA PASSA A EXIGIR A APROVACAO DE
      *                   UM SEGUNDO OPERADOR NIVEL 3, DIFERENTE DO DA
      *                   SESSAO E CONFERIDO NO CADASTRO SETOPER COMO NO
      *                   SIGN-ON DO DRIVER; O APROVADOR VAI PARA
      *                   EVT-OPERADOR-APROV DO EVENTO 'TRF ' E, COM O
      *                   SOLICITANTE, PARA O RELATORIO AC00TRFL. A
      *                   MATRICULA COM ALTERACAO DE EMPRESA ('EMPR')
      *                   AINDA PENDENTE NO AC00PEND E RECUSADA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AC00-ARQ-FUNCIONARIOS ASSIGN TO "AC00FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               ALTERNATE RECORD KEY IS FUNC-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT EMPRESA-ARQ ASSIGN TO "AC00EMPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EPR-CODIGO
               FILE STATUS IS WS-FS-EMPRESA.

           SELECT PROVISAO-ARQ ASSIGN TO "MOVEPROV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-MATRICULA
               FILE STATUS IS WS-FS-PROVISAO.

           SELECT EMPRESTIMO-ARQ ASSIGN TO "OPEREMPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WS-FS-EMPRESTIMO.

           SELECT BENEFICIO-ARQ ASSIGN TO "AC00BENE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-MATRICULA
               FILE STATUS IS WS-FS-BENEFICIO.

           SELECT EVENTO-ARQ ASSIGN TO "AC00HEVT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EVENTO.

           SELECT SESSAO-ARQ ASSIGN TO "SETSESS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESSAO.

           SELECT RELATORIO-ARQ ASSIGN TO "AC00TRFL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT OPERADOR-ARQ ASSIGN TO "SETOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-FS-OPERADOR.

           SELECT PENDENCIA-ARQ ASSIGN TO "AC00PEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WS-FS-PENDENCIAS.

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

       FD  EMPRESA-ARQ.
       01 REG-EMPRESA.
           05 EPR-CODIGO PIC 9(03).
           05 EPR-CNPJ PIC 9(14).
           05 EPR-NOME PIC X(30).

       FD  PROVISAO-ARQ.
       01 REG-PROVISAO.
           05 PRV-MATRICULA PIC 9(06).
           05 FILLER PIC X.
           05 PRV-NOME PIC X(20).
           05 FILLER PIC X.
           05 PRV-QTD-MESES PIC 9(03).
           05 FILLER PIC X.
           05 PRV-SALDO-13 PIC 9(09)V99.
           05 FILLER PIC X.
           05 PRV-SALDO-FERIAS PIC 9(09)V99.

       FD  EMPRESTIMO-ARQ.
       01 REG-EMPRESTIMO.
           05 EMP-MATRICULA PIC 9(06).
           05 EMP-CAPITAL PIC 9(7)V99.
           05 EMP-TAXA PIC 9V9999.
           05 EMP-PRAZO PIC 99.
           05 EMP-PRESTACAO PIC 9(7)V99.
           05 EMP-PARCELAS-PAGAS PIC 99.
           05 EMP-SALDO-DEVEDOR PIC 9(9)V99.
           05 EMP-SITUACAO PIC X(01).
               88 EMP-ATIVO VALUE 'A'.
               88 EMP-QUITADO VALUE 'Q'.
               88 EMP-EM-COBRANCA VALUE 'C'.
           05 EMP-SISTEMA-AMORTIZACAO PIC X(01).
               88 EMP-SISTEMA-PRICE VALUE 'P' ' '.
               88 EMP-SISTEMA-SAC VALUE 'S'.
           05 EMP-COMPETENCIA-INICIO PIC 9(06).

       FD  BENEFICIO-ARQ.
       01 REG-BENEFICIO.
           05 BEN-MATRICULA PIC 9(06).
           05 BEN-IND-VT PIC X(01).
               88 BEN-TEM-VT VALUE 'S'.
           05 BEN-IND-VR PIC X(01).
               88 BEN-TEM-VR VALUE 'S'.
           05 BEN-VALOR-VR PIC 9(5)V99.
           05 BEN-VALOR-VT-DIA PIC 9(3)V99.

       FD  EVENTO-ARQ.
       01 REG-EVENTO PIC X(87).

       FD  SESSAO-ARQ.
       01 REG-SESSAO.
           05 SES-OPERADOR PIC X(08).
           05 FILLER PIC X.
           05 SES-NOME PIC X(20).
           05 FILLER PIC X.
           05 SES-NIVEL PIC 9.
           05 FILLER PIC X.
           05 SES-DATA PIC 9(08).
           05 FILLER PIC X.
           05 SES-HORA PIC 9(06).

       FD  RELATORIO-ARQ.
       01 REG-RELATORIO PIC X(80).

       FD  OPERADOR-ARQ.
       01 REG-OPERADOR.
           05 OPE-ID PIC X(08).
           05 OPE-NOME PIC X(20).
           05 OPE-NIVEL PIC 9.

       FD  PENDENCIA-ARQ.
       01 REG-PENDENCIA.
           05 PND-CHAVE.
               10 PND-MATRICULA PIC 9(06).
               10 PND-DATA-SOLIC PIC 9(08).
               10 PND-HORA-SOLIC PIC 9(06).
               10 PND-TIPO PIC X(04).
           05 PND-VALOR-ANTIGO PIC X(20).
           05 PND-VALOR-NOVO PIC X(20).
           05 PND-NOVO-EMPRESA REDEFINES PND-VALOR-NOVO.
               10 PND-EMPRESA-NOVA PIC 9(03).
               10 FILLER PIC X(17).
           05 PND-OPERADOR-SOLIC PIC X(08).
           05 PND-SITUACAO PIC X(01).
               88 PND-PENDENTE VALUE 'P'.
               88 PND-APROVADA VALUE 'A'.
               88 PND-REJEITADA VALUE 'R'.
           05 PND-OPERADOR-APROV PIC X(08).
           05 PND-DATA-APROV PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-REG-EVENTO.
           05 EVT-MATRICULA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-DATA PIC 9(08) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-HORA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-TIPO PIC X(04) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-VALOR-ANTIGO PIC X(20) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-VALOR-NOVO PIC X(20) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-OPERADOR PIC X(08) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-OPERADOR-APROV PIC X(08) VALUE SPACES.

       01 WS-EVT-EMPRESA-ANTIGA.
           05 EEA-EMPRESA PIC 9(03) VALUE ZERO.
           05 FILLER PIC X(17) VALUE SPACES.

       01 WS-EVT-EMPRESA-NOVA.
           05 EEN-EMPRESA PIC 9(03) VALUE ZERO.
           05 FILLER PIC X(04) VALUE ' EM '.
           05 EEN-DATA-EFETIVA PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(05) VALUE SPACES.

       01 WS-AREA-SESSAO.
           05 WS-OPERADOR-SESSAO PIC X(08) VALUE SPACES.
           05 WS-NIVEL-OPERADOR PIC 9 VALUE 1.
           05 WS-OPERADOR-APROVADOR PIC X(08) VALUE SPACES.

       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
       01 WS-DATA-HOJE-RED REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO PIC 9(04).
           05 WS-HOJE-MES PIC 9(02).
           05 WS-HOJE-DIA PIC 9(02).
       01 WS-HORA-COMPLETA PIC 9(08) VALUE ZERO.

       01 WS-AREA-TRANSFERENCIA.
           05 WS-MATRICULA PIC 9(06) VALUE ZERO.
           05 WS-EMPRESA-ORIGEM PIC 9(03) VALUE ZERO.
           05 WS-EMPRESA-DESTINO PIC 9(03) VALUE ZERO.
           05 WS-NOME-ORIGEM PIC X(30) VALUE SPACES.
           05 WS-CNPJ-ORIGEM PIC 9(14) VALUE ZERO.
           05 WS-NOME-DESTINO PIC X(30) VALUE SPACES.
           05 WS-CNPJ-DESTINO PIC 9(14) VALUE ZERO.
           05 WS-DATA-EFETIVA-INFORMADA PIC 9(08) VALUE ZERO.
           05 WS-DATA-EFETIVA-INF-R
               REDEFINES WS-DATA-EFETIVA-INFORMADA.
               10 WS-EFE-DIA PIC 9(02).
               10 WS-EFE-MES PIC 9(02).
               10 WS-EFE-ANO PIC 9(04).
           05 WS-DATA-EFETIVA PIC 9(08) VALUE ZERO.
           05 WS-CONFIRMACAO PIC X(01) VALUE SPACE.
               88 WS-CONFIRMADA VALUE 'S' 's'.
           05 WS-IND-TRANSFERENCIA-VALIDA PIC X(01) VALUE 'N'.
               88 WS-TRANSFERENCIA-VALIDA VALUE 'S'.
               88 WS-TRANSFERENCIA-INVALIDA VALUE 'N'.

       01 WS-AREA-PASSIVOS.
           05 WS-QTD-MESES-PROVISAO PIC 9(03) VALUE ZERO.
           05 WS-SALDO-13 PIC 9(09)V99 VALUE ZERO.
           05 WS-SALDO-FERIAS PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-PASSIVOS PIC 9(09)V99 VALUE ZERO.
           05 WS-SALDO-EMPRESTIMO PIC 9(09)V99 VALUE ZERO.
           05 WS-PARCELAS-PAGAS PIC 9(02) VALUE ZERO.
           05 WS-PRAZO-EMPRESTIMO PIC 9(02) VALUE ZERO.
           05 WS-IND-EMPRESTIMO-ATIVO PIC X(01) VALUE 'N'.
               88 WS-EMPRESTIMO-ATIVO VALUE 'S'.
               88 WS-SEM-EMPRESTIMO-ATIVO VALUE 'N'.
           05 WS-IND-VT PIC X(01) VALUE 'N'.
           05 WS-IND-VR PIC X(01) VALUE 'N'.
           05 WS-VALOR-VR PIC 9(5)V99 VALUE ZERO.

       01 WS-AREA-DATAVALD.
           05 WS-DTV-DATA.
               10 WS-DTV-DIA PIC 9(02) VALUE ZERO.
               10 WS-DTV-MES PIC 9(02) VALUE ZERO.
               10 WS-DTV-ANO PIC 9(04) VALUE ZERO.
               10 WS-DTV-ANO-MINIMO PIC 9(04) VALUE 1900.
               10 WS-DTV-ANO-MAXIMO PIC 9(04) VALUE 9999.
           05 WS-DTV-IND-VALIDA PIC X(01) VALUE 'N'.
               88 WS-DATA-EFETIVA-VALIDA VALUE 'S'.
               88 WS-DATA-EFETIVA-INVALIDA VALUE 'N'.
           05 WS-DTV-COD-MOTIVO PIC X(04) VALUE SPACES.

       01 WS-DATA-EDICAO PIC 9(08) VALUE ZERO.
       01 WS-DATA-EDICAO-R REDEFINES WS-DATA-EDICAO.
           05 WS-EDI-ANO PIC 9(04).
           05 WS-EDI-MES PIC 9(02).
           05 WS-EDI-DIA PIC 9(02).

       01 WS-DATA-FORMATADA.
           05 DTF-DIA PIC 9(02) VALUE ZERO.
           05 FILLER PIC X(01) VALUE '/'.
           05 DTF-MES PIC 9(02) VALUE ZERO.
           05 FILLER PIC X(01) VALUE '/'.
           05 DTF-ANO PIC 9(04) VALUE ZERO.

       01 WS-AREA-CONTADORES.
           05 WS-QTD-TRANSFERENCIAS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-RECUSADAS PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-GERAL-PASSIVOS PIC 9(11)V99 VALUE ZERO.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-EMPRESA PIC X(02) VALUE '00'.
           05 WS-FS-PROVISAO PIC X(02) VALUE '00'.
           05 WS-FS-EMPRESTIMO PIC X(02) VALUE '00'.
           05 WS-FS-BENEFICIO PIC X(02) VALUE '00'.
           05 WS-FS-EVENTO PIC X(02) VALUE '00'.
           05 WS-FS-SESSAO PIC X(02) VALUE '00'.
           05 WS-FS-RELATORIO PIC X(02) VALUE '00'.
           05 WS-FS-OPERADOR PIC X(02) VALUE '00'.
           05 WS-FS-PENDENCIAS PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-ARQUIVOS-ABERTOS PIC X(01) VALUE 'N'.
               88 WS-ARQUIVOS-ABERTOS VALUE 'S'.
               88 WS-ARQUIVOS-FECHADOS VALUE 'N'.
           05 WS-IND-PROVISAO-ABERTO PIC X(01) VALUE 'N'.
               88 WS-PROVISAO-ABERTO VALUE 'S'.
           05 WS-IND-EMPRESTIMO-ABERTO PIC X(01) VALUE 'N'.
               88 WS-EMPRESTIMO-ABERTO VALUE 'S'.
           05 WS-IND-BENEFICIO-ABERTO PIC X(01) VALUE 'N'.
               88 WS-BENEFICIO-ABERTO VALUE 'S'.
           05 WS-IND-OPERADOR-ABERTO PIC X(01) VALUE 'N'.
               88 WS-OPERADOR-ABERTO VALUE 'S'.
           05 WS-IND-PENDENCIAS-ABERTO PIC X(01) VALUE 'N'.
               88 WS-PENDENCIAS-ABERTO VALUE 'S'.
           05 WS-IND-FIM-PENDENCIA PIC X(01) VALUE 'N'.
               88 WS-FIM-PENDENCIA VALUE 'S'.
               88 WS-NAO-FIM-PENDENCIA VALUE 'N'.
           05 WS-IND-FIM-TRANSFERENCIAS PIC X(01) VALUE 'N'.
               88 WS-FIM-TRANSFERENCIAS VALUE 'S'.
               88 WS-NAO-FIM-TRANSFERENCIAS VALUE 'N'.

       01 WS-CAB-RELATORIO-1.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(31)
               VALUE 'TRANSFERENCIA ENTRE EMPRESAS - '.
           05 FILLER PIC X(35) VALUE 'PASSIVOS TRANSFERIDOS'.

       01 WS-CAB-RELATORIO-2.
           05 FILLER PIC X(09) VALUE 'EMISSAO: '.
           05 CAB-DATA PIC X(10) VALUE SPACES.
           05 FILLER PIC X(13) VALUE '   OPERADOR: '.
           05 CAB-OPERADOR PIC X(08) VALUE SPACES.
           05 FILLER PIC X(40) VALUE SPACES.

       01 WS-LINHA-SEPARADOR.
           05 FILLER PIC X(80) VALUE ALL '-'.

       01 WS-LINHA-BRANCO.
           05 FILLER PIC X(80) VALUE SPACES.

       01 WS-LINHA-FUNCIONARIO.
           05 FILLER PIC X(11) VALUE 'MATRICULA: '.
           05 LFU-MATRICULA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(08) VALUE '  NOME: '.
           05 LFU-NOME PIC X(20) VALUE SPACES.
           05 FILLER PIC X(12) VALUE '  ADMISSAO: '.
           05 LFU-ADMISSAO PIC X(10) VALUE SPACES.
           05 FILLER PIC X(13) VALUE SPACES.

       01 WS-LINHA-DATA-EFETIVA.
           05 FILLER PIC X(14) VALUE 'DATA EFETIVA: '.
           05 LDE-DATA PIC X(10) VALUE SPACES.
           05 FILLER PIC X(56) VALUE SPACES.

       01 WS-LINHA-OPERADORES.
           05 FILLER PIC X(13) VALUE 'SOLICITANTE: '.
           05 LOP-SOLICITANTE PIC X(08) VALUE SPACES.
           05 FILLER PIC X(13) VALUE '  APROVADOR: '.
           05 LOP-APROVADOR PIC X(08) VALUE SPACES.
           05 FILLER PIC X(38) VALUE SPACES.

       01 WS-LINHA-EMPRESA.
           05 LEM-ROTULO PIC X(09) VALUE SPACES.
           05 LEM-CODIGO PIC 9(03) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 LEM-NOME PIC X(30) VALUE SPACES.
           05 FILLER PIC X(07) VALUE ' CNPJ: '.
           05 LEM-CNPJ PIC 9(14) VALUE ZERO.
           05 FILLER PIC X(16) VALUE SPACES.

       01 WS-LINHA-VALOR.
           05 LVL-DESCRICAO PIC X(50) VALUE SPACES.
           05 LVL-VALOR PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(16) VALUE SPACES.

       01 WS-LINHA-TOTAL-GERAL.
           05 LTG-DESCRICAO PIC X(50) VALUE SPACES.
           05 LTG-VALOR PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(14) VALUE SPACES.

       01 WS-DESCRICAO-13.
           05 FILLER PIC X(29) VALUE 'PROVISAO DE 13O SALARIO     ('.
           05 D13-MESES PIC ZZ9 VALUE ZERO.
           05 FILLER PIC X(07) VALUE ' MESES)'.
           05 FILLER PIC X(11) VALUE SPACES.

       01 WS-LINHA-EMPRESTIMO.
           05 FILLER PIC X(24) VALUE '  PARCELAS PAGAS/PRAZO: '.
           05 LEP-PAGAS PIC Z9 VALUE ZERO.
           05 FILLER PIC X(01) VALUE '/'.
           05 LEP-PRAZO PIC Z9 VALUE ZERO.
           05 FILLER PIC X(51) VALUE
               ' - DESCONTO SEGUE NA FOLHA DA EMPRESA DE DESTINO'.

       01 WS-LINHA-BENEFICIOS.
           05 FILLER PIC X(14) VALUE 'BENEFICIOS: VT'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 LBE-VT PIC X(01) VALUE SPACE.
           05 FILLER PIC X(05) VALUE '  VR '.
           05 LBE-VR PIC X(01) VALUE SPACE.
           05 FILLER PIC X(12) VALUE '  VALOR VR: '.
           05 LBE-VALOR-VR PIC ZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       IF WS-NIVEL-OPERADOR < 3
           DISPLAY 'OPERADOR ' WS-OPERADOR-SESSAO ' SEM NIVEL PARA '
               'TRANSFERIR FUNCIONARIO ENTRE EMPRESAS (EXIGE NIVEL 3)'
       ELSE
           PERFORM 1000-ABRIR-ARQUIVOS
           IF WS-ARQUIVOS-ABERTOS
               PERFORM 2000-PROCESSAR-TRANSFERENCIA
                   UNTIL WS-FIM-TRANSFERENCIAS
           END-IF
       END-IF
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--TRANSFERENCIA ENTRE EMPRESAS (AC00TRAN)--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT SESSAO-ARQ
           IF WS-FS-SESSAO = '35'
               DISPLAY 'SETSESS NAO ENCONTRADO - FAZER O SIGN-ON '
                   'PELO DRIVER ANTES DE TRANSFERIR'
               MOVE 1 TO WS-NIVEL-OPERADOR
           ELSE
               IF WS-FS-SESSAO NOT = '00'
                   MOVE WS-FS-SESSAO TO WS-FILE-STATUS
                   MOVE 'SETSESS' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               READ SESSAO-ARQ
                   AT END
                       MOVE 1 TO WS-NIVEL-OPERADOR
                   NOT AT END
                       MOVE SES-OPERADOR TO WS-OPERADOR-SESSAO
                       MOVE SES-NIVEL TO WS-NIVEL-OPERADOR
               END-READ
               CLOSE SESSAO-ARQ
           END-IF
           EXIT.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT EMPRESA-ARQ
           IF WS-FS-EMPRESA = '35'
               DISPLAY 'AC00EMPR NAO ENCONTRADO - SEM EMPRESAS '
                   'CADASTRADAS PARA TRANSFERIR'
           ELSE
               IF WS-FS-EMPRESA NOT = '00'
                   MOVE WS-FS-EMPRESA TO WS-FILE-STATUS
                   MOVE 'AC00EMPR' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-ARQUIVOS-ABERTOS TO TRUE
               OPEN I-O AC00-ARQ-FUNCIONARIOS
               IF WS-FS-FUNCIONARIOS NOT = '00'
                   MOVE WS-FS-FUNCIONARIOS TO WS-FILE-STATUS
                   MOVE 'AC00FUNC' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               PERFORM 1100-ABRIR-SALDOS
               OPEN OUTPUT RELATORIO-ARQ
               IF WS-FS-RELATORIO NOT = '00'
                   MOVE WS-FS-RELATORIO TO WS-FILE-STATUS
                   MOVE 'AC00TRFL' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               MOVE WS-DATA-HOJE TO WS-DATA-EDICAO
               PERFORM 8500-FORMATAR-DATA
               MOVE WS-DATA-FORMATADA TO CAB-DATA
               MOVE WS-OPERADOR-SESSAO TO CAB-OPERADOR
               WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-1
               WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-2
           END-IF
           EXIT.

       1100-ABRIR-SALDOS.
           OPEN INPUT PROVISAO-ARQ
           IF WS-FS-PROVISAO = '00'
               SET WS-PROVISAO-ABERTO TO TRUE
           ELSE
               IF WS-FS-PROVISAO = '35'
                   DISPLAY 'MOVEPROV NAO ENCONTRADO - SEM SALDOS DE '
                       'PROVISAO A TRANSFERIR'
               ELSE
                   MOVE WS-FS-PROVISAO TO WS-FILE-STATUS
                   MOVE 'MOVEPROV' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF

           OPEN INPUT EMPRESTIMO-ARQ
           IF WS-FS-EMPRESTIMO = '00'
               SET WS-EMPRESTIMO-ABERTO TO TRUE
           ELSE
               IF WS-FS-EMPRESTIMO = '35'
                   DISPLAY 'OPEREMPR NAO ENCONTRADO - SEM EMPRESTIMOS'
               ELSE
                   MOVE WS-FS-EMPRESTIMO TO WS-FILE-STATUS
                   MOVE 'OPEREMPR' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF

           OPEN INPUT BENEFICIO-ARQ
           IF WS-FS-BENEFICIO = '00'
               SET WS-BENEFICIO-ABERTO TO TRUE
           ELSE
               IF WS-FS-BENEFICIO = '35'
                   DISPLAY 'AC00BENE NAO ENCONTRADO - SEM BENEFICIOS'
               ELSE
                   MOVE WS-FS-BENEFICIO TO WS-FILE-STATUS
                   MOVE 'AC00BENE' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF

           OPEN INPUT OPERADOR-ARQ
           IF WS-FS-OPERADOR = '00'
               SET WS-OPERADOR-ABERTO TO TRUE
           ELSE
               IF WS-FS-OPERADOR = '35'
                   DISPLAY 'SETOPER NAO ENCONTRADO - SEM APROVADOR '
                       'CADASTRADO, TRANSFERENCIAS SERAO RECUSADAS'
               ELSE
                   MOVE WS-FS-OPERADOR TO WS-FILE-STATUS
                   MOVE 'SETOPER' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF

           OPEN INPUT PENDENCIA-ARQ
           IF WS-FS-PENDENCIAS = '00'
               SET WS-PENDENCIAS-ABERTO TO TRUE
           ELSE
               IF WS-FS-PENDENCIAS NOT = '35'
                   MOVE WS-FS-PENDENCIAS TO WS-FILE-STATUS
                   MOVE 'AC00PEND' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       2000-PROCESSAR-TRANSFERENCIA.
           SET WS-TRANSFERENCIA-INVALIDA TO TRUE
           DISPLAY SPACES
           DISPLAY 'MATRICULA A TRANSFERIR (0 = ENCERRAR)?'
           ACCEPT WS-MATRICULA
           IF WS-MATRICULA = ZERO
               SET WS-FIM-TRANSFERENCIAS TO TRUE
           ELSE
               PERFORM 2100-LOCALIZAR-FUNCIONARIO
               IF WS-TRANSFERENCIA-VALIDA AND WS-PENDENCIAS-ABERTO
                   PERFORM 2150-VERIFICAR-PENDENCIA
               END-IF
               IF WS-TRANSFERENCIA-VALIDA
                   PERFORM 2200-INFORMAR-DESTINO
               END-IF
               IF WS-TRANSFERENCIA-VALIDA
                   PERFORM 2300-INFORMAR-DATA-EFETIVA
               END-IF
               IF WS-TRANSFERENCIA-VALIDA
                   PERFORM 2400-CONFIRMAR-TRANSFERENCIA
               END-IF
               IF WS-TRANSFERENCIA-VALIDA
                   PERFORM 2500-OBTER-APROVADOR
               END-IF
               IF WS-TRANSFERENCIA-VALIDA
                   PERFORM 3000-EFETIVAR-TRANSFERENCIA
               ELSE
                   ADD 1 TO WS-QTD-RECUSADAS
               END-IF
           END-IF
           EXIT.

       2100-LOCALIZAR-FUNCIONARIO.
           MOVE WS-MATRICULA TO FUNC-MATRICULA
           READ AC00-ARQ-FUNCIONARIOS
               INVALID KEY
                   DISPLAY 'MATRICULA ' WS-MATRICULA ' NAO CADASTRADA'
               NOT INVALID KEY
                   IF FUNC-INATIVO OR FUNC-DATA-DEMISSAO > ZERO
                       DISPLAY 'FUNCIONARIO INATIVO OU DESLIGADO - '
                           'NAO PODE SER TRANSFERIDO'
                   ELSE
                       SET WS-TRANSFERENCIA-VALIDA TO TRUE
                       MOVE FUNC-EMPRESA TO WS-EMPRESA-ORIGEM
                       DISPLAY 'FUNCIONARIO: ' FUNC-NOME
                       DISPLAY 'EMPRESA ATUAL: ' FUNC-EMPRESA
                   END-IF
           END-READ
           IF WS-TRANSFERENCIA-VALIDA
               MOVE WS-EMPRESA-ORIGEM TO EPR-CODIGO
               READ EMPRESA-ARQ
                   INVALID KEY
                       MOVE 'EMPRESA NAO CADASTRADA' TO WS-NOME-ORIGEM
                       MOVE ZERO TO WS-CNPJ-ORIGEM
                   NOT INVALID KEY
                       MOVE EPR-NOME TO WS-NOME-ORIGEM
                       MOVE EPR-CNPJ TO WS-CNPJ-ORIGEM
               END-READ
               DISPLAY '  ' WS-NOME-ORIGEM ' CNPJ ' WS-CNPJ-ORIGEM
           END-IF
           EXIT.

       2150-VERIFICAR-PENDENCIA.
           MOVE WS-MATRICULA TO PND-MATRICULA
           MOVE ZERO TO PND-DATA-SOLIC
           MOVE ZERO TO PND-HORA-SOLIC
           MOVE SPACES TO PND-TIPO
           START PENDENCIA-ARQ KEY IS >= PND-CHAVE
               INVALID KEY
                   SET WS-FIM-PENDENCIA TO TRUE
               NOT INVALID KEY
                   SET WS-NAO-FIM-PENDENCIA TO TRUE
                   PERFORM 2160-LER-PENDENCIA
                       UNTIL WS-FIM-PENDENCIA
                       OR WS-TRANSFERENCIA-INVALIDA
           END-START
           EXIT.

       2160-LER-PENDENCIA.
           READ PENDENCIA-ARQ NEXT
               AT END
                   SET WS-FIM-PENDENCIA TO TRUE
           END-READ
           IF WS-NAO-FIM-PENDENCIA
               IF PND-MATRICULA NOT = WS-MATRICULA
                   SET WS-FIM-PENDENCIA TO TRUE
               ELSE
                   IF PND-PENDENTE AND PND-TIPO = 'EMPR'
                       DISPLAY 'ALTERACAO DE EMPRESA PARA '
                           PND-EMPRESA-NOVA ' PENDENTE DESDE '
                           PND-DATA-SOLIC ' (AC00APRV) - '
                           'TRANSFERENCIA RECUSADA'
                       SET WS-TRANSFERENCIA-INVALIDA TO TRUE
                   END-IF
               END-IF
           END-IF
           EXIT.

       2200-INFORMAR-DESTINO.
           DISPLAY 'CODIGO DA EMPRESA DE DESTINO (3 DIGITOS)?'
           ACCEPT WS-EMPRESA-DESTINO
           IF WS-EMPRESA-DESTINO = WS-EMPRESA-ORIGEM
               DISPLAY 'EMPRESA DE DESTINO IGUAL A ATUAL - '
                   'TRANSFERENCIA CANCELADA'
               SET WS-TRANSFERENCIA-INVALIDA TO TRUE
           ELSE
               MOVE WS-EMPRESA-DESTINO TO EPR-CODIGO
               READ EMPRESA-ARQ
                   INVALID KEY
                       DISPLAY 'EMPRESA ' WS-EMPRESA-DESTINO
                           ' NAO CADASTRADA EM AC00EMPR - '
                           'TRANSFERENCIA CANCELADA'
                       SET WS-TRANSFERENCIA-INVALIDA TO TRUE
                   NOT INVALID KEY
                       MOVE EPR-NOME TO WS-NOME-DESTINO
                       MOVE EPR-CNPJ TO WS-CNPJ-DESTINO
                       DISPLAY '  ' WS-NOME-DESTINO ' CNPJ '
                           WS-CNPJ-DESTINO
               END-READ
           END-IF
           EXIT.

       2300-INFORMAR-DATA-EFETIVA.
           DISPLAY 'DATA EFETIVA DA TRANSFERENCIA (DDMMAAAA)?'
           ACCEPT WS-DATA-EFETIVA-INFORMADA
           MOVE WS-EFE-DIA TO WS-DTV-DIA
           MOVE WS-EFE-MES TO WS-DTV-MES
           MOVE WS-EFE-ANO TO WS-DTV-ANO
           MOVE WS-HOJE-ANO TO WS-DTV-ANO-MAXIMO
           CALL 'DATAVALD' USING WS-DTV-DATA WS-DTV-IND-VALIDA
               WS-DTV-COD-MOTIVO
           COMPUTE WS-DATA-EFETIVA = WS-EFE-ANO * 10000
               + WS-EFE-MES * 100 + WS-EFE-DIA
           EVALUATE TRUE
               WHEN WS-DATA-EFETIVA-INVALIDA
                   DISPLAY 'DATA EFETIVA INVALIDA (' WS-DTV-COD-MOTIVO
                       ') - TRANSFERENCIA CANCELADA'
                   SET WS-TRANSFERENCIA-INVALIDA TO TRUE
               WHEN WS-DATA-EFETIVA < FUNC-DATA-ADMISSAO
                   DISPLAY 'DATA EFETIVA ANTERIOR A ADMISSAO - '
                       'TRANSFERENCIA CANCELADA'
                   SET WS-TRANSFERENCIA-INVALIDA TO TRUE
               WHEN WS-DATA-EFETIVA > WS-DATA-HOJE
                   DISPLAY 'DATA EFETIVA FUTURA - REGISTRAR A '
                       'TRANSFERENCIA NA PROPRIA DATA'
                   SET WS-TRANSFERENCIA-INVALIDA TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       2400-CONFIRMAR-TRANSFERENCIA.
           DISPLAY 'CONFIRMA A TRANSFERENCIA DA MATRICULA '
               WS-MATRICULA ' DA EMPRESA ' WS-EMPRESA-ORIGEM
               ' PARA A ' WS-EMPRESA-DESTINO ' (S/N)?'
           ACCEPT WS-CONFIRMACAO
           IF NOT WS-CONFIRMADA
               DISPLAY 'TRANSFERENCIA NAO CONFIRMADA - CADASTRO NAO '
                   'ALTERADO'
               SET WS-TRANSFERENCIA-INVALIDA TO TRUE
           END-IF
           EXIT.

       2500-OBTER-APROVADOR.
           DISPLAY 'ID DO SEGUNDO OPERADOR NIVEL 3 QUE APROVA A '
               'TRANSFERENCIA?'
           ACCEPT WS-OPERADOR-APROVADOR
           EVALUATE TRUE
               WHEN NOT WS-OPERADOR-ABERTO
                   DISPLAY 'SETOPER INDISPONIVEL - TRANSFERENCIA '
                       'CANCELADA'
                   SET WS-TRANSFERENCIA-INVALIDA TO TRUE
               WHEN WS-OPERADOR-APROVADOR = WS-OPERADOR-SESSAO
                   DISPLAY 'APROVADOR DEVE SER OUTRO OPERADOR - '
                       'TRANSFERENCIA CANCELADA'
                   SET WS-TRANSFERENCIA-INVALIDA TO TRUE
               WHEN OTHER
                   MOVE WS-OPERADOR-APROVADOR TO OPE-ID
                   READ OPERADOR-ARQ
                       INVALID KEY
                           DISPLAY 'OPERADOR NAO CADASTRADO: '
                               WS-OPERADOR-APROVADOR
                               ' - TRANSFERENCIA CANCELADA'
                           SET WS-TRANSFERENCIA-INVALIDA TO TRUE
                       NOT INVALID KEY
                           IF OPE-NIVEL < 3
                               DISPLAY 'OPERADOR ' OPE-ID ' SEM NIVEL '
                                   'PARA APROVAR (EXIGE NIVEL 3) - '
                                   'TRANSFERENCIA CANCELADA'
                               SET WS-TRANSFERENCIA-INVALIDA TO TRUE
                           ELSE
                               DISPLAY 'APROVADA POR ' OPE-NOME
                           END-IF
                   END-READ
           END-EVALUATE
           EXIT.

       3000-EFETIVAR-TRANSFERENCIA.
           MOVE WS-EMPRESA-DESTINO TO FUNC-EMPRESA
           REWRITE REG-FUNCIONARIO
           IF WS-FS-FUNCIONARIOS NOT = '00'
               MOVE WS-FS-FUNCIONARIOS TO WS-FILE-STATUS
               MOVE 'AC00FUNC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           MOVE 'TRF ' TO EVT-TIPO
           MOVE WS-EMPRESA-ORIGEM TO EEA-EMPRESA
           MOVE WS-EVT-EMPRESA-ANTIGA TO EVT-VALOR-ANTIGO
           MOVE WS-EMPRESA-DESTINO TO EEN-EMPRESA
           MOVE WS-DATA-EFETIVA TO EEN-DATA-EFETIVA
           MOVE WS-EVT-EMPRESA-NOVA TO EVT-VALOR-NOVO
           MOVE WS-OPERADOR-SESSAO TO EVT-OPERADOR
           MOVE WS-OPERADOR-APROVADOR TO EVT-OPERADOR-APROV
           PERFORM 8000-GRAVAR-EVENTO

           PERFORM 3100-APURAR-PASSIVOS
           PERFORM 3200-IMPRIMIR-TRANSFERENCIA
           ADD 1 TO WS-QTD-TRANSFERENCIAS
           ADD WS-TOTAL-PASSIVOS TO WS-TOTAL-GERAL-PASSIVOS
           DISPLAY 'TRANSFERENCIA EFETIVADA - MATRICULA ' WS-MATRICULA
               ' AGORA NA EMPRESA ' WS-EMPRESA-DESTINO
           EXIT.

       3100-APURAR-PASSIVOS.
           INITIALIZE WS-AREA-PASSIVOS
           IF WS-PROVISAO-ABERTO
               MOVE WS-MATRICULA TO PRV-MATRICULA
               READ PROVISAO-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRV-QTD-MESES TO WS-QTD-MESES-PROVISAO
                       MOVE PRV-SALDO-13 TO WS-SALDO-13
                       MOVE PRV-SALDO-FERIAS TO WS-SALDO-FERIAS
               END-READ
           END-IF
           COMPUTE WS-TOTAL-PASSIVOS = WS-SALDO-13 + WS-SALDO-FERIAS

           IF WS-EMPRESTIMO-ABERTO
               MOVE WS-MATRICULA TO EMP-MATRICULA
               READ EMPRESTIMO-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-ATIVO OR EMP-EM-COBRANCA
                           SET WS-EMPRESTIMO-ATIVO TO TRUE
                           MOVE EMP-SALDO-DEVEDOR
                               TO WS-SALDO-EMPRESTIMO
                           MOVE EMP-PARCELAS-PAGAS TO WS-PARCELAS-PAGAS
                           MOVE EMP-PRAZO TO WS-PRAZO-EMPRESTIMO
                       END-IF
               END-READ
           END-IF

           IF WS-BENEFICIO-ABERTO
               MOVE WS-MATRICULA TO BEN-MATRICULA
               READ BENEFICIO-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BEN-IND-VT TO WS-IND-VT
                       MOVE BEN-IND-VR TO WS-IND-VR
                       MOVE BEN-VALOR-VR TO WS-VALOR-VR
               END-READ
           END-IF
           EXIT.

       3200-IMPRIMIR-TRANSFERENCIA.
           WRITE REG-RELATORIO FROM WS-LINHA-SEPARADOR
           MOVE WS-MATRICULA TO LFU-MATRICULA
           MOVE FUNC-NOME TO LFU-NOME
           MOVE FUNC-DATA-ADMISSAO TO WS-DATA-EDICAO
           PERFORM 8500-FORMATAR-DATA
           MOVE WS-DATA-FORMATADA TO LFU-ADMISSAO
           WRITE REG-RELATORIO FROM WS-LINHA-FUNCIONARIO
           MOVE WS-DATA-EFETIVA TO WS-DATA-EDICAO
           PERFORM 8500-FORMATAR-DATA
           MOVE WS-DATA-FORMATADA TO LDE-DATA
           WRITE REG-RELATORIO FROM WS-LINHA-DATA-EFETIVA
           MOVE WS-OPERADOR-SESSAO TO LOP-SOLICITANTE
           MOVE WS-OPERADOR-APROVADOR TO LOP-APROVADOR
           WRITE REG-RELATORIO FROM WS-LINHA-OPERADORES

           MOVE 'ORIGEM : ' TO LEM-ROTULO
           MOVE WS-EMPRESA-ORIGEM TO LEM-CODIGO
           MOVE WS-NOME-ORIGEM TO LEM-NOME
           MOVE WS-CNPJ-ORIGEM TO LEM-CNPJ
           WRITE REG-RELATORIO FROM WS-LINHA-EMPRESA
           MOVE 'DESTINO: ' TO LEM-ROTULO
           MOVE WS-EMPRESA-DESTINO TO LEM-CODIGO
           MOVE WS-NOME-DESTINO TO LEM-NOME
           MOVE WS-CNPJ-DESTINO TO LEM-CNPJ
           WRITE REG-RELATORIO FROM WS-LINHA-EMPRESA
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO

           MOVE WS-QTD-MESES-PROVISAO TO D13-MESES
           MOVE WS-DESCRICAO-13 TO LVL-DESCRICAO
           MOVE WS-SALDO-13 TO LVL-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-VALOR
           MOVE 'PROVISAO DE FERIAS' TO LVL-DESCRICAO
           MOVE WS-SALDO-FERIAS TO LVL-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-VALOR
           MOVE 'TOTAL DE PASSIVOS TRANSFERIDOS AO DESTINO'
               TO LVL-DESCRICAO
           MOVE WS-TOTAL-PASSIVOS TO LVL-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-VALOR

           IF WS-EMPRESTIMO-ATIVO
               MOVE 'EMPRESTIMO CONSIGNADO - SALDO DEVEDOR A RECEBER'
                   TO LVL-DESCRICAO
               MOVE WS-SALDO-EMPRESTIMO TO LVL-VALOR
               WRITE REG-RELATORIO FROM WS-LINHA-VALOR
               MOVE WS-PARCELAS-PAGAS TO LEP-PAGAS
               MOVE WS-PRAZO-EMPRESTIMO TO LEP-PRAZO
               WRITE REG-RELATORIO FROM WS-LINHA-EMPRESTIMO
           ELSE
               MOVE 'SEM EMPRESTIMO CONSIGNADO ATIVO' TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           MOVE WS-IND-VT TO LBE-VT
           MOVE WS-IND-VR TO LBE-VR
           MOVE WS-VALOR-VR TO LBE-VALOR-VR
           WRITE REG-RELATORIO FROM WS-LINHA-BENEFICIOS
           EXIT.

       8000-GRAVAR-EVENTO.
           OPEN EXTEND EVENTO-ARQ
           IF WS-FS-EVENTO = '35'
               OPEN OUTPUT EVENTO-ARQ
           END-IF
           IF WS-FS-EVENTO NOT = '00'
               MOVE WS-FS-EVENTO TO WS-FILE-STATUS
               MOVE 'AC00HEVT' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           MOVE WS-MATRICULA TO EVT-MATRICULA
           ACCEPT EVT-DATA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA(1:6) TO EVT-HORA
           WRITE REG-EVENTO FROM WS-REG-EVENTO

           CLOSE EVENTO-ARQ
           EXIT.

       8500-FORMATAR-DATA.
           MOVE WS-EDI-DIA TO DTF-DIA
           MOVE WS-EDI-MES TO DTF-MES
           MOVE WS-EDI-ANO TO DTF-ANO
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           IF WS-ARQUIVOS-ABERTOS
               WRITE REG-RELATORIO FROM WS-LINHA-SEPARADOR
               MOVE 'TOTAL DE PASSIVOS TRANSFERIDOS NA EMISSAO'
                   TO LTG-DESCRICAO
               MOVE WS-TOTAL-GERAL-PASSIVOS TO LTG-VALOR
               WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-GERAL
               CLOSE RELATORIO-ARQ
               CLOSE EMPRESA-ARQ
               CLOSE AC00-ARQ-FUNCIONARIOS
               IF WS-PROVISAO-ABERTO
                   CLOSE PROVISAO-ARQ
               END-IF
               IF WS-EMPRESTIMO-ABERTO
                   CLOSE EMPRESTIMO-ARQ
               END-IF
               IF WS-BENEFICIO-ABERTO
                   CLOSE BENEFICIO-ARQ
               END-IF
               IF WS-OPERADOR-ABERTO
                   CLOSE OPERADOR-ARQ
               END-IF
               IF WS-PENDENCIAS-ABERTO
                   CLOSE PENDENCIA-ARQ
               END-IF
               DISPLAY SPACES
               DISPLAY 'TRANSFERENCIAS EFETIVADAS: '
                   WS-QTD-TRANSFERENCIAS
               DISPLAY 'TRANSFERENCIAS RECUSADAS.: ' WS-QTD-RECUSADAS
               DISPLAY 'RELATORIO AC00TRFL GERADO'
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
