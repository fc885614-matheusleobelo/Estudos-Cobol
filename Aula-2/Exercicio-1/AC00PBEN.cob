      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00PBEN.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00PBEN
      *OBJETIVO   : GERAR O PEDIDO MENSAL DE BENEFICIOS AOS
      *             FORNECEDORES, UM ARQUIVO POR FORNECEDOR, A PARTIR
      *             DA ADESAO AC00BENE E DOS FUNCIONARIOS ATIVOS DE
      *             AC00FUNC, EM VEZ DE DIGITAR O PEDIDO NO SITE DE
      *             CADA UM: AC00PVT (RECARGA DO CARTAO DE VALE
      *             TRANSPORTE = DIAS UTEIS DO MES DO PEDIDO, PELO
      *             CALENDARIO AC34FERI, MENOS OS DIAS UTEIS EM FERIAS
      *             PROGRAMADAS NO AC00FERS, OS DIAS UTEIS EM
      *             AFASTAMENTO NO AC00AFAS E AS FALTAS DA COMPETENCIA
      *             ANTERIOR NO AC00FALT, VEZES O CUSTO DIARIO DA
      *             ADESAO) E AC00PVR (CREDITO DO CARTAO DE VALE
      *             REFEICAO = VALOR DA OPCAO). CADA LINHA DE CARTAO
      *             LEVA O CPF; CADA ARQUIVO TEM HEADER '0' E TRAILER
      *             '9' COM QUANTIDADE E VALOR TOTAL, PARA A
      *             CONFERENCIA DA FATURA DO FORNECEDOR
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *15/10/2026 MLBF    O PEDIDO DE VT PASSA A DESCONTAR TAMBEM OS
      *                   DIAS UTEIS EM AFASTAMENTO (AUXILIO-DOENCA,
      *                   LICENCA-MATERNIDADE ETC.) DO CADASTRO
      *                   AC00AFAS, CARREGADO POR MATRICULA COMO EM
      *                   AC00PONT: O DIA UTIL DENTRO DE UM AFASTAMENTO
      *                   (INICIO ATE O DIA E RETORNO PREVISTO ZERO OU
      *                   POSTERIOR) SAI DA RECARGA COMO O DIA DE FERIAS
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

           SELECT BENEFICIO-ARQ ASSIGN TO "AC00BENE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-MATRICULA
               FILE STATUS IS WS-FS-BENEFICIO.

           SELECT FALTAS-ARQ ASSIGN TO "AC00FALT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAL-CHAVE
               FILE STATUS IS WS-FS-FALTAS.

           SELECT AC34-ARQ-FERIADOS ASSIGN TO "AC34FERI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADOS.

           SELECT FERIAS-ARQ ASSIGN TO "AC00FERS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIAS.

           SELECT AFASTAMENTO-ARQ ASSIGN TO "AC00AFAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WS-FS-AFASTAMENTO.

           SELECT PEDIDO-VT-ARQ ASSIGN TO "AC00PVT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDO-VT.

           SELECT PEDIDO-VR-ARQ ASSIGN TO "AC00PVR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDO-VR.

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

       FD  BENEFICIO-ARQ.
       01 REG-BENEFICIO.
           05 BEN-MATRICULA PIC 9(06).
           05 BEN-IND-VT PIC X(01).
               88 BEN-TEM-VT VALUE 'S'.
           05 BEN-IND-VR PIC X(01).
               88 BEN-TEM-VR VALUE 'S'.
           05 BEN-VALOR-VR PIC 9(5)V99.
           05 BEN-VALOR-VT-DIA PIC 9(3)V99.

       FD  FALTAS-ARQ.
       01 REG-FALTAS.
           05 FAL-CHAVE.
               10 FAL-MATRICULA PIC 9(06).
               10 FAL-COMPETENCIA PIC 9(06).
           05 FAL-DIAS-FALTA PIC 9(02).

       FD  AC34-ARQ-FERIADOS.
       01 REG-FERIADO.
           05 FERI-DIA PIC 99.
           05 FILLER PIC X.
           05 FERI-MES PIC 99.
           05 FILLER PIC X.
           05 FERI-ANO PIC 9999.
           05 FILLER PIC X.
           05 FERI-DESCRICAO PIC X(30).

       FD  FERIAS-ARQ.
       01 REG-FERIAS.
           05 FER-MATRICULA PIC 9(06).
           05 FILLER PIC X.
           05 FER-NOME PIC X(20).
           05 FILLER PIC X.
           05 FER-DATA-INICIO PIC 9(08).
           05 FILLER PIC X.
           05 FER-DATA-FIM PIC 9(08).
           05 FILLER PIC X.
           05 FER-COMPETENCIA PIC 9(06).
           05 FILLER PIC X.
           05 FER-QTD-DIAS PIC 9(02).
           05 FILLER PIC X.
           05 FER-SITUACAO PIC X(01).

       FD  AFASTAMENTO-ARQ.
       01 REG-AFASTAMENTO.
           05 AFA-CHAVE.
               10 AFA-MATRICULA PIC 9(06).
               10 AFA-DATA-INICIO PIC 9(08).
           05 AFA-TIPO PIC X(01).
           05 AFA-DATA-RETORNO PIC 9(08).
           05 AFA-OBSERVACAO PIC X(30).

       FD  PEDIDO-VT-ARQ.
       01 REG-PEDIDO-VT PIC X(80).

       FD  PEDIDO-VR-ARQ.
       01 REG-PEDIDO-VR PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REG-PEDIDO-HEADER.
           05 PBH-TIPO PIC X(01) VALUE '0'.
           05 PBH-BENEFICIO PIC X(02) VALUE SPACES.
           05 PBH-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 PBH-DATA-GERACAO PIC 9(08) VALUE ZERO.
           05 PBH-DIAS-UTEIS PIC 9(02) VALUE ZERO.
           05 FILLER PIC X(61) VALUE SPACES.

       01 WS-REG-PEDIDO-DETALHE.
           05 PBD-TIPO PIC X(01) VALUE '1'.
           05 PBD-CPF PIC 9(11) VALUE ZERO.
           05 PBD-MATRICULA PIC 9(06) VALUE ZERO.
           05 PBD-NOME PIC X(20) VALUE SPACES.
           05 PBD-EMPRESA PIC 9(03) VALUE ZERO.
           05 PBD-DEPARTAMENTO PIC X(04) VALUE SPACES.
           05 PBD-QTD-DIAS PIC 9(02) VALUE ZERO.
           05 PBD-VALOR-DIA PIC 9(03)V99 VALUE ZERO.
           05 PBD-VALOR PIC 9(07)V99 VALUE ZERO.
           05 FILLER PIC X(19) VALUE SPACES.

       01 WS-REG-PEDIDO-TRAILER.
           05 PBT-TIPO PIC X(01) VALUE '9'.
           05 PBT-BENEFICIO PIC X(02) VALUE SPACES.
           05 PBT-QTD-REGISTROS PIC 9(06) VALUE ZERO.
           05 PBT-TOTAL-DIAS PIC 9(07) VALUE ZERO.
           05 PBT-VALOR-TOTAL PIC 9(11)V99 VALUE ZERO.
           05 FILLER PIC X(51) VALUE SPACES.

       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
       01 WS-DATA-HOJE-RED REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO PIC 9(04).
           05 WS-HOJE-MES PIC 9(02).
           05 WS-HOJE-DIA PIC 9(02).

       01 WS-AREA-COMPETENCIA.
           05 WS-COMPETENCIA-INFORMADA PIC 9(06) VALUE ZERO.
           05 WS-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 WS-COMPETENCIA-RED REDEFINES WS-COMPETENCIA.
               10 WS-COMP-ANO PIC 9(04).
               10 WS-COMP-MES PIC 9(02).
           05 WS-COMPETENCIA-FALTAS PIC 9(06) VALUE ZERO.
           05 WS-COMPETENCIA-FALTAS-RED
               REDEFINES WS-COMPETENCIA-FALTAS.
               10 WS-FALT-ANO PIC 9(04).
               10 WS-FALT-MES PIC 9(02).

       COPY DIASMES.

       01 WS-AREA-DIA-SEMANA.
           05 WS-DIA PIC 99 VALUE ZERO.
           05 WS-MES PIC 99 VALUE ZERO.
           05 WS-ANO PIC 9999 VALUE ZERO.
           05 WS-MES-AJUSTADO PIC 99 COMP VALUE ZERO.
           05 WS-ANO-AJUSTADO PIC 9999 COMP VALUE ZERO.
           05 WS-SECULO PIC 99 COMP VALUE ZERO.
           05 WS-ANO-SECULO PIC 99 COMP VALUE ZERO.
           05 WS-TERMO1 PIC 9(04) COMP VALUE ZERO.
           05 WS-TERMO1-DIV PIC 9(04) COMP VALUE ZERO.
           05 WS-TERMO1-RESTO PIC 9(04) COMP VALUE ZERO.
           05 WS-TERMO2-DIV PIC 99 COMP VALUE ZERO.
           05 WS-TERMO2-RESTO PIC 99 COMP VALUE ZERO.
           05 WS-TERMO3-DIV PIC 99 COMP VALUE ZERO.
           05 WS-TERMO3-RESTO PIC 99 COMP VALUE ZERO.
           05 WS-SOMA-DIA-SEMANA PIC S9(06) COMP VALUE ZERO.
           05 WS-QUOCIENTE-SEMANA PIC 9(04) COMP VALUE ZERO.
           05 WS-IND-DIA-SEMANA PIC 9 VALUE ZERO.

       01 WS-IND-DIA-UTIL PIC X(01) VALUE 'S'.
           88 WS-DIA-UTIL VALUE 'S'.
           88 WS-DIA-NAO-UTIL VALUE 'N'.

       01 WS-QTD-DIAS-UTEIS PIC 9(02) VALUE ZERO.
       01 WS-TABELA-CALENDARIO.
           05 WS-CALENDARIO-TAB OCCURS 31 TIMES.
               10 CAL-IND-UTIL-TAB PIC X(01).
                   88 CAL-DIA-UTIL-TAB VALUE 'S'.
               10 CAL-DATA-TAB PIC 9(08).

       01 WS-MAX-FERIADOS PIC 9(03) COMP VALUE 100.
       01 WS-QTD-FERIADOS PIC 9(03) COMP VALUE ZERO.
       01 WS-SUB-FERIADO PIC 9(03) COMP VALUE ZERO.
       01 WS-TABELA-FERIADOS.
           05 WS-FERIADO-TAB OCCURS 100 TIMES.
               10 FER-DIA-TAB PIC 99.
               10 FER-MES-TAB PIC 99.
               10 FER-ANO-TAB PIC 9999.

       01 WS-IND-FERIADO-ACHADO PIC X(01) VALUE 'N'.
           88 WS-FERIADO-ACHADO VALUE 'S'.
           88 WS-FERIADO-NAO-ACHADO VALUE 'N'.

       01 WS-MAX-FERIAS PIC 9(04) COMP VALUE 500.
       01 WS-QTD-FERIAS PIC 9(04) COMP VALUE ZERO.
       01 WS-SUB-FERIAS PIC 9(04) COMP VALUE ZERO.
       01 WS-TABELA-FERIAS.
           05 WS-FERIAS-TAB OCCURS 500 TIMES.
               10 FRT-MATRICULA-TAB PIC 9(06).
               10 FRT-DATA-INICIO-TAB PIC 9(08).
               10 FRT-DATA-FIM-TAB PIC 9(08).

       01 WS-IND-EM-FERIAS PIC X(01) VALUE 'N'.
           88 WS-EM-FERIAS VALUE 'S'.
           88 WS-FORA-FERIAS VALUE 'N'.

       01 WS-MAX-AFASTAMENTOS PIC 9(03) COMP VALUE 20.
       01 WS-QTD-AFASTAMENTOS PIC 9(03) COMP VALUE ZERO.
       01 WS-SUB-AFASTAMENTO PIC 9(03) COMP VALUE ZERO.
       01 WS-TABELA-AFASTAMENTOS.
           05 WS-AFASTAMENTO-TAB OCCURS 20 TIMES.
               10 AFT-DATA-INICIO-TAB PIC 9(08).
               10 AFT-DATA-RETORNO-TAB PIC 9(08).

       01 WS-IND-AFASTADO PIC X(01) VALUE 'N'.
           88 WS-AFASTADO VALUE 'S'.
           88 WS-NAO-AFASTADO VALUE 'N'.

       01 WS-AREA-FUNCIONARIO.
           05 WS-SUB-DIA PIC 9(02) COMP VALUE ZERO.
           05 WS-DIAS-FERIAS PIC 9(02) VALUE ZERO.
           05 WS-DIAS-AFASTAMENTO PIC 9(02) VALUE ZERO.
           05 WS-DIAS-FALTA PIC 9(02) VALUE ZERO.
           05 WS-DIAS-VT PIC S9(03) VALUE ZERO.

       01 WS-AREA-CONTADORES.
           05 WS-QTD-ATIVOS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-SEM-ADESAO PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-VT-SEM-CUSTO PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-VT-SEM-DIAS PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-DIAS-VT PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-VALOR-VT PIC 9(11)V99 VALUE ZERO.
           05 WS-QTD-CARTOES-VT PIC 9(06) VALUE ZERO.
           05 WS-TOTAL-VALOR-VR PIC 9(11)V99 VALUE ZERO.
           05 WS-QTD-CARTOES-VR PIC 9(06) VALUE ZERO.

       01 WS-VALOR-EDIT PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-BENEFICIO PIC X(02) VALUE '00'.
           05 WS-FS-FALTAS PIC X(02) VALUE '00'.
           05 WS-FS-FERIADOS PIC X(02) VALUE '00'.
           05 WS-FS-FERIAS PIC X(02) VALUE '00'.
           05 WS-FS-AFASTAMENTO PIC X(02) VALUE '00'.
           05 WS-FS-PEDIDO-VT PIC X(02) VALUE '00'.
           05 WS-FS-PEDIDO-VR PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FALTAS-ABERTO PIC X(01) VALUE 'N'.
               88 WS-FALTAS-ABERTO VALUE 'S'.
           05 WS-IND-AFASTAMENTO-ABERTO PIC X(01) VALUE 'N'.
               88 WS-AFASTAMENTO-ABERTO VALUE 'S'.
           05 WS-IND-FIM-AFASTAMENTO PIC X(01) VALUE 'N'.
               88 WS-FIM-AFASTAMENTO VALUE 'S'.
               88 WS-NAO-FIM-AFASTAMENTO VALUE 'N'.
           05 WS-IND-FIM-FUNCIONARIOS PIC X(01) VALUE 'N'.
               88 WS-FIM-FUNCIONARIOS VALUE 'S'.
               88 WS-NAO-FIM-FUNCIONARIOS VALUE 'N'.
           05 WS-IND-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 WS-FIM-ARQUIVO VALUE 'S'.
               88 WS-NAO-FIM-ARQUIVO VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 1000-CARREGAR-CALENDARIO.
       PERFORM 1200-CARREGAR-FERIAS.
       PERFORM 2000-GERAR-PEDIDOS.
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--PEDIDO MENSAL DE VT/VR AOS FORNECEDORES--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'COMPETENCIA DO PEDIDO (AAAAMM, 0 = MES SEGUINTE)?'
           ACCEPT WS-COMPETENCIA-INFORMADA
           IF WS-COMPETENCIA-INFORMADA = ZERO
               MOVE WS-HOJE-ANO TO WS-COMP-ANO
               MOVE WS-HOJE-MES TO WS-COMP-MES
               IF WS-COMP-MES >= 12
                   MOVE 1 TO WS-COMP-MES
                   ADD 1 TO WS-COMP-ANO
               ELSE
                   ADD 1 TO WS-COMP-MES
               END-IF
           ELSE
               MOVE WS-COMPETENCIA-INFORMADA TO WS-COMPETENCIA
           END-IF
           MOVE WS-COMPETENCIA TO WS-COMPETENCIA-FALTAS
           IF WS-FALT-MES <= 1
               MOVE 12 TO WS-FALT-MES
               SUBTRACT 1 FROM WS-FALT-ANO
           ELSE
               SUBTRACT 1 FROM WS-FALT-MES
           END-IF
           DISPLAY 'PEDIDO DA COMPETENCIA ' WS-COMPETENCIA
               ' - FALTAS DESCONTADAS DA COMPETENCIA '
               WS-COMPETENCIA-FALTAS

           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 0010-ABRIR-FUNCIONARIOS
               UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL

           OPEN INPUT BENEFICIO-ARQ
           IF WS-FS-BENEFICIO NOT = '00'
               MOVE WS-FS-BENEFICIO TO WS-FILE-STATUS
               MOVE 'AC00BENE' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           OPEN INPUT FALTAS-ARQ
           IF WS-FS-FALTAS = '00'
               SET WS-FALTAS-ABERTO TO TRUE
           ELSE
               IF WS-FS-FALTAS = '35'
                   DISPLAY 'AC00FALT NAO ENCONTRADO - VT SEM DESCONTO '
                       'DE FALTAS'
               ELSE
                   MOVE WS-FS-FALTAS TO WS-FILE-STATUS
                   MOVE 'AC00FALT' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF

           OPEN INPUT AFASTAMENTO-ARQ
           IF WS-FS-AFASTAMENTO = '00'
               SET WS-AFASTAMENTO-ABERTO TO TRUE
           ELSE
               IF WS-FS-AFASTAMENTO = '35'
                   DISPLAY 'AC00AFAS NAO ENCONTRADO - VT SEM DESCONTO '
                       'DE AFASTAMENTOS'
               ELSE
                   MOVE WS-FS-AFASTAMENTO TO WS-FILE-STATUS
                   MOVE 'AC00AFAS' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF

           OPEN OUTPUT PEDIDO-VT-ARQ
           IF WS-FS-PEDIDO-VT NOT = '00'
               MOVE WS-FS-PEDIDO-VT TO WS-FILE-STATUS
               MOVE 'AC00PVT' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           OPEN OUTPUT PEDIDO-VR-ARQ
           IF WS-FS-PEDIDO-VR NOT = '00'
               MOVE WS-FS-PEDIDO-VR TO WS-FILE-STATUS
               MOVE 'AC00PVR' TO WS-ID-ARQUIVO-ERRO
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

       1000-CARREGAR-CALENDARIO.
           OPEN INPUT AC34-ARQ-FERIADOS
           IF WS-FS-FERIADOS = '35'
               DISPLAY 'AC34FERI NAO ENCONTRADO - SOMENTE FINS DE '
                   'SEMANA SERAO CONSIDERADOS NAO UTEIS'
           ELSE
               IF WS-FS-FERIADOS NOT = '00'
                   MOVE WS-FS-FERIADOS TO WS-FILE-STATUS
                   MOVE 'AC34FERI' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-NAO-FIM-ARQUIVO TO TRUE
               PERFORM 1050-LER-FERIADO
               PERFORM 1100-GUARDAR-FERIADO UNTIL WS-FIM-ARQUIVO
               CLOSE AC34-ARQ-FERIADOS
           END-IF

           MOVE WS-COMP-MES TO WS-MES-CALC
           MOVE WS-COMP-ANO TO WS-ANO-CALC
           PERFORM 9800-CALCULAR-DIAS-MES
           MOVE ZERO TO WS-QTD-DIAS-UTEIS
           MOVE WS-COMP-MES TO WS-MES
           MOVE WS-COMP-ANO TO WS-ANO
           MOVE 1 TO WS-DIA
           PERFORM 1150-CLASSIFICAR-DIA-MES
               UNTIL WS-DIA > WS-DIAS-MES-CALC
           DISPLAY 'DIAS UTEIS DA COMPETENCIA ' WS-COMPETENCIA ': '
               WS-QTD-DIAS-UTEIS
           EXIT.

       1050-LER-FERIADO.
           READ AC34-ARQ-FERIADOS
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
           END-READ
           EXIT.

       1100-GUARDAR-FERIADO.
           IF WS-QTD-FERIADOS < WS-MAX-FERIADOS
               ADD 1 TO WS-QTD-FERIADOS
               MOVE WS-QTD-FERIADOS TO WS-SUB-FERIADO
               MOVE FERI-DIA TO FER-DIA-TAB(WS-SUB-FERIADO)
               MOVE FERI-MES TO FER-MES-TAB(WS-SUB-FERIADO)
               MOVE FERI-ANO TO FER-ANO-TAB(WS-SUB-FERIADO)
           ELSE
               DISPLAY 'ATENCAO: TABELA DE FERIADOS CHEIA ('
                   WS-MAX-FERIADOS ') - FERIADO IGNORADO: '
                   FERI-DIA '/' FERI-MES '/' FERI-ANO
           END-IF
           PERFORM 1050-LER-FERIADO
           EXIT.

       1150-CLASSIFICAR-DIA-MES.
           PERFORM 7000-VERIFICAR-DIA-UTIL
           COMPUTE CAL-DATA-TAB(WS-DIA) =
               WS-ANO * 10000 + WS-MES * 100 + WS-DIA
           IF WS-DIA-UTIL
               MOVE 'S' TO CAL-IND-UTIL-TAB(WS-DIA)
               ADD 1 TO WS-QTD-DIAS-UTEIS
           ELSE
               MOVE 'N' TO CAL-IND-UTIL-TAB(WS-DIA)
           END-IF
           ADD 1 TO WS-DIA
           EXIT.

       1200-CARREGAR-FERIAS.
           OPEN INPUT FERIAS-ARQ
           IF WS-FS-FERIAS = '35'
               DISPLAY 'AC00FERS NAO ENCONTRADO - VT SEM DESCONTO '
                   'DE FERIAS'
           ELSE
               IF WS-FS-FERIAS NOT = '00'
                   MOVE WS-FS-FERIAS TO WS-FILE-STATUS
                   MOVE 'AC00FERS' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-NAO-FIM-ARQUIVO TO TRUE
               PERFORM 1250-LER-FERIAS
               PERFORM 1260-GUARDAR-FERIAS UNTIL WS-FIM-ARQUIVO
               CLOSE FERIAS-ARQ
           END-IF
           EXIT.

       1250-LER-FERIAS.
           READ FERIAS-ARQ
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
           END-READ
           EXIT.

       1260-GUARDAR-FERIAS.
           IF FER-DATA-INICIO(1:6) NOT > WS-COMPETENCIA
               AND FER-DATA-FIM(1:6) NOT < WS-COMPETENCIA
               IF WS-QTD-FERIAS < WS-MAX-FERIAS
                   ADD 1 TO WS-QTD-FERIAS
                   MOVE WS-QTD-FERIAS TO WS-SUB-FERIAS
                   MOVE FER-MATRICULA
                       TO FRT-MATRICULA-TAB(WS-SUB-FERIAS)
                   MOVE FER-DATA-INICIO
                       TO FRT-DATA-INICIO-TAB(WS-SUB-FERIAS)
                   MOVE FER-DATA-FIM TO FRT-DATA-FIM-TAB(WS-SUB-FERIAS)
               ELSE
                   DISPLAY 'ATENCAO: TABELA DE FERIAS CHEIA ('
                       WS-MAX-FERIAS ') - FERIAS IGNORADAS: MATRICULA '
                       FER-MATRICULA
               END-IF
           END-IF
           PERFORM 1250-LER-FERIAS
           EXIT.

       2000-GERAR-PEDIDOS.
           MOVE WS-COMPETENCIA TO PBH-COMPETENCIA
           MOVE WS-DATA-HOJE TO PBH-DATA-GERACAO
           MOVE WS-QTD-DIAS-UTEIS TO PBH-DIAS-UTEIS
           MOVE 'VT' TO PBH-BENEFICIO
           WRITE REG-PEDIDO-VT FROM WS-REG-PEDIDO-HEADER
           MOVE 'VR' TO PBH-BENEFICIO
           WRITE REG-PEDIDO-VR FROM WS-REG-PEDIDO-HEADER

           PERFORM 2050-LER-FUNCIONARIO
           PERFORM 2100-PROCESSAR-FUNCIONARIO UNTIL WS-FIM-FUNCIONARIOS

           MOVE 'VT' TO PBT-BENEFICIO
           MOVE WS-QTD-CARTOES-VT TO PBT-QTD-REGISTROS
           MOVE WS-TOTAL-DIAS-VT TO PBT-TOTAL-DIAS
           MOVE WS-TOTAL-VALOR-VT TO PBT-VALOR-TOTAL
           WRITE REG-PEDIDO-VT FROM WS-REG-PEDIDO-TRAILER
           MOVE 'VR' TO PBT-BENEFICIO
           MOVE WS-QTD-CARTOES-VR TO PBT-QTD-REGISTROS
           MOVE ZERO TO PBT-TOTAL-DIAS
           MOVE WS-TOTAL-VALOR-VR TO PBT-VALOR-TOTAL
           WRITE REG-PEDIDO-VR FROM WS-REG-PEDIDO-TRAILER
           EXIT.

       2050-LER-FUNCIONARIO.
           READ AC00-ARQ-FUNCIONARIOS
               AT END
                   SET WS-FIM-FUNCIONARIOS TO TRUE
           END-READ
           EXIT.

       2100-PROCESSAR-FUNCIONARIO.
           IF FUNC-ATIVO
               ADD 1 TO WS-QTD-ATIVOS
               MOVE FUNC-MATRICULA TO BEN-MATRICULA
               READ BENEFICIO-ARQ
                   INVALID KEY
                       ADD 1 TO WS-QTD-SEM-ADESAO
                   NOT INVALID KEY
                       PERFORM 2200-PEDIR-BENEFICIOS
               END-READ
           END-IF
           PERFORM 2050-LER-FUNCIONARIO
           EXIT.

       2200-PEDIR-BENEFICIOS.
           MOVE FUNC-CPF TO PBD-CPF
           MOVE FUNC-MATRICULA TO PBD-MATRICULA
           MOVE FUNC-NOME TO PBD-NOME
           MOVE FUNC-EMPRESA TO PBD-EMPRESA
           MOVE FUNC-DEPARTAMENTO TO PBD-DEPARTAMENTO
           IF BEN-TEM-VT
               PERFORM 2300-PEDIR-VALE-TRANSPORTE
           END-IF
           IF BEN-TEM-VR AND BEN-VALOR-VR > ZERO
               MOVE ZERO TO PBD-QTD-DIAS
               MOVE ZERO TO PBD-VALOR-DIA
               MOVE BEN-VALOR-VR TO PBD-VALOR
               WRITE REG-PEDIDO-VR FROM WS-REG-PEDIDO-DETALHE
               ADD 1 TO WS-QTD-CARTOES-VR
               ADD BEN-VALOR-VR TO WS-TOTAL-VALOR-VR
           END-IF
           EXIT.

       2300-PEDIR-VALE-TRANSPORTE.
           IF BEN-VALOR-VT-DIA NOT > ZERO
               ADD 1 TO WS-QTD-VT-SEM-CUSTO
               DISPLAY 'VT SEM CUSTO DIARIO NA ADESAO (AC00EX04) - '
                   'FORA DO PEDIDO: ' FUNC-MATRICULA ' ' FUNC-NOME
           ELSE
               PERFORM 2400-APURAR-DIAS-FERIAS
               MOVE ZERO TO WS-DIAS-FALTA
               IF WS-FALTAS-ABERTO
                   MOVE FUNC-MATRICULA TO FAL-MATRICULA
                   MOVE WS-COMPETENCIA-FALTAS TO FAL-COMPETENCIA
                   READ FALTAS-ARQ
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FAL-DIAS-FALTA IS NUMERIC
                               MOVE FAL-DIAS-FALTA TO WS-DIAS-FALTA
                           END-IF
                   END-READ
               END-IF
               COMPUTE WS-DIAS-VT = WS-QTD-DIAS-UTEIS
                   - WS-DIAS-FERIAS - WS-DIAS-AFASTAMENTO
                   - WS-DIAS-FALTA
               IF WS-DIAS-VT > ZERO
                   MOVE WS-DIAS-VT TO PBD-QTD-DIAS
                   MOVE BEN-VALOR-VT-DIA TO PBD-VALOR-DIA
                   COMPUTE PBD-VALOR = PBD-QTD-DIAS * PBD-VALOR-DIA
                   WRITE REG-PEDIDO-VT FROM WS-REG-PEDIDO-DETALHE
                   ADD 1 TO WS-QTD-CARTOES-VT
                   ADD PBD-QTD-DIAS TO WS-TOTAL-DIAS-VT
                   ADD PBD-VALOR TO WS-TOTAL-VALOR-VT
               ELSE
                   ADD 1 TO WS-QTD-VT-SEM-DIAS
                   DISPLAY 'VT SEM DIAS A RECARREGAR (FERIAS '
                       WS-DIAS-FERIAS ', AFASTAMENTO '
                       WS-DIAS-AFASTAMENTO ', FALTAS ' WS-DIAS-FALTA
                       '): ' FUNC-MATRICULA ' ' FUNC-NOME
               END-IF
           END-IF
           EXIT.

       2400-APURAR-DIAS-FERIAS.
           MOVE ZERO TO WS-DIAS-FERIAS
           MOVE ZERO TO WS-DIAS-AFASTAMENTO
           PERFORM 2440-CARREGAR-AFASTAMENTOS
           MOVE 1 TO WS-SUB-DIA
           PERFORM 2410-AVALIAR-DIA-FERIAS
               UNTIL WS-SUB-DIA > WS-DIAS-MES-CALC
           EXIT.

       2410-AVALIAR-DIA-FERIAS.
           IF CAL-DIA-UTIL-TAB(WS-SUB-DIA)
               PERFORM 2420-LOCALIZAR-FERIAS
               IF WS-EM-FERIAS
                   ADD 1 TO WS-DIAS-FERIAS
               ELSE
                   PERFORM 2460-LOCALIZAR-AFASTAMENTO
                   IF WS-AFASTADO
                       ADD 1 TO WS-DIAS-AFASTAMENTO
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-SUB-DIA
           EXIT.

       2420-LOCALIZAR-FERIAS.
           SET WS-FORA-FERIAS TO TRUE
           MOVE 1 TO WS-SUB-FERIAS
           PERFORM 2430-COMPARAR-FERIAS
               UNTIL WS-SUB-FERIAS > WS-QTD-FERIAS OR WS-EM-FERIAS
           EXIT.

       2430-COMPARAR-FERIAS.
           IF FRT-MATRICULA-TAB(WS-SUB-FERIAS) = FUNC-MATRICULA
               AND FRT-DATA-INICIO-TAB(WS-SUB-FERIAS)
                   NOT > CAL-DATA-TAB(WS-SUB-DIA)
               AND FRT-DATA-FIM-TAB(WS-SUB-FERIAS)
                   NOT < CAL-DATA-TAB(WS-SUB-DIA)
               SET WS-EM-FERIAS TO TRUE
           ELSE
               ADD 1 TO WS-SUB-FERIAS
           END-IF
           EXIT.

       2440-CARREGAR-AFASTAMENTOS.
           MOVE ZERO TO WS-QTD-AFASTAMENTOS
           IF WS-AFASTAMENTO-ABERTO
               MOVE FUNC-MATRICULA TO AFA-MATRICULA
               MOVE ZERO TO AFA-DATA-INICIO
               START AFASTAMENTO-ARQ KEY IS >= AFA-CHAVE
                   INVALID KEY
                       SET WS-FIM-AFASTAMENTO TO TRUE
                   NOT INVALID KEY
                       SET WS-NAO-FIM-AFASTAMENTO TO TRUE
                       PERFORM 2450-GUARDAR-AFASTAMENTO
                           UNTIL WS-FIM-AFASTAMENTO
               END-START
           END-IF
           EXIT.

       2450-GUARDAR-AFASTAMENTO.
           READ AFASTAMENTO-ARQ NEXT
               AT END
                   SET WS-FIM-AFASTAMENTO TO TRUE
           END-READ
           IF WS-NAO-FIM-AFASTAMENTO
               IF AFA-MATRICULA NOT = FUNC-MATRICULA
                   SET WS-FIM-AFASTAMENTO TO TRUE
               ELSE
                   IF AFA-DATA-INICIO(1:6) NOT > WS-COMPETENCIA
                       AND (AFA-DATA-RETORNO = ZERO
                       OR AFA-DATA-RETORNO(1:6) NOT < WS-COMPETENCIA)
                       AND WS-QTD-AFASTAMENTOS < WS-MAX-AFASTAMENTOS
                       ADD 1 TO WS-QTD-AFASTAMENTOS
                       MOVE WS-QTD-AFASTAMENTOS TO WS-SUB-AFASTAMENTO
                       MOVE AFA-DATA-INICIO
                           TO AFT-DATA-INICIO-TAB(WS-SUB-AFASTAMENTO)
                       MOVE AFA-DATA-RETORNO
                           TO AFT-DATA-RETORNO-TAB(WS-SUB-AFASTAMENTO)
                   END-IF
               END-IF
           END-IF
           EXIT.

       2460-LOCALIZAR-AFASTAMENTO.
           SET WS-NAO-AFASTADO TO TRUE
           MOVE 1 TO WS-SUB-AFASTAMENTO
           PERFORM 2470-COMPARAR-AFASTAMENTO
               UNTIL WS-SUB-AFASTAMENTO > WS-QTD-AFASTAMENTOS
               OR WS-AFASTADO
           EXIT.

       2470-COMPARAR-AFASTAMENTO.
           IF AFT-DATA-INICIO-TAB(WS-SUB-AFASTAMENTO)
               NOT > CAL-DATA-TAB(WS-SUB-DIA)
               AND (AFT-DATA-RETORNO-TAB(WS-SUB-AFASTAMENTO) = ZERO
               OR AFT-DATA-RETORNO-TAB(WS-SUB-AFASTAMENTO)
               > CAL-DATA-TAB(WS-SUB-DIA))
               SET WS-AFASTADO TO TRUE
           ELSE
               ADD 1 TO WS-SUB-AFASTAMENTO
           END-IF
           EXIT.

       7000-VERIFICAR-DIA-UTIL.
           PERFORM 7100-CALCULAR-DIA-SEMANA
           SET WS-DIA-UTIL TO TRUE
           IF WS-IND-DIA-SEMANA = 0 OR WS-IND-DIA-SEMANA = 1
               SET WS-DIA-NAO-UTIL TO TRUE
           ELSE
               PERFORM 7500-LOCALIZAR-FERIADO
               IF WS-FERIADO-ACHADO
                   SET WS-DIA-NAO-UTIL TO TRUE
               END-IF
           END-IF
           EXIT.

       7100-CALCULAR-DIA-SEMANA.
      *    CONGRUENCIA DE ZELLER - CALENDARIO GREGORIANO
           MOVE WS-MES TO WS-MES-AJUSTADO
           MOVE WS-ANO TO WS-ANO-AJUSTADO
           IF WS-MES-AJUSTADO < 3
               ADD 12 TO WS-MES-AJUSTADO
               SUBTRACT 1 FROM WS-ANO-AJUSTADO
           END-IF
           DIVIDE WS-ANO-AJUSTADO BY 100 GIVING WS-SECULO
               REMAINDER WS-ANO-SECULO
           COMPUTE WS-TERMO1 = 13 * (WS-MES-AJUSTADO + 1)
           DIVIDE WS-TERMO1 BY 5 GIVING WS-TERMO1-DIV
               REMAINDER WS-TERMO1-RESTO
           DIVIDE WS-ANO-SECULO BY 4 GIVING WS-TERMO2-DIV
               REMAINDER WS-TERMO2-RESTO
           DIVIDE WS-SECULO BY 4 GIVING WS-TERMO3-DIV
               REMAINDER WS-TERMO3-RESTO
           COMPUTE WS-SOMA-DIA-SEMANA = WS-DIA + WS-TERMO1-DIV +
               WS-ANO-SECULO + WS-TERMO2-DIV + WS-TERMO3-DIV -
               (2 * WS-SECULO) + 700
           DIVIDE WS-SOMA-DIA-SEMANA BY 7 GIVING WS-QUOCIENTE-SEMANA
               REMAINDER WS-IND-DIA-SEMANA
           EXIT.

       7500-LOCALIZAR-FERIADO.
           SET WS-FERIADO-NAO-ACHADO TO TRUE
           MOVE 1 TO WS-SUB-FERIADO
           PERFORM 7550-COMPARAR-FERIADO
               UNTIL WS-SUB-FERIADO > WS-QTD-FERIADOS
               OR WS-FERIADO-ACHADO
           EXIT.

       7550-COMPARAR-FERIADO.
           IF FER-DIA-TAB(WS-SUB-FERIADO) = WS-DIA AND
               FER-MES-TAB(WS-SUB-FERIADO) = WS-MES AND
               FER-ANO-TAB(WS-SUB-FERIADO) = WS-ANO
               SET WS-FERIADO-ACHADO TO TRUE
           ELSE
               ADD 1 TO WS-SUB-FERIADO
           END-IF
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           CLOSE AC00-ARQ-FUNCIONARIOS
           CLOSE BENEFICIO-ARQ
           IF WS-FALTAS-ABERTO
               CLOSE FALTAS-ARQ
           END-IF
           IF WS-AFASTAMENTO-ABERTO
               CLOSE AFASTAMENTO-ARQ
           END-IF
           CLOSE PEDIDO-VT-ARQ
           CLOSE PEDIDO-VR-ARQ
           DISPLAY 'FUNCIONARIOS ATIVOS.......: ' WS-QTD-ATIVOS
           DISPLAY 'ATIVOS SEM ADESAO.........: ' WS-QTD-SEM-ADESAO
           MOVE WS-TOTAL-VALOR-VT TO WS-VALOR-EDIT
           DISPLAY 'AC00PVT - CARTOES VT......: ' WS-QTD-CARTOES-VT
               '  DIAS ' WS-TOTAL-DIAS-VT '  VALOR ' WS-VALOR-EDIT
           MOVE WS-TOTAL-VALOR-VR TO WS-VALOR-EDIT
           DISPLAY 'AC00PVR - CARTOES VR......: ' WS-QTD-CARTOES-VR
               '  VALOR ' WS-VALOR-EDIT
           DISPLAY 'VT FORA DO PEDIDO (CUSTO).: ' WS-QTD-VT-SEM-CUSTO
           DISPLAY 'VT FORA DO PEDIDO (DIAS)..: ' WS-QTD-VT-SEM-DIAS
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

       COPY DIASMESP.
