      *                   FERIADOS ENCHEM NA CARGA; COM A CARGA DE
      *                   PERIODOS TRUNCADA A REGRAVACAO DE AC00FERS
      *                   E RECUSADA PARA NAO APAGAR OS EXCEDENTES
      *15/10/2026 MLBF    5200-VERIFICAR-PERIODO-AQUISITIVO PASSA A
      *                   CONSULTAR OS AFASTAMENTOS DE AC00AFAS (MANTIDO
      *                   POR AC00EX10): A LICENCA NAO REMUNERADA (N)
      *                   NAO CONTA NO PERIODO AQUISITIVO, O AFASTAMENTO
      *                   POR DOENCA (D) OU ACIDENTE DE TRABALHO (A)
      *                   ACIMA DE 180 DIAS REINICIA O PERIODO NO
      *                   RETORNO (OU O DA COMO PERDIDO SE AINDA NAO
      *                   HOUVE RETORNO) E O FUNCIONARIO AFASTADO HOJE E
      *                   SINALIZADO
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO FUNC-CARGO (CODIGO DO
      *                   CARGO, CADASTRO AC00CARG MANTIDO POR AC00EX11)
      *                   INCLUIDO EM AC00FUNC
      *15/10/2026 MLBF    FALTAS INJUSTIFICADAS:
      *                   5270-APURAR-DIREITO-FERIAS CHAMA FERIDIRE PARA
      *                   O PERIODO AQUISITIVO (O ULTIMO COMPLETO OU O
      *                   EM CURSO) E 5100-PROGRAMAR-FERIAS LIMITA OS
      *                   DIAS AO DIREITO (30/24/18/12), CANCELANDO
      *                   QUANDO NAO HA DIREITO; 5500-PAGAR-FERIAS PAGA
      *                   O SALDO DE MOVEPROV X DIAS/30, COM A LINHA DE
      *                   FALTAS E DIAS DE DIREITO NO DEMONSTRATIVO
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
      *15/10/2026 MLBF    O PAGAMENTO DAS FERIAS (6100) PASSA A LANCAR O
      *                   DEPOSITO DE FGTS SOBRE FERIAS + 1/3 (ALIQUOTA
      *                   DO TIPO DE CONTRATO VIA TIPOCONT) NO EXTRATO
      *                   INDEXADO AC00FGTS, NA COMPETENCIA DE INICIO
      *                   DAS FERIAS, ORIGEM 'F'
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEMONSTRATIVO.

           SELECT AFASTAMENTO-ARQ ASSIGN TO "AC00AFAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WS-FS-AFASTAMENTO.

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

       FD  FERIAS-ARQ.
       01 REG-FERIAS PIC X(57).
       FD  DEMONSTRATIVO-ARQ.
       01 REG-DEMONSTRATIVO PIC X(80).

       FD  AFASTAMENTO-ARQ.
       01 REG-AFASTAMENTO.
           05 AFA-CHAVE.
               10 AFA-MATRICULA PIC 9(06).
               10 AFA-DATA-INICIO PIC 9(08).
           05 AFA-TIPO PIC X(01).
               88 AFA-DOENCA VALUE 'D'.
               88 AFA-ACIDENTE-TRABALHO VALUE 'A'.
               88 AFA-MATERNIDADE VALUE 'M'.
               88 AFA-NAO-REMUNERADA VALUE 'N'.
               88 AFA-EMPRESA-PAGA-15-DIAS VALUE 'D' 'A'.
           05 AFA-DATA-RETORNO PIC 9(08).
           05 AFA-OBSERVACAO PIC X(30).

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
       01 WS-REG-FERIAS.
           05 FER-MATRICULA PIC 9(06) VALUE ZERO.
           05 WS-ANO-FIM PIC 9999 VALUE ZERO.
           05 WS-SUB-DIA PIC 99 COMP VALUE ZERO.
           05 WS-MESES-CASA PIC 9(04) COMP VALUE ZERO.
           05 WS-MES-ABSOLUTO PIC 9(06) COMP VALUE ZERO.
           05 WS-QTD-PERIODOS-COMPLETOS PIC 9(04) COMP VALUE ZERO.
           05 WS-ANO-CONVERSAO PIC 9(04) VALUE ZERO.
           05 WS-MES-CONVERSAO PIC 9(02) VALUE ZERO.

       01 WS-AREA-FERIDIRE.
           05 WS-FDR-ENTRADA.
               10 WS-FDR-MATRICULA PIC 9(06) VALUE ZERO.
               10 WS-FDR-COMPETENCIA-INICIO PIC 9(06) VALUE ZERO.
               10 WS-FDR-COMPETENCIA-FIM PIC 9(06) VALUE ZERO.
           05 WS-FDR-SAIDA.
               10 WS-FDR-QTD-FALTAS PIC 9(03) VALUE ZERO.
               10 WS-FDR-DIAS-DIREITO PIC 9(02) VALUE 30.
               10 WS-FDR-IND-FALTAS-APURADAS PIC X(01) VALUE 'N'.
                   88 WS-FDR-FALTAS-APURADAS VALUE 'S'.
                   88 WS-FDR-FALTAS-NAO-APURADAS VALUE 'N'.

       01 WS-AREA-AFASTAMENTO.
           05 WS-DATA-INICIO-AQUISITIVO PIC 9(08) VALUE ZERO.
           05 WS-DATA-INICIO-AQUIS-RED
               REDEFINES WS-DATA-INICIO-AQUISITIVO.
               10 WS-INI-AQUIS-ANO PIC 9(04).
               10 WS-INI-AQUIS-MES PIC 9(02).
               10 WS-INI-AQUIS-DIA PIC 9(02).
           05 WS-JUL-HOJE PIC 9(07) COMP VALUE ZERO.
           05 WS-JUL-INICIO-AFAST PIC 9(07) COMP VALUE ZERO.
           05 WS-JUL-FIM-AFAST PIC 9(07) COMP VALUE ZERO.
           05 WS-DIAS-AFASTAMENTO PIC 9(05) COMP VALUE ZERO.
           05 WS-DIAS-SUSPENSOS PIC 9(05) COMP VALUE ZERO.
           05 WS-MESES-SUSPENSOS PIC 9(04) COMP VALUE ZERO.
           05 WS-MAX-DIAS-AFAST-AQUIS PIC 9(03) COMP VALUE 180.
           05 WS-TIPO-AFASTADO-HOJE PIC X(01) VALUE SPACE.
           05 WS-INICIO-AFASTADO-HOJE PIC 9(08) VALUE ZERO.
           05 WS-IND-AFASTADO-HOJE PIC X(01) VALUE 'N'.
               88 WS-AFASTADO-HOJE VALUE 'S'.
               88 WS-NAO-AFASTADO-HOJE VALUE 'N'.
           05 WS-IND-AQUISITIVO-PERDIDO PIC X(01) VALUE 'N'.
               88 WS-AQUISITIVO-PERDIDO VALUE 'S'.
               88 WS-AQUISITIVO-MANTIDO VALUE 'N'.

       01 WS-AREA-DATAVALD.
           05 WS-DTV-DATA.
           05 WS-VALOR-TERCO PIC 9(09)V99 VALUE ZERO.
           05 WS-VALOR-FERIAS-EDIT PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-VALOR-TERCO-EDIT PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-FGTS-FERIAS PIC 9(07)V99 VALUE ZERO.

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

       01 WS-LINHA-DEMO-TITULO.
           05 FILLER PIC X(80)
           05 DEM-QTD-DIAS PIC Z9 VALUE ZERO.
           05 FILLER PIC X(42) VALUE SPACES.

       01 WS-LINHA-DEMO-DIREITO.
           05 FILLER PIC X(32) VALUE
               'FALTAS NO PERIODO AQUISITIVO: '.
           05 DEM-QTD-FALTAS PIC ZZ9 VALUE ZERO.
           05 FILLER PIC X(18) VALUE '  DIAS DE DIREITO:'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DEM-DIAS-DIREITO PIC Z9 VALUE ZERO.
           05 FILLER PIC X(24) VALUE SPACES.

       01 WS-LINHA-DEMO-FERIAS.
           05 FILLER PIC X(21) VALUE 'FERIAS'.
           05 DEM-VALOR-FERIAS PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 WS-FS-FERIADOS PIC X(02) VALUE '00'.
           05 WS-FS-PROVISAO PIC X(02) VALUE '00'.
           05 WS-FS-DEMONSTRATIVO PIC X(02) VALUE '00'.
           05 WS-FS-AFASTAMENTO PIC X(02) VALUE '00'.
           05 WS-FS-FGTS PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-FERIAS PIC X(01) VALUE 'N'.
               88 WS-FIM-FERIAS VALUE 'S'.
           05 WS-IND-FIM-FERIADOS PIC X(01) VALUE 'N'.
               88 WS-FIM-FERIADOS VALUE 'S'.
               88 WS-NAO-FIM-FERIADOS VALUE 'N'.
           05 WS-IND-AFASTAMENTO-ABERTO PIC X(01) VALUE 'N'.
               88 WS-AFASTAMENTO-ABERTO VALUE 'S'.
               88 WS-AFASTAMENTO-FECHADO VALUE 'N'.
           05 WS-IND-FIM-AFASTAMENTO PIC X(01) VALUE 'N'.
               88 WS-FIM-AFASTAMENTO VALUE 'S'.
               88 WS-NAO-FIM-AFASTAMENTO VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 0010-ABRIR-FUNCIONARIOS
               UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL
           PERFORM 0020-ABRIR-AFASTAMENTOS
           EXIT.

       0010-ABRIR-FUNCIONARIOS.
           END-IF
           EXIT.

       0020-ABRIR-AFASTAMENTOS.
           OPEN INPUT AFASTAMENTO-ARQ
           IF WS-FS-AFASTAMENTO = '00'
               SET WS-AFASTAMENTO-ABERTO TO TRUE
           ELSE
               SET WS-AFASTAMENTO-FECHADO TO TRUE
               IF WS-FS-AFASTAMENTO = '35'
                   DISPLAY 'AC00AFAS NAO ENCONTRADO - PERIODO '
                       'AQUISITIVO SEM CONFERENCIA DE AFASTAMENTOS'
               ELSE
                   MOVE WS-FS-AFASTAMENTO TO WS-FILE-STATUS
                   MOVE 'AC00AFAS' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       1000-CARREGAR-FERIADOS.
           OPEN INPUT AC34-ARQ-FERIADOS
           IF WS-FS-FERIADOS = '35'
                       DISPLAY 'FUNCIONARIO INATIVO - FERIAS NAO '
                           'PODEM SER PROGRAMADAS: ' WS-MATRICULA
                   ELSE
                       DISPLAY 'FUNCIONARIO: ' FUNC-NOME
                       PERFORM 5200-VERIFICAR-PERIODO-AQUISITIVO
                       IF WS-FDR-DIAS-DIREITO = ZERO
                           DISPLAY 'SEM DIREITO A FERIAS NO PERIODO '
                               'AQUISITIVO (' WS-FDR-QTD-FALTAS
                               ' FALTAS) - PROGRAMACAO CANCELADA'
                       ELSE
                           PERFORM 5150-CAPTURAR-PERIODO
                       END-IF
                   END-IF
           END-READ
           EXIT.

       5150-CAPTURAR-PERIODO.
           DISPLAY 'DATA DE INICIO - DIA (DD)?'
           ACCEPT WS-DIA-INICIO
           DISPLAY 'DATA DE INICIO - MES (MM)?'
           ACCEPT WS-MES-INICIO
           DISPLAY 'DATA DE INICIO - ANO (AAAA)?'
           ACCEPT WS-ANO-INICIO
           DISPLAY 'QUANTIDADE DE DIAS (ATE ' WS-FDR-DIAS-DIREITO ')?'
           ACCEPT WS-QTD-DIAS-FERIAS
           IF WS-QTD-DIAS-FERIAS > WS-FDR-DIAS-DIREITO
               DISPLAY 'LIMITADO A ' WS-FDR-DIAS-DIREITO ' DIAS'
               MOVE WS-FDR-DIAS-DIREITO TO WS-QTD-DIAS-FERIAS
           END-IF

           PERFORM 5250-VALIDAR-DATA-INICIO
           EXIT.

       5200-VERIFICAR-PERIODO-AQUISITIVO.
           MOVE FUNC-DATA-ADMISSAO TO WS-DATA-INICIO-AQUISITIVO
           MOVE ZERO TO WS-DIAS-SUSPENSOS
           SET WS-NAO-AFASTADO-HOJE TO TRUE
           SET WS-AQUISITIVO-MANTIDO TO TRUE
           IF WS-AFASTAMENTO-ABERTO
               COMPUTE WS-JUL-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               MOVE WS-MATRICULA TO AFA-MATRICULA
               MOVE ZERO TO AFA-DATA-INICIO
               START AFASTAMENTO-ARQ KEY IS >= AFA-CHAVE
                   INVALID KEY
                       SET WS-FIM-AFASTAMENTO TO TRUE
                   NOT INVALID KEY
                       SET WS-NAO-FIM-AFASTAMENTO TO TRUE
                       PERFORM 5210-AVALIAR-AFASTAMENTO
                           UNTIL WS-FIM-AFASTAMENTO
               END-START
           END-IF

           COMPUTE WS-MESES-CASA =
               ((WS-HOJE-ANO - WS-INI-AQUIS-ANO) * 12)
               + (WS-HOJE-MES - WS-INI-AQUIS-MES)
           COMPUTE WS-MESES-SUSPENSOS = WS-DIAS-SUSPENSOS / 30
           IF WS-MESES-SUSPENSOS > WS-MESES-CASA
               MOVE ZERO TO WS-MESES-CASA
           ELSE
               SUBTRACT WS-MESES-SUSPENSOS FROM WS-MESES-CASA
           END-IF

           IF WS-AFASTADO-HOJE
               DISPLAY 'ATENCAO: FUNCIONARIO AFASTADO - TIPO '
                   WS-TIPO-AFASTADO-HOJE ' DESDE '
                   WS-INICIO-AFASTADO-HOJE
           END-IF
           IF WS-AQUISITIVO-PERDIDO
               DISPLAY 'ATENCAO: AFASTAMENTO POR DOENCA/ACIDENTE '
                   'ACIMA DE ' WS-MAX-DIAS-AFAST-AQUIS ' DIAS - '
                   'PERIODO AQUISITIVO PERDIDO'
           END-IF
           IF WS-DATA-INICIO-AQUISITIVO NOT = FUNC-DATA-ADMISSAO
               DISPLAY 'PERIODO AQUISITIVO REINICIADO NO RETORNO DO '
                   'AFASTAMENTO EM ' WS-DATA-INICIO-AQUISITIVO
           END-IF
           IF WS-DIAS-SUSPENSOS > ZERO
               DISPLAY 'LICENCA NAO REMUNERADA: ' WS-DIAS-SUSPENSOS
                   ' DIA(S) FORA DO PERIODO AQUISITIVO'
           END-IF
           IF WS-MESES-CASA < 12
               DISPLAY 'ATENCAO: PERIODO AQUISITIVO INCOMPLETO - '
                   WS-MESES-CASA ' MES(ES) DESDE '
                   WS-DATA-INICIO-AQUISITIVO
           END-IF
           PERFORM 5270-APURAR-DIREITO-FERIAS
           EXIT.

       5270-APURAR-DIREITO-FERIAS.
           COMPUTE WS-MES-ABSOLUTO =
               (WS-INI-AQUIS-ANO * 12) + WS-INI-AQUIS-MES - 1
           IF WS-MESES-CASA < 12
               MOVE WS-HOJE-ANO TO WS-ANO-CONVERSAO
               MOVE WS-HOJE-MES TO WS-MES-CONVERSAO
           ELSE
               COMPUTE WS-QTD-PERIODOS-COMPLETOS = WS-MESES-CASA / 12
               COMPUTE WS-MES-ABSOLUTO = WS-MES-ABSOLUTO
                   + ((WS-QTD-PERIODOS-COMPLETOS - 1) * 12)
               COMPUTE WS-ANO-CONVERSAO = (WS-MES-ABSOLUTO + 11) / 12
               COMPUTE WS-MES-CONVERSAO = WS-MES-ABSOLUTO + 11
                   - (WS-ANO-CONVERSAO * 12) + 1
           END-IF
           MOVE WS-MATRICULA TO WS-FDR-MATRICULA
           COMPUTE WS-FDR-COMPETENCIA-FIM =
               (WS-ANO-CONVERSAO * 100) + WS-MES-CONVERSAO
           DIVIDE WS-MES-ABSOLUTO BY 12 GIVING WS-ANO-CONVERSAO
               REMAINDER WS-MES-CONVERSAO
           ADD 1 TO WS-MES-CONVERSAO
           COMPUTE WS-FDR-COMPETENCIA-INICIO =
               (WS-ANO-CONVERSAO * 100) + WS-MES-CONVERSAO
           CALL 'FERIDIRE' USING WS-AREA-FERIDIRE
           CANCEL 'FERIDIRE'
           IF WS-FDR-DIAS-DIREITO < 30
               DISPLAY 'FALTAS INJUSTIFICADAS NO PERIODO AQUISITIVO '
                   WS-FDR-COMPETENCIA-INICIO ' A '
                   WS-FDR-COMPETENCIA-FIM ': ' WS-FDR-QTD-FALTAS
                   ' - DIREITO A ' WS-FDR-DIAS-DIREITO ' DIAS'
           END-IF
           EXIT.

       5210-AVALIAR-AFASTAMENTO.
           READ AFASTAMENTO-ARQ NEXT
               AT END
                   SET WS-FIM-AFASTAMENTO TO TRUE
           END-READ
           IF WS-NAO-FIM-AFASTAMENTO
               IF AFA-MATRICULA NOT = WS-MATRICULA
                   SET WS-FIM-AFASTAMENTO TO TRUE
               ELSE
                   IF AFA-DATA-INICIO NOT > WS-DATA-HOJE
                       PERFORM 5220-CONTAR-DIAS-AFASTAMENTO
                   END-IF
               END-IF
           END-IF
           EXIT.

       5220-CONTAR-DIAS-AFASTAMENTO.
           COMPUTE WS-JUL-INICIO-AFAST =
               FUNCTION INTEGER-OF-DATE(AFA-DATA-INICIO)
           IF AFA-DATA-RETORNO = ZERO
               OR AFA-DATA-RETORNO > WS-DATA-HOJE
               MOVE WS-JUL-HOJE TO WS-JUL-FIM-AFAST
               SET WS-AFASTADO-HOJE TO TRUE
               MOVE AFA-TIPO TO WS-TIPO-AFASTADO-HOJE
               MOVE AFA-DATA-INICIO TO WS-INICIO-AFASTADO-HOJE
           ELSE
               COMPUTE WS-JUL-FIM-AFAST =
                   FUNCTION INTEGER-OF-DATE(AFA-DATA-RETORNO) - 1
           END-IF
           IF WS-JUL-FIM-AFAST < WS-JUL-INICIO-AFAST
               MOVE ZERO TO WS-DIAS-AFASTAMENTO
           ELSE
               COMPUTE WS-DIAS-AFASTAMENTO =
                   WS-JUL-FIM-AFAST - WS-JUL-INICIO-AFAST + 1
           END-IF

           EVALUATE TRUE
               WHEN AFA-EMPRESA-PAGA-15-DIAS
                   IF WS-DIAS-AFASTAMENTO > WS-MAX-DIAS-AFAST-AQUIS
                       IF AFA-DATA-RETORNO = ZERO
                           OR AFA-DATA-RETORNO > WS-DATA-HOJE
                           SET WS-AQUISITIVO-PERDIDO TO TRUE
                       ELSE
                           MOVE AFA-DATA-RETORNO
                               TO WS-DATA-INICIO-AQUISITIVO
                           MOVE ZERO TO WS-DIAS-SUSPENSOS
                       END-IF
                   END-IF
               WHEN AFA-NAO-REMUNERADA
                   ADD WS-DIAS-AFASTAMENTO TO WS-DIAS-SUSPENSOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       5250-VALIDAR-DATA-INICIO.
               DISPLAY 'NENHUMA FERIAS PROGRAMADA E NAO PAGA PARA A '
                   'MATRICULA ' WS-MATRICULA
           ELSE
               PERFORM 5570-APURAR-DIREITO-PAGAMENTO
               PERFORM 6000-CONSUMIR-SALDO-FERIAS
           END-IF
           EXIT.
           END-IF
           EXIT.

       5570-APURAR-DIREITO-PAGAMENTO.
           MOVE WS-MATRICULA TO FUNC-MATRICULA
           READ AC00-ARQ-FUNCIONARIOS
               INVALID KEY
                   MOVE ZERO TO WS-FDR-QTD-FALTAS
                   MOVE 30 TO WS-FDR-DIAS-DIREITO
                   MOVE SPACE TO FUNC-TIPO-CONTRATO
               NOT INVALID KEY
                   PERFORM 5200-VERIFICAR-PERIODO-AQUISITIVO
           END-READ
           EXIT.

       5800-LISTAR-PERIODOS.
           DISPLAY SPACES
           DISPLAY 'PERIODOS DE FERIAS REGISTRADOS: ' WS-QTD-PERIODOS
                       DISPLAY 'SALDO DE FERIAS JA ZERADO PARA A '
                           'MATRICULA ' WS-MATRICULA
                   ELSE
                       COMPUTE WS-VALOR-FERIAS ROUNDED =
                           PRV-SALDO-FERIAS * WS-FDR-DIAS-DIREITO / 30
                       COMPUTE WS-VALOR-TERCO ROUNDED =
                           WS-VALOR-FERIAS / 4
                       SUBTRACT WS-VALOR-TERCO FROM WS-VALOR-FERIAS
                       PERFORM 6300-GRAVAR-DEMONSTRATIVO
                       PERFORM 6400-LANCAR-DEPOSITO-FGTS
                       MOVE ZERO TO PRV-SALDO-FERIAS
                       REWRITE REG-PROVISAO
                       IF WS-FS-PROVISAO NOT = '00'
           MOVE PER-QTD-DIAS-TAB(WS-SUB-PERIODO) TO DEM-QTD-DIAS
           MOVE WS-VALOR-FERIAS TO DEM-VALOR-FERIAS
           MOVE WS-VALOR-TERCO TO DEM-VALOR-TERCO
           MOVE WS-FDR-QTD-FALTAS TO DEM-QTD-FALTAS
           MOVE WS-FDR-DIAS-DIREITO TO DEM-DIAS-DIREITO
           COMPUTE DEM-VALOR-TOTAL = WS-VALOR-FERIAS + WS-VALOR-TERCO

           WRITE REG-DEMONSTRATIVO FROM WS-LINHA-DEMO-TITULO
           WRITE REG-DEMONSTRATIVO FROM WS-LINHA-DEMO-NOME
           WRITE REG-DEMONSTRATIVO FROM WS-LINHA-DEMO-PERIODO
           WRITE REG-DEMONSTRATIVO FROM WS-LINHA-DEMO-DIREITO
           WRITE REG-DEMONSTRATIVO FROM WS-LINHA-BRANCO
           WRITE REG-DEMONSTRATIVO FROM WS-LINHA-DEMO-FERIAS
           WRITE REG-DEMONSTRATIVO FROM WS-LINHA-DEMO-TERCO
           CLOSE DEMONSTRATIVO-ARQ
           EXIT.

       6400-LANCAR-DEPOSITO-FGTS.
           MOVE FUNC-TIPO-CONTRATO TO TPC-TIPO-CONTRATO
           CALL 'TIPOCONT' USING WS-AREA-TIPOCONT
           COMPUTE WS-FGTS-FERIAS ROUNDED =
               (WS-VALOR-FERIAS + WS-VALOR-TERCO) * TPC-ALIQUOTA-FGTS
           IF WS-FGTS-FERIAS > ZERO
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
               MOVE PER-COMPETENCIA-TAB(WS-SUB-PERIODO)
                   TO FGT-COMPETENCIA
               SET FGT-ORIGEM-FERIAS TO TRUE
               READ FGTS-ARQ
                   INVALID KEY
                       SET WS-LANCAMENTO-FGTS-NOVO TO TRUE
                   NOT INVALID KEY
                       SET WS-LANCAMENTO-FGTS-EXISTENTE TO TRUE
               END-READ

               COMPUTE FGT-BASE-CALCULO =
                   WS-VALOR-FERIAS + WS-VALOR-TERCO
               MOVE TPC-ALIQUOTA-FGTS TO FGT-ALIQUOTA
               MOVE WS-FGTS-FERIAS TO FGT-VALOR-DEPOSITO
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
               DISPLAY 'DEPOSITO DE FGTS DAS FERIAS LANCADO EM '
                   'AC00FGTS: ' WS-FGTS-FERIAS
           END-IF
           EXIT.

       7000-CALCULAR-DIA-SEMANA.
      *    CONGRUENCIA DE ZELLER - CALENDARIO GREGORIANO
           MOVE WS-MES TO WS-MES-AJUSTADO

       9000-FINALIZAR-PROGRAMA.
           CLOSE AC00-ARQ-FUNCIONARIOS
           IF WS-AFASTAMENTO-ABERTO
               CLOSE AFASTAMENTO-ARQ
           END-IF
           DISPLAY 'PERIODOS DE FERIAS GRAVADOS EM AC00FERS: '
               WS-QTD-PERIODOS
           EXIT.
