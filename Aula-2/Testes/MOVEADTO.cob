      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. MOVEADTO.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : MOVE
      *PROGRAMA   : MOVEADTO
      *OBJETIVO   : PAGAR O ADIANTAMENTO QUINZENAL (40% DO SALARIO,
      *             NO DIA 20 DA COMPETENCIA), NO MESMO PADRAO DE
      *             MOVEPG13: LE OS FUNCIONARIOS ATIVOS DE AC00FUNC,
      *             RESPEITA A OPCAO DE NAO RECEBER REGISTRADA EM
      *             AC00ADOP (MANTIDA POR AC00EX09), GERA CONTRACHEQUE
      *             PROPRIO (MOVECADI) E BORDERO PROPRIO (MOVEBADI,
      *             COM OS DADOS BANCARIOS DE AC00BANC) E GRAVA O
      *             RAZAO DE ADIANTAMENTOS MOVEADIA POR MATRICULA E
      *             COMPETENCIA, QUE O MOVE USA PARA DESCONTAR O VALOR
      *             ADIANTADO DO LIQUIDO DO MES E O RECONCIL USA NA
      *             CONCILIACAO. O ADIANTAMENTO NAO SOFRE INSS/IRRF,
      *             RETIDOS INTEGRALMENTE NA FOLHA MENSAL
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
      *15/10/2026 MLBF    CONFERE NO INICIO, VIA ROTINA JOBPRED, SE OS
      *                   JOBS PREDECESSORES CADASTRADOS EM SETDEPE
      *                   CONCLUIRAM EM SETSTAT; COM PREDECESSOR
      *                   AUSENTE, ABORTADO OU EM EXECUCAO O PROGRAMA
      *                   NAO RODA E ENCERRA COM RETURN-CODE 12 (MOTIVO
      *                   GRAVADO EM SETAUDIT)
      *15/10/2026 MLBF    LAYOUT DO RAZAO MOVEADIA ATUALIZADO COM OS
      *                   CAMPOS ADI-COMPETENCIA-COBRANCA E
      *                   ADI-VALOR-COBRANCA (FOLHA QUE FEZ A ULTIMA
      *                   COBRANCA DO ADIANTAMENTO E VALOR COBRADO
      *                   NELA), MANTIDOS POR MOVE; O ADIANTAMENTO PAGO
      *                   OS GRAVA ZERADOS; O MOVEADIA EXISTENTE DEVE
      *                   SER RECARREGADO NO NOVO TAMANHO (96 POSICOES)
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

           SELECT OPCAO-ADIANTAMENTO-ARQ ASSIGN TO "AC00ADOP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADO-MATRICULA
               FILE STATUS IS WS-FS-OPCAO.

           SELECT ADIANTAMENTO-ARQ ASSIGN TO "MOVEADIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADI-CHAVE
               FILE STATUS IS WS-FS-ADIANTAMENTO.

           SELECT CONTROLE-COMP-ARQ ASSIGN TO "MOVECTLC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-COMPETENCIA
               FILE STATUS IS WS-FS-CONTROLE-COMP.

           SELECT CONTRACHEQUE-ARQ ASSIGN TO "MOVECADI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTRACHEQUE.

           SELECT BORDERO-ARQ ASSIGN TO "MOVEBADI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BORDERO.

           SELECT BANCARIO-ARQ ASSIGN TO "AC00BANC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNC-MATRICULA
               FILE STATUS IS WS-FS-BANCARIO.

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

       FD  OPCAO-ADIANTAMENTO-ARQ.
       01 REG-OPCAO-ADIANTAMENTO.
           05 ADO-MATRICULA PIC 9(06).
           05 ADO-IND-ADIANTAMENTO PIC X(01).
               88 ADO-RECEBE VALUE 'S'.
               88 ADO-NAO-RECEBE VALUE 'N'.
           05 ADO-DATA-OPCAO PIC 9(08).

       FD  ADIANTAMENTO-ARQ.
       01 REG-ADIANTAMENTO.
           05 ADI-CHAVE.
               10 ADI-MATRICULA PIC 9(06).
               10 ADI-COMPETENCIA PIC 9(06).
           05 ADI-NOME PIC X(20).
           05 ADI-SALARIO-BASE PIC 9(7)V99.
           05 ADI-PERCENTUAL PIC 9(03)V99.
           05 ADI-VALOR PIC 9(7)V99.
           05 ADI-DATA-PAGAMENTO PIC 9(08).
           05 ADI-SITUACAO PIC X(01).
               88 ADI-PAGO VALUE 'P'.
               88 ADI-DESCONTADO VALUE 'D'.
           05 ADI-VALOR-DESCONTADO PIC 9(7)V99.
           05 ADI-DATA-DESCONTO PIC 9(08).
           05 ADI-COMPETENCIA-COBRANCA PIC 9(06).
           05 ADI-VALOR-COBRANCA PIC 9(7)V99.

       FD  CONTROLE-COMP-ARQ.
       01 REG-CONTROLE-COMP.
           05 CTC-COMPETENCIA PIC 9(06).
           05 CTC-SITUACAO PIC X(01).
               88 CTC-ABERTA VALUE 'A'.
               88 CTC-PREVIA VALUE 'V'.
               88 CTC-APROVADA VALUE 'L'.
               88 CTC-PROCESSADA VALUE 'P'.
           05 CTC-DATA-PROCESSO PIC 9(08).
           05 CTC-OPERADOR PIC X(08).

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

       WORKING-STORAGE SECTION.
       01 WS-PERC-ADIANTAMENTO PIC 9(03)V99 VALUE 40.
       01 WS-DIA-PAGAMENTO PIC 9(02) VALUE 20.
       01 WS-DIA-CORTE-ADMISSAO PIC 9(02) VALUE 15.

       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
       01 WS-COMPETENCIA-INFORMADA PIC 9(06) VALUE ZERO.
       01 WS-COMPETENCIA-ADTO PIC 9(06) VALUE ZERO.
       01 WS-DATA-PAGAMENTO PIC 9(08) VALUE ZERO.
       01 WS-DATA-PAGAMENTO-RED REDEFINES WS-DATA-PAGAMENTO.
           05 WS-PGT-COMPETENCIA PIC 9(06).
           05 WS-PGT-DIA PIC 9(02).
       01 WS-DATA-CORTE-ADMISSAO PIC 9(08) VALUE ZERO.
       01 WS-DATA-CORTE-ADMISSAO-RED REDEFINES WS-DATA-CORTE-ADMISSAO.
           05 WS-CRT-COMPETENCIA PIC 9(06).
           05 WS-CRT-DIA PIC 9(02).

       01 WS-VALOR-ADIANTAMENTO PIC 9(7)V99 VALUE ZERO.

       01 WS-QTD-BORDERO PIC 9(05) COMP VALUE ZERO.
       01 WS-TOTAL-BORDERO PIC 9(09)V99 VALUE ZERO.
       01 WS-QTD-PAGOS PIC 9(05) COMP VALUE ZERO.
       01 WS-QTD-OPTANTES-NAO PIC 9(05) COMP VALUE ZERO.
       01 WS-QTD-JA-PAGOS PIC 9(05) COMP VALUE ZERO.
       01 WS-QTD-ADMITIDOS-APOS-CORTE PIC 9(05) COMP VALUE ZERO.
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

       01 WS-CAB-CONTRACHEQUE-EMPRESA.
           05 FILLER PIC X(09) VALUE 'EMPRESA: '.
           05 FILLER PIC X(20) VALUE 'FOLHA DE PAGAMENTO'.
           05 FILLER PIC X(51) VALUE SPACES.

       01 WS-CAB-CONTRACHEQUE-1.
           05 FILLER PIC X(37)
               VALUE '========  ADIANTAMENTO QUINZENAL -  '.
           05 CAB-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(37) VALUE '  ========'.

       01 WS-LINHA-CTRC-NOME.
           05 FILLER PIC X(11) VALUE 'FUNCIONARIO'.
           05 FILLER PIC X(02) VALUE ': '.
           05 LCT-NOME PIC X(20) VALUE SPACES.
           05 FILLER PIC X(13) VALUE '  MATRICULA: '.
           05 LCT-MATRICULA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(28) VALUE SPACES.

       01 WS-LINHA-CTRC-DATA-PAGTO.
           05 FILLER PIC X(21) VALUE 'DATA DO PAGAMENTO...:'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 LCT-DATA-PAGTO PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(50) VALUE SPACES.

       01 WS-LINHA-CTRC-SALARIO.
           05 FILLER PIC X(21) VALUE 'SALARIO BASE'.
           05 LCT-SALARIO PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-LINHA-CTRC-PROVENTO.
           05 FILLER PIC X(15) VALUE 'ADIANTAMENTO ('.
           05 LCT-PERCENTUAL PIC ZZ9 VALUE ZERO.
           05 FILLER PIC X(03) VALUE '%)'.
           05 LCT-VALOR PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-LINHA-CTRC-LIQUIDO.
           05 FILLER PIC X(21) VALUE '(=) LIQUIDO A RECEBER'.
           05 LCT-LIQUIDO PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-LINHA-CTRC-OBSERVACAO.
           05 FILLER PIC X(80) VALUE
               'VALOR A SER DESCONTADO NA FOLHA MENSAL DA COMPETENCIA'.

       01 WS-LINHA-CTRC-ASSINATURA.
           05 FILLER PIC X(12) VALUE 'ASSINATURA: '.
           05 FILLER PIC X(30) VALUE ALL '_'.
           05 FILLER PIC X(38) VALUE SPACES.

       01 WS-LINHA-BRANCO PIC X(01) VALUE SPACES.

       01 WS-AREA-JOBPRED.
           05 WS-JOB-NOME-PRED PIC X(08) VALUE 'MOVEADTO'.
           05 WS-RESULTADO-PRED PIC X(01) VALUE 'S'.
               88 WS-PREDECESSORES-OK VALUE 'S'.
               88 WS-PREDECESSOR-PENDENTE VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-OPCAO PIC X(02) VALUE '00'.
           05 WS-FS-ADIANTAMENTO PIC X(02) VALUE '00'.
           05 WS-FS-CONTROLE-COMP PIC X(02) VALUE '00'.
           05 WS-FS-CONTRACHEQUE PIC X(02) VALUE '00'.
           05 WS-FS-BORDERO PIC X(02) VALUE '00'.
           05 WS-FS-BANCARIO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-FUNCIONARIOS PIC X(01) VALUE 'N'.
               88 WS-FIM-FUNCIONARIOS VALUE 'S'.
               88 WS-NAO-FIM-FUNCIONARIOS VALUE 'N'.
           05 WS-IND-OPCAO-ABERTO PIC X(01) VALUE 'N'.
               88 WS-OPCAO-ABERTO VALUE 'S'.
               88 WS-OPCAO-FECHADO VALUE 'N'.
           05 WS-IND-BANCARIO-ABERTO PIC X(01) VALUE 'N'.
               88 WS-BANCARIO-ABERTO VALUE 'S'.
               88 WS-BANCARIO-FECHADO VALUE 'N'.
           05 WS-IND-RECEBE PIC X(01) VALUE 'S'.
               88 WS-RECEBE-ADIANTAMENTO VALUE 'S'.
               88 WS-NAO-RECEBE-ADIANTAMENTO VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 2000-PAGAR-ADIANTAMENTOS.
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           PERFORM 0005-CONFERIR-PREDECESSORES
           DISPLAY '--PAGAMENTO DO ADIANTAMENTO QUINZENAL--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'COMPETENCIA DO ADIANTAMENTO (AAAAMM, 000000 = MES '
               'CORRENTE)?'
           ACCEPT WS-COMPETENCIA-INFORMADA
           IF WS-COMPETENCIA-INFORMADA = ZERO
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA-ADTO
           ELSE
               MOVE WS-COMPETENCIA-INFORMADA TO WS-COMPETENCIA-ADTO
           END-IF
           MOVE WS-COMPETENCIA-ADTO TO WS-PGT-COMPETENCIA
           MOVE WS-DIA-PAGAMENTO TO WS-PGT-DIA
           MOVE WS-COMPETENCIA-ADTO TO WS-CRT-COMPETENCIA
           MOVE WS-DIA-CORTE-ADMISSAO TO WS-CRT-DIA
           MOVE WS-COMPETENCIA-ADTO TO CAB-COMPETENCIA

           PERFORM 0100-VERIFICAR-COMPETENCIA

           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 0010-ABRIR-FUNCIONARIOS
               UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL

           OPEN INPUT OPCAO-ADIANTAMENTO-ARQ
           IF WS-FS-OPCAO = '00'
               SET WS-OPCAO-ABERTO TO TRUE
           ELSE
               SET WS-OPCAO-FECHADO TO TRUE
               IF WS-FS-OPCAO = '35'
                   DISPLAY 'AC00ADOP NAO ENCONTRADO - TODOS OS '
                       'FUNCIONARIOS ATIVOS RECEBEM O ADIANTAMENTO'
               ELSE
                   MOVE WS-FS-OPCAO TO WS-FILE-STATUS
                   MOVE 'AC00ADOP' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF

           OPEN I-O ADIANTAMENTO-ARQ
           IF WS-FS-ADIANTAMENTO = '35'
               OPEN OUTPUT ADIANTAMENTO-ARQ
               CLOSE ADIANTAMENTO-ARQ
               OPEN I-O ADIANTAMENTO-ARQ
           END-IF
           IF WS-FS-ADIANTAMENTO NOT = '00'
               MOVE WS-FS-ADIANTAMENTO TO WS-FILE-STATUS
               MOVE 'MOVEADIA' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           PERFORM 0200-ABRIR-CADASTRO-BANCARIO

           OPEN OUTPUT CONTRACHEQUE-ARQ
           IF WS-FS-CONTRACHEQUE NOT = '00'
               MOVE WS-FS-CONTRACHEQUE TO WS-FILE-STATUS
               MOVE 'MOVECADI' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           OPEN OUTPUT BORDERO-ARQ
           IF WS-FS-BORDERO NOT = '00'
               MOVE WS-FS-BORDERO TO WS-FILE-STATUS
               MOVE 'MOVEBADI' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           MOVE WS-DATA-PAGAMENTO TO BRD-H-DATA-PAGTO
           MOVE WS-COMPETENCIA-ADTO TO BRD-H-COMPETENCIA
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

       0100-VERIFICAR-COMPETENCIA.
           OPEN INPUT CONTROLE-COMP-ARQ
           IF WS-FS-CONTROLE-COMP = '00'
               MOVE WS-COMPETENCIA-ADTO TO CTC-COMPETENCIA
               READ CONTROLE-COMP-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTC-PROCESSADA OR CTC-APROVADA
                           DISPLAY 'COMPETENCIA ' WS-COMPETENCIA-ADTO
                               ' JA APROVADA/PROCESSADA EM MOVECTLC - '
                               'O ADIANTAMENTO NAO SERIA DESCONTADO'
                           CLOSE CONTROLE-COMP-ARQ
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE CONTROLE-COMP-ARQ
           ELSE
               IF WS-FS-CONTROLE-COMP NOT = '35'
                   MOVE WS-FS-CONTROLE-COMP TO WS-FILE-STATUS
                   MOVE 'MOVECTLC' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
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

       2000-PAGAR-ADIANTAMENTOS.
           PERFORM 2050-LER-FUNCIONARIO
           PERFORM 2100-PAGAR-FUNCIONARIO UNTIL WS-FIM-FUNCIONARIOS

           MOVE WS-QTD-BORDERO TO BRD-T-QTD-REGISTROS
           MOVE WS-TOTAL-BORDERO TO BRD-T-VALOR-TOTAL
           WRITE REG-BORDERO FROM WS-REG-BORDERO-TRAILER
           EXIT.

       2050-LER-FUNCIONARIO.
           READ AC00-ARQ-FUNCIONARIOS
               AT END
                   SET WS-FIM-FUNCIONARIOS TO TRUE
           END-READ
           EXIT.

       2100-PAGAR-FUNCIONARIO.
           IF FUNC-ATIVO AND FUNC-SALARIO > ZERO
               PERFORM 2150-VERIFICAR-OPCAO
               IF WS-NAO-RECEBE-ADIANTAMENTO
                   ADD 1 TO WS-QTD-OPTANTES-NAO
               ELSE
                   IF FUNC-DATA-ADMISSAO > WS-DATA-CORTE-ADMISSAO
                       ADD 1 TO WS-QTD-ADMITIDOS-APOS-CORTE
                   ELSE
                       PERFORM 2200-REGISTRAR-ADIANTAMENTO
                   END-IF
               END-IF
           END-IF
           PERFORM 2050-LER-FUNCIONARIO
           EXIT.

       2150-VERIFICAR-OPCAO.
           SET WS-RECEBE-ADIANTAMENTO TO TRUE
           IF WS-OPCAO-ABERTO
               MOVE FUNC-MATRICULA TO ADO-MATRICULA
               READ OPCAO-ADIANTAMENTO-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADO-NAO-RECEBE
                           SET WS-NAO-RECEBE-ADIANTAMENTO TO TRUE
                       END-IF
               END-READ
           END-IF
           EXIT.

       2200-REGISTRAR-ADIANTAMENTO.
           COMPUTE WS-VALOR-ADIANTAMENTO ROUNDED =
               FUNC-SALARIO * WS-PERC-ADIANTAMENTO / 100

           MOVE FUNC-MATRICULA TO ADI-MATRICULA
           MOVE WS-COMPETENCIA-ADTO TO ADI-COMPETENCIA
           MOVE FUNC-NOME TO ADI-NOME
           MOVE FUNC-SALARIO TO ADI-SALARIO-BASE
           MOVE WS-PERC-ADIANTAMENTO TO ADI-PERCENTUAL
           MOVE WS-VALOR-ADIANTAMENTO TO ADI-VALOR
           MOVE WS-DATA-PAGAMENTO TO ADI-DATA-PAGAMENTO
           SET ADI-PAGO TO TRUE
           MOVE ZERO TO ADI-VALOR-DESCONTADO
           MOVE ZERO TO ADI-DATA-DESCONTO
           MOVE ZERO TO ADI-COMPETENCIA-COBRANCA
           MOVE ZERO TO ADI-VALOR-COBRANCA
           WRITE REG-ADIANTAMENTO
               INVALID KEY
                   ADD 1 TO WS-QTD-JA-PAGOS
                   DISPLAY 'ADIANTAMENTO JA PAGO NA COMPETENCIA - '
                       'MATRICULA ' FUNC-MATRICULA ' IGNORADA'
               NOT INVALID KEY
                   PERFORM 2500-GRAVAR-CONTRACHEQUE-ADTO
                   PERFORM 2600-GRAVAR-DETALHE-BORDERO
                   ADD 1 TO WS-QTD-PAGOS
           END-WRITE
           IF WS-FS-ADIANTAMENTO NOT = '00'
               AND WS-FS-ADIANTAMENTO NOT = '22'
               MOVE WS-FS-ADIANTAMENTO TO WS-FILE-STATUS
               MOVE 'MOVEADIA' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       2500-GRAVAR-CONTRACHEQUE-ADTO.
           MOVE FUNC-NOME TO LCT-NOME
           MOVE FUNC-MATRICULA TO LCT-MATRICULA
           MOVE WS-DATA-PAGAMENTO TO LCT-DATA-PAGTO
           MOVE FUNC-SALARIO TO LCT-SALARIO
           MOVE WS-PERC-ADIANTAMENTO TO LCT-PERCENTUAL
           MOVE WS-VALOR-ADIANTAMENTO TO LCT-VALOR
           MOVE WS-VALOR-ADIANTAMENTO TO LCT-LIQUIDO

           WRITE REG-CONTRACHEQUE FROM WS-CAB-CONTRACHEQUE-EMPRESA
           WRITE REG-CONTRACHEQUE FROM WS-CAB-CONTRACHEQUE-1
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-NOME
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-DATA-PAGTO
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-BRANCO
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-SALARIO
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-PROVENTO
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-LIQUIDO
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-BRANCO
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
           MOVE WS-VALOR-ADIANTAMENTO TO BRD-D-VALOR-LIQUIDO
           WRITE REG-BORDERO FROM WS-REG-BORDERO-DETALHE

           ADD 1 TO WS-QTD-BORDERO
           ADD WS-VALOR-ADIANTAMENTO TO WS-TOTAL-BORDERO
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           CLOSE AC00-ARQ-FUNCIONARIOS
           CLOSE ADIANTAMENTO-ARQ
           CLOSE CONTRACHEQUE-ARQ
           CLOSE BORDERO-ARQ
           IF WS-OPCAO-ABERTO
               CLOSE OPCAO-ADIANTAMENTO-ARQ
           END-IF
           IF WS-BANCARIO-ABERTO
               CLOSE BANCARIO-ARQ
           END-IF
           DISPLAY SPACES
           DISPLAY 'COMPETENCIA DO ADIANTAMENTO...: '
               WS-COMPETENCIA-ADTO
           DISPLAY 'DATA DE PAGAMENTO.............: ' WS-DATA-PAGAMENTO
           DISPLAY 'FUNCIONARIOS PAGOS............: ' WS-QTD-PAGOS
           DISPLAY 'OPTARAM POR NAO RECEBER.......: '
               WS-QTD-OPTANTES-NAO
           DISPLAY 'ADMITIDOS APOS O DIA DE CORTE.: '
               WS-QTD-ADMITIDOS-APOS-CORTE
           DISPLAY 'JA PAGOS NA COMPETENCIA.......: ' WS-QTD-JA-PAGOS
           DISPLAY 'TOTAL DO BORDERO MOVEBADI.....: ' WS-TOTAL-BORDERO
           IF WS-QTD-SEM-CADASTRO-BANCO > ZERO
               DISPLAY 'ATENCAO: ' WS-QTD-SEM-CADASTRO-BANCO
                   ' CREDITO(S) SEM CADASTRO BANCARIO EM AC00BANC'
           END-IF
           DISPLAY 'RAZAO DE ADIANTAMENTOS MOVEADIA ATUALIZADO'
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
