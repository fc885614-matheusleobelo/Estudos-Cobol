      *                   ATUAL DO MOVE (INCLUIDO BRD-H-CNPJ), PARA
      *                   TODO GRAVADOR/LEITOR DO LAYOUT MOVEBORD
      *                   DECLARAR OS MESMOS CAMPOS
      *15/10/2026 MLBF    PENSAO ALIMENTICIA JUDICIAL APLICADA NA
      *                   RESCISAO (2700): AS ORDENS ATIVAS DA MATRICULA
      *                   EM AC00PENS (PERCENTUAL OU VALOR FIXO) INCIDEM
      *                   SOBRE AS VERBAS RESCISORIAS SEM A MULTA DO
      *                   FGTS; O LIQUIDO DO FUNCIONARIO NO AC00RESB SAI
      *                   DESCONTADO E CADA BENEFICIARIO GANHA O SEU
      *                   PROPRIO DETALHE DE CREDITO NO BORDERO, COM A
      *                   CONTA DA ORDEM
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO FUNC-CARGO (CODIGO DO
      *                   CARGO, CADASTRO AC00CARG MANTIDO POR AC00EX11)
      *                   INCLUIDO EM AC00FUNC
      *15/10/2026 MLBF    2400-CALCULAR-FERIAS-PROPORCIONAIS PASSA A
      *                   APLICAR OS DIAS DE DIREITO DEVOLVIDOS POR
      *                   FERIDIRE (FALTAS INJUSTIFICADAS DO AC00FALT NO
      *                   PERIODO AQUISITIVO EM CURSO): FERIAS
      *                   PROPORCIONAIS X DIAS/30, COM A LINHA NO
      *                   DEMONSTRATIVO QUANDO HOUVER REDUCAO
      *15/10/2026 MLBF    EMPRESTIMO CONSIGNADO BAIXADO NA RESCISAO: O
      *                   SALDO ATIVO DA MATRICULA EM OPEREMPR, TRAZIDO
      *                   A VALOR DE QUITACAO POR EMPQUITA, E DESCONTADO
      *                   DAS VERBAS (SEM A MULTA DO FGTS E APOS A
      *                   PENSAO) ATE 35%; O CONTRATO FICA QUITADO OU,
      *                   SE SOBRAR SALDO, EM COBRANCA ('C'); O TRAILER
      *                   DO AC00RESB PASSA A TOTALIZAR SO OS CREDITOS
      *                   EFETIVOS
      *15/10/2026 MLBF    LAYOUT DE AC00FUNC ATUALIZADO
      *                   (FUNC-TIPO-CONTRATO E FUNC-DATA-FIM-CONTRATO).
      *                   A RESCISAO CONSULTA A ROTINA TIPOCONT:
      *                   ESTAGIARIO E PRO-LABORE NAO TEM 13O, FERIAS,
      *                   AVISO PREVIO NEM MULTA DO FGTS; A BASE DA
      *                   MULTA USA A ALIQUOTA DE FGTS DO TIPO (2% PARA
      *                   APRENDIZ); CONTRATO A PRAZO ENCERRADO NA DATA
      *                   DE FIM (OU DEPOIS) NAO GERA AVISO PREVIO NEM
      *                   MULTA; O TIPO SAI NO DEMONSTRATIVO
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO FUNC-GRAU-RISCO
      *                   (1/2/3=INSALUBRIDADE MINIMA/MEDIA/MAXIMA,
      *                   P=PERICULOSIDADE, BRANCO=SEM ADICIONAL)
      *                   INCLUIDO EM AC00FUNC
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
      *15/10/2026 MLBF    PRAZO DE PAGAMENTO DA RESCISAO (ART. 477, 10
      *                   DIAS CORRIDOS DA DEMISSAO) CALCULADO NO 2800 E
      *                   ANTECIPADO PARA O DIA UTIL ANTERIOR QUANDO CAI
      *                   EM FIM DE SEMANA OU FERIADO DO AC34FERI; SAI
      *                   NO DEMONSTRATIVO E E REGISTRADO POR MATRICULA
      *                   EM AC00PRAZ (COM O SALARIO, BASE DA MULTA DO
      *                   ART. 477), QUE O RELATORIO AC00RPRZ CONFRONTA
      *                   COM O PAGAMENTO EM MOVEPGST
      *15/10/2026 MLBF    REG-EMPRESTIMO AMPLIADO COM O SISTEMA DE
      *                   AMORTIZACAO (PRICE/SAC) E A COMPETENCIA DA
      *                   PRIMEIRA PARCELA; O SISTEMA DO CONTRATO E
      *                   REPASSADO AO EMPQUITA PARA O CALCULO DA
      *                   QUITACAO ANTECIPADA
      *15/10/2026 MLBF    A MULTA DE 40% DO FGTS (2600) PASSA A SER
      *                   CALCULADA SOBRE O SALDO REAL DOS DEPOSITOS DA
      *                   MATRICULA NO EXTRATO AC00FGTS (LANCADOS POR
      *                   MOVE, MOVEPG13, AC00FERI E MOVERETR), EM VEZ
      *                   DA ESTIMATIVA SALARIO X ALIQUOTA X MESES DE
      *                   SERVICO, QUE ERRAVA PARA QUEM TEVE ALTERACAO
      *                   SALARIAL, HORA EXTRA, 13O OU FERIAS; A
      *                   ESTIMATIVA FICA SO PARA MATRICULA SEM NENHUM
      *                   DEPOSITO NO EXTRATO. O SALDO E A ORIGEM DA
      *                   BASE SAEM NO DEMONSTRATIVO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PRV-MATRICULA
               FILE STATUS IS WS-FS-PROVISAO.

           SELECT PENSAO-ARQ ASSIGN TO "AC00PENS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WS-FS-PENSAO.

           SELECT HISTORICO-ARQ ASSIGN TO "AC00RESH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT EMPRESTIMO-ARQ ASSIGN TO "OPEREMPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WS-FS-EMPRESTIMO.

           SELECT AC34-ARQ-FERIADOS ASSIGN TO "AC34FERI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADOS.

           SELECT PRAZO-ARQ ASSIGN TO "AC00PRAZ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRZ-MATRICULA
               FILE STATUS IS WS-FS-PRAZO.

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

       FD  RESCISAO-ARQ.
       01 REG-RESCISAO PIC X(80).
           05 FILLER PIC X.
           05 PRV-SALDO-FERIAS PIC 9(09)V99.

       FD  PENSAO-ARQ.
       01 REG-PENSAO.
           05 PEN-CHAVE.
               10 PEN-MATRICULA PIC 9(06).
               10 PEN-NUMERO PIC 9(02).
           05 PEN-BENEFICIARIO PIC X(20).
           05 PEN-CPF-BENEFICIARIO PIC 9(11).
           05 PEN-TIPO-CALCULO PIC X(01).
               88 PEN-PERCENTUAL-LIQUIDO VALUE 'P'.
               88 PEN-VALOR-FIXO VALUE 'F'.
           05 PEN-PERCENTUAL PIC 9(03)V99.
           05 PEN-VALOR PIC 9(07)V99.
           05 PEN-BANCO PIC 9(03).
           05 PEN-AGENCIA PIC 9(04).
           05 PEN-CONTA PIC 9(08).
           05 PEN-SITUACAO PIC X(01).
               88 PEN-ATIVA VALUE 'A'.
               88 PEN-ENCERRADA VALUE 'E'.

       FD  HISTORICO-ARQ.
       01 REG-HISTORICO PIC X(105).

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

       FD  AC34-ARQ-FERIADOS.
       01 REG-FERIADO.
           05 FERI-DIA PIC 99.
           05 FILLER PIC X.
           05 FERI-MES PIC 99.
           05 FILLER PIC X.
           05 FERI-ANO PIC 9999.
           05 FILLER PIC X.
           05 FERI-DESCRICAO PIC X(30).

       FD  PRAZO-ARQ.
       01 REG-PRAZO.
           05 PRZ-MATRICULA PIC 9(06).
           05 PRZ-NOME PIC X(20).
           05 PRZ-EMPRESA PIC 9(03).
           05 PRZ-DATA-DEMISSAO PIC 9(08).
           05 PRZ-DATA-LIMITE PIC 9(08).
           05 PRZ-SALARIO PIC 9(07)V99.
           05 PRZ-VALOR-LIQUIDO PIC 9(07)V99.
           05 PRZ-DATA-CALCULO PIC 9(08).

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
       01 WS-MATRICULA PIC 9(06) VALUE ZERO.

           05 WS-MESES-SERVICO PIC 9(03) VALUE ZERO.
           05 WS-MESES-ANO-DEMISSAO PIC 9(02) VALUE ZERO.
           05 WS-MESES-PERIODO-AQUISITIVO PIC 9(02) VALUE ZERO.
           05 WS-MES-ABSOLUTO PIC 9(06) COMP VALUE ZERO.
           05 WS-ANO-CONVERSAO PIC 9(04) VALUE ZERO.
           05 WS-MES-CONVERSAO PIC 9(02) VALUE ZERO.

       01 WS-AREA-FERIDIRE.
           05 FDR-ENTRADA.
               10 FDR-MATRICULA PIC 9(06) VALUE ZERO.
               10 FDR-COMPETENCIA-INICIO PIC 9(06) VALUE ZERO.
               10 FDR-COMPETENCIA-FIM PIC 9(06) VALUE ZERO.
           05 FDR-SAIDA.
               10 FDR-QTD-FALTAS PIC 9(03) VALUE ZERO.
               10 FDR-DIAS-DIREITO PIC 9(02) VALUE 30.
               10 FDR-IND-FALTAS-APURADAS PIC X(01) VALUE 'N'.
                   88 FDR-FALTAS-APURADAS VALUE 'S'.
                   88 FDR-FALTAS-NAO-APURADAS VALUE 'N'.

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
       01 WS-IND-TERMO-CONTRATO PIC X(01) VALUE 'N'.
           88 WS-ENCERRADO-NO-TERMO VALUE 'S'.
           88 WS-ENCERRADO-ANTES-TERMO VALUE 'N'.

       01 WS-AREA-EMPQUITA.
           05 EQT-ENTRADA.
               10 EQT-SALDO-DEVEDOR PIC 9(09)V99 VALUE ZERO.
               10 EQT-TAXA PIC 9V9999 VALUE ZERO.
               10 EQT-PARCELAS-RESTANTES PIC 9(02) VALUE ZERO.
               10 EQT-SISTEMA-AMORTIZACAO PIC X(01) VALUE 'P'.
           05 EQT-SAIDA.
               10 EQT-VALOR-QUITACAO PIC 9(09)V99 VALUE ZERO.
               10 EQT-DESCONTO-JUROS PIC 9(09)V99 VALUE ZERO.

       01 WS-PERC-LIMITE-CONSIGNADO PIC 9(03)V99 VALUE 35.
       01 WS-IND-EMPRESTIMO-APURADO PIC X(01) VALUE 'N'.
           88 WS-EMPRESTIMO-APURADO VALUE 'S'.
           88 WS-EMPRESTIMO-NAO-APURADO VALUE 'N'.

       01 WS-AREA-VERBAS-RESCISORIAS.
           05 WS-SALDO-SALARIO PIC 9(07)V99 VALUE ZERO.
           05 WS-BASE-FGTS PIC 9(07)V99 VALUE ZERO.
           05 WS-MULTA-FGTS PIC 9(07)V99 VALUE ZERO.
           05 WS-TOTAL-RESCISAO PIC 9(07)V99 VALUE ZERO.
           05 WS-BASE-PENSAO PIC 9(07)V99 VALUE ZERO.
           05 WS-PENSAO-RESCISAO PIC 9(07)V99 VALUE ZERO.
           05 WS-LIQUIDO-RESCISAO PIC 9(07)V99 VALUE ZERO.
           05 WS-VALOR-ORDEM-PENSAO PIC 9(07)V99 VALUE ZERO.
           05 WS-SALDO-PENSAO-BORDERO PIC 9(07)V99 VALUE ZERO.
           05 WS-LIMITE-EMPRESTIMO PIC 9(07)V99 VALUE ZERO.
           05 WS-EMPRESTIMO-RESCISAO PIC 9(07)V99 VALUE ZERO.
           05 WS-SALDO-COBRANCA PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-BORDERO PIC 9(07)V99 VALUE ZERO.

       01 WS-AREA-EDICAO.
           05 WS-SALDO-SALARIO-EDIT PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-TERCO-FERIAS-EDIT PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-AVISO-PREVIO-EDIT PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-MULTA-FGTS-EDIT PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-BASE-FGTS-EDIT PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-TOTAL-RESCISAO-EDIT PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-PENSAO-RESCISAO-EDIT PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-LIQUIDO-RESCISAO-EDIT PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-EMPRESTIMO-RESCISAO-EDIT PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-SALDO-COBRANCA-EDIT PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-TOTAL-BORDERO-EDIT PIC $ZZZ,ZZZ,ZZ9.99.

       01 WS-LINHA-RESCISAO PIC X(80).

           05 RSH-TOTAL-RESCISAO PIC 9(07)V99 VALUE ZERO.

       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.

       01 WS-AREA-PRAZO-PAGAMENTO.
           05 WS-PRAZO-PAGTO-DIAS PIC 9(02) VALUE 10.
           05 WS-DIA-LIMITE-PAGTO PIC 9(07) VALUE ZERO.
           05 WS-DIA-HOJE PIC 9(07) VALUE ZERO.
           05 WS-DIAS-PARA-PRAZO PIC S9(05) VALUE ZERO.
           05 WS-QTD-DIAS-ANTECIPADOS PIC 9(02) VALUE ZERO.
           05 WS-IND-DIA-SEMANA PIC 9 VALUE ZERO.
           05 WS-QUOCIENTE-SEMANA PIC 9(07) COMP VALUE ZERO.
           05 WS-IND-DIA-UTIL PIC X(01) VALUE 'N'.
               88 WS-DIA-UTIL VALUE 'S'.
               88 WS-DIA-NAO-UTIL VALUE 'N'.
       01 WS-DATA-LIMITE-PAGTO PIC 9(08) VALUE ZERO.
       01 FILLER REDEFINES WS-DATA-LIMITE-PAGTO.
           05 WS-LIM-ANO PIC 9(04).
           05 WS-LIM-MES PIC 9(02).
           05 WS-LIM-DIA PIC 9(02).

       01 WS-MAX-FERIADOS PIC 9(03) COMP VALUE 100.
       01 WS-QTD-FERIADOS PIC 9(03) COMP VALUE ZERO.
       01 WS-SUB-FERIADO PIC 9(03) COMP VALUE ZERO.
       01 WS-TABELA-FERIADOS.
           05 WS-FERIADO-TAB OCCURS 100 TIMES.
               10 FER-DIA-TAB PIC 99.
               10 FER-MES-TAB PIC 99.
               10 FER-ANO-TAB PIC 9999.
               10 FER-DESC-TAB PIC X(30).
       01 WS-IND-FERIADO-ACHADO PIC X(01) VALUE 'N'.
           88 WS-FERIADO-ACHADO VALUE 'S'.
           88 WS-FERIADO-NAO-ACHADO VALUE 'N'.
       01 WS-IND-FIM-FERIADOS PIC X(01) VALUE 'N'.
           88 WS-FIM-FERIADOS VALUE 'S'.
           88 WS-NAO-FIM-FERIADOS VALUE 'N'.

       01 WS-IND-BANCARIO-ABERTO PIC X(01) VALUE 'N'.
           88 WS-BANCARIO-ABERTO VALUE 'S'.
           88 WS-BANCARIO-FECHADO VALUE 'N'.
       01 WS-IND-PENSAO-ABERTO PIC X(01) VALUE 'N'.
           88 WS-PENSAO-ABERTO VALUE 'S'.
           88 WS-PENSAO-FECHADO VALUE 'N'.
       01 WS-IND-FIM-PENSAO PIC X(01) VALUE 'N'.
           88 WS-FIM-PENSAO VALUE 'S'.
           88 WS-NAO-FIM-PENSAO VALUE 'N'.
       01 WS-QTD-CREDITOS-PENSAO PIC 9(05) VALUE ZERO.
       01 WS-IND-FIM-FGTS PIC X(01) VALUE 'N'.
           88 WS-FIM-FGTS VALUE 'S'.
           88 WS-NAO-FIM-FGTS VALUE 'N'.
       01 WS-IND-ORIGEM-BASE-FGTS PIC X(01) VALUE 'S'.
           88 WS-BASE-FGTS-EXTRATO VALUE 'E'.
           88 WS-BASE-FGTS-ESTIMADA VALUE 'S'.
       01 WS-QTD-DEPOSITOS-FGTS PIC 9(05) VALUE ZERO.

       01 WS-AREA-JOBPRED.
           05 WS-JOB-NOME-PRED PIC X(08) VALUE 'AC00RESC'.
           05 WS-RESULTADO-PRED PIC X(01) VALUE 'S'.
               88 WS-PREDECESSORES-OK VALUE 'S'.
               88 WS-PREDECESSOR-PENDENTE VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-BANCARIO PIC X(02) VALUE '00'.
           05 WS-FS-PROVISAO PIC X(02) VALUE '00'.
           05 WS-FS-HISTORICO PIC X(02) VALUE '00'.
           05 WS-FS-PENSAO PIC X(02) VALUE '00'.
           05 WS-FS-EMPRESTIMO PIC X(02) VALUE '00'.
           05 WS-FS-FERIADOS PIC X(02) VALUE '00'.
           05 WS-FS-PRAZO PIC X(02) VALUE '00'.
           05 WS-FS-FGTS PIC X(02) VALUE '00'.
           COPY CTLARQ.

       01 WS-IND-RESCISAO-VALIDA PIC X(01) VALUE 'N'.
           PERFORM 3000-EXIBIR-DEMONSTRATIVO
           PERFORM 4000-GERAR-BORDERO-RESCISAO
           PERFORM 5000-CONSUMIR-PROVISOES
           PERFORM 5500-BAIXAR-EMPRESTIMO-CONSIGNADO
           PERFORM 6000-GRAVAR-HISTORICO-RESCISAO
           PERFORM 6500-REGISTRAR-PRAZO-PAGAMENTO
       END-IF
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           PERFORM 0005-CONFERIR-PREDECESSORES
           DISPLAY '--CALCULO DE RESCISAO--'
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 0010-ABRIR-FUNCIONARIOS
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
           EXIT.

       2000-CALCULAR-RESCISAO.
           PERFORM 2050-APURAR-TIPO-CONTRATO
           PERFORM 2100-CALCULAR-TEMPO-SERVICO
           PERFORM 2200-CALCULAR-SALDO-SALARIO
           PERFORM 2300-CALCULAR-DECIMO-TERCEIRO
               WS-SALDO-SALARIO + WS-DECIMO-TERCEIRO-PROPORC
               + WS-FERIAS-PROPORC + WS-TERCO-FERIAS
               + WS-AVISO-PREVIO + WS-MULTA-FGTS
           PERFORM 2700-APLICAR-PENSAO-ALIMENTICIA
           PERFORM 2750-APURAR-EMPRESTIMO-CONSIGNADO
           PERFORM 2800-CALCULAR-PRAZO-PAGAMENTO

           PERFORM 2900-FORMATAR-VALORES
           EXIT.

       2050-APURAR-TIPO-CONTRATO.
           MOVE FUNC-TIPO-CONTRATO TO TPC-TIPO-CONTRATO
           CALL 'TIPOCONT' USING WS-AREA-TIPOCONT
           SET WS-ENCERRADO-ANTES-TERMO TO TRUE
           IF FUNC-DATA-FIM-CONTRATO IS NUMERIC
               AND FUNC-DATA-FIM-CONTRATO > ZERO
               AND FUNC-DATA-DEMISSAO >= FUNC-DATA-FIM-CONTRATO
               SET WS-ENCERRADO-NO-TERMO TO TRUE
           END-IF
           EXIT.

       2100-CALCULAR-TEMPO-SERVICO.
           COMPUTE WS-MESES-SERVICO =
               ((FUNC-DEM-ANO - FUNC-ADM-ANO) * 12)
           EXIT.

       2300-CALCULAR-DECIMO-TERCEIRO.
           IF TPC-PROVISIONA
               COMPUTE WS-DECIMO-TERCEIRO-PROPORC ROUNDED =
                   (FUNC-SALARIO / 12) * WS-MESES-ANO-DEMISSAO
           ELSE
               MOVE ZERO TO WS-DECIMO-TERCEIRO-PROPORC
           END-IF
           EXIT.

       2400-CALCULAR-FERIAS-PROPORCIONAIS.
           IF TPC-PROVISIONA
               PERFORM 2450-APURAR-DIREITO-FERIAS
               COMPUTE WS-FERIAS-PROPORC ROUNDED =
                   (FUNC-SALARIO / 12) * WS-MESES-PERIODO-AQUISITIVO
                   * FDR-DIAS-DIREITO / 30
               COMPUTE WS-TERCO-FERIAS ROUNDED =
                   WS-FERIAS-PROPORC / 3
           ELSE
               MOVE ZERO TO WS-FERIAS-PROPORC
               MOVE ZERO TO WS-TERCO-FERIAS
           END-IF
           EXIT.

       2450-APURAR-DIREITO-FERIAS.
           COMPUTE WS-MES-ABSOLUTO =
               (FUNC-DEM-ANO * 12) + FUNC-DEM-MES - 1
           MOVE FUNC-MATRICULA TO FDR-MATRICULA
           COMPUTE FDR-COMPETENCIA-FIM =
               (FUNC-DEM-ANO * 100) + FUNC-DEM-MES
           SUBTRACT WS-MESES-PERIODO-AQUISITIVO FROM WS-MES-ABSOLUTO
           ADD 1 TO WS-MES-ABSOLUTO
           DIVIDE WS-MES-ABSOLUTO BY 12 GIVING WS-ANO-CONVERSAO
               REMAINDER WS-MES-CONVERSAO
           ADD 1 TO WS-MES-CONVERSAO
           COMPUTE FDR-COMPETENCIA-INICIO =
               (WS-ANO-CONVERSAO * 100) + WS-MES-CONVERSAO
           CALL 'FERIDIRE' USING WS-AREA-FERIDIRE
           CANCEL 'FERIDIRE'
           IF FDR-DIAS-DIREITO < 30
               DISPLAY 'FALTAS INJUSTIFICADAS NO PERIODO AQUISITIVO: '
                   FDR-QTD-FALTAS ' - DIREITO A ' FDR-DIAS-DIREITO
                   ' DIAS DE FERIAS'
           END-IF
           EXIT.

       2500-CALCULAR-AVISO-PREVIO.
           MOVE ZERO TO WS-AVISO-PREVIO
           IF TPC-COM-VERBAS-CLT AND WS-ENCERRADO-ANTES-TERMO
               COMPUTE WS-AVISO-PREVIO ROUNDED =
                   FUNC-SALARIO
                   + (FUNC-SALARIO / 30 * 3 * WS-ANOS-SERVICO)
               IF WS-AVISO-PREVIO > FUNC-SALARIO * 3
                   COMPUTE WS-AVISO-PREVIO = FUNC-SALARIO * 3
               END-IF
           END-IF
           EXIT.

       2600-CALCULAR-MULTA-FGTS.
           PERFORM 2650-APURAR-SALDO-FGTS
           IF WS-BASE-FGTS-ESTIMADA
               COMPUTE WS-BASE-FGTS ROUNDED =
                   FUNC-SALARIO * TPC-ALIQUOTA-FGTS * WS-MESES-SERVICO
           END-IF
           MOVE ZERO TO WS-MULTA-FGTS
           IF TPC-COM-VERBAS-CLT AND WS-ENCERRADO-ANTES-TERMO
               COMPUTE WS-MULTA-FGTS ROUNDED =
                   WS-BASE-FGTS * 0.40
           END-IF
           EXIT.

       2650-APURAR-SALDO-FGTS.
           MOVE ZERO TO WS-BASE-FGTS
           MOVE ZERO TO WS-QTD-DEPOSITOS-FGTS
           SET WS-BASE-FGTS-ESTIMADA TO TRUE
           OPEN INPUT FGTS-ARQ
           IF WS-FS-FGTS = '00'
               MOVE FUNC-MATRICULA TO FGT-MATRICULA
               MOVE ZERO TO FGT-COMPETENCIA
               MOVE LOW-VALUE TO FGT-ORIGEM
               START FGTS-ARQ KEY IS >= FGT-CHAVE
                   INVALID KEY
                       SET WS-FIM-FGTS TO TRUE
                   NOT INVALID KEY
                       SET WS-NAO-FIM-FGTS TO TRUE
                       PERFORM 2660-SOMAR-DEPOSITO-FGTS
                           UNTIL WS-FIM-FGTS
               END-START
               CLOSE FGTS-ARQ
           ELSE
               IF WS-FS-FGTS NOT = '35'
                   MOVE WS-FS-FGTS TO WS-FILE-STATUS
                   MOVE 'AC00FGTS' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           IF WS-QTD-DEPOSITOS-FGTS > ZERO
               SET WS-BASE-FGTS-EXTRATO TO TRUE
           END-IF
           EXIT.

       2660-SOMAR-DEPOSITO-FGTS.
           READ FGTS-ARQ NEXT
               AT END
                   SET WS-FIM-FGTS TO TRUE
               NOT AT END
                   IF FGT-MATRICULA NOT = FUNC-MATRICULA
                       SET WS-FIM-FGTS TO TRUE
                   ELSE
                       ADD FGT-VALOR-DEPOSITO TO WS-BASE-FGTS
                       ADD 1 TO WS-QTD-DEPOSITOS-FGTS
                   END-IF
           END-READ
           EXIT.

       2700-APLICAR-PENSAO-ALIMENTICIA.
           MOVE ZERO TO WS-PENSAO-RESCISAO
           COMPUTE WS-BASE-PENSAO =
               WS-TOTAL-RESCISAO - WS-MULTA-FGTS
           OPEN INPUT PENSAO-ARQ
           IF WS-FS-PENSAO = '00'
               SET WS-PENSAO-ABERTO TO TRUE
               MOVE FUNC-MATRICULA TO PEN-MATRICULA
               MOVE ZERO TO PEN-NUMERO
               START PENSAO-ARQ KEY IS >= PEN-CHAVE
                   INVALID KEY
                       SET WS-FIM-PENSAO TO TRUE
                   NOT INVALID KEY
                       SET WS-NAO-FIM-PENSAO TO TRUE
                       PERFORM 2710-SOMAR-ORDEM-PENSAO
                           UNTIL WS-FIM-PENSAO
               END-START
           ELSE
               SET WS-PENSAO-FECHADO TO TRUE
               IF WS-FS-PENSAO NOT = '35'
                   MOVE WS-FS-PENSAO TO WS-FILE-STATUS
                   MOVE 'AC00PENS' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           IF WS-PENSAO-RESCISAO > WS-BASE-PENSAO
               MOVE WS-BASE-PENSAO TO WS-PENSAO-RESCISAO
           END-IF
           COMPUTE WS-LIQUIDO-RESCISAO =
               WS-TOTAL-RESCISAO - WS-PENSAO-RESCISAO
           EXIT.

       2710-SOMAR-ORDEM-PENSAO.
           READ PENSAO-ARQ NEXT
               AT END
                   SET WS-FIM-PENSAO TO TRUE
               NOT AT END
                   IF PEN-MATRICULA NOT = FUNC-MATRICULA
                       SET WS-FIM-PENSAO TO TRUE
                   ELSE
                       IF PEN-ATIVA
                           PERFORM 2720-CALCULAR-VALOR-ORDEM
                           ADD WS-VALOR-ORDEM-PENSAO
                               TO WS-PENSAO-RESCISAO
                       END-IF
                   END-IF
           END-READ
           EXIT.

       2720-CALCULAR-VALOR-ORDEM.
           IF PEN-PERCENTUAL-LIQUIDO
               COMPUTE WS-VALOR-ORDEM-PENSAO ROUNDED =
                   WS-BASE-PENSAO * PEN-PERCENTUAL / 100
           ELSE
               MOVE PEN-VALOR TO WS-VALOR-ORDEM-PENSAO
           END-IF
           EXIT.

       2750-APURAR-EMPRESTIMO-CONSIGNADO.
           MOVE ZERO TO WS-EMPRESTIMO-RESCISAO
           MOVE ZERO TO WS-SALDO-COBRANCA
           SET WS-EMPRESTIMO-NAO-APURADO TO TRUE
           OPEN INPUT EMPRESTIMO-ARQ
           IF WS-FS-EMPRESTIMO = '00'
               MOVE FUNC-MATRICULA TO EMP-MATRICULA
               READ EMPRESTIMO-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-ATIVO AND EMP-SALDO-DEVEDOR > ZERO
                           PERFORM 2760-CALCULAR-DESCONTO-EMPRESTIMO
                       END-IF
               END-READ
               CLOSE EMPRESTIMO-ARQ
           ELSE
               IF WS-FS-EMPRESTIMO NOT = '35'
                   MOVE WS-FS-EMPRESTIMO TO WS-FILE-STATUS
                   MOVE 'OPEREMPR' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       2760-CALCULAR-DESCONTO-EMPRESTIMO.
           SET WS-EMPRESTIMO-APURADO TO TRUE
           MOVE EMP-SALDO-DEVEDOR TO EQT-SALDO-DEVEDOR
           MOVE EMP-TAXA TO EQT-TAXA
           MOVE EMP-SISTEMA-AMORTIZACAO TO EQT-SISTEMA-AMORTIZACAO
           MOVE ZERO TO EQT-PARCELAS-RESTANTES
           IF EMP-PRAZO > EMP-PARCELAS-PAGAS
               COMPUTE EQT-PARCELAS-RESTANTES =
                   EMP-PRAZO - EMP-PARCELAS-PAGAS
           END-IF
           CALL 'EMPQUITA' USING WS-AREA-EMPQUITA
           CANCEL 'EMPQUITA'

           COMPUTE WS-LIMITE-EMPRESTIMO ROUNDED =
               (WS-BASE-PENSAO - WS-PENSAO-RESCISAO)
               * WS-PERC-LIMITE-CONSIGNADO / 100
           IF EQT-VALOR-QUITACAO > WS-LIMITE-EMPRESTIMO
               MOVE WS-LIMITE-EMPRESTIMO TO WS-EMPRESTIMO-RESCISAO
           ELSE
               MOVE EQT-VALOR-QUITACAO TO WS-EMPRESTIMO-RESCISAO
           END-IF
           COMPUTE WS-SALDO-COBRANCA =
               EQT-VALOR-QUITACAO - WS-EMPRESTIMO-RESCISAO
           SUBTRACT WS-EMPRESTIMO-RESCISAO FROM WS-LIQUIDO-RESCISAO
           EXIT.

       2800-CALCULAR-PRAZO-PAGAMENTO.
           MOVE ZERO TO WS-DATA-LIMITE-PAGTO
           MOVE ZERO TO WS-QTD-DIAS-ANTECIPADOS
           MOVE ZERO TO WS-DIAS-PARA-PRAZO
           IF FUNC-DATA-DEMISSAO IS NUMERIC
               AND FUNC-DATA-DEMISSAO > ZERO
               PERFORM 2810-CARREGAR-FERIADOS
               COMPUTE WS-DIA-LIMITE-PAGTO =
                   FUNCTION INTEGER-OF-DATE(FUNC-DATA-DEMISSAO)
                   + WS-PRAZO-PAGTO-DIAS
               SET WS-DIA-NAO-UTIL TO TRUE
               PERFORM 2850-CONFERIR-DIA-UTIL UNTIL WS-DIA-UTIL
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               COMPUTE WS-DIA-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               COMPUTE WS-DIAS-PARA-PRAZO =
                   WS-DIA-LIMITE-PAGTO - WS-DIA-HOJE
           END-IF
           EXIT.

       2810-CARREGAR-FERIADOS.
           MOVE ZERO TO WS-QTD-FERIADOS
           SET WS-NAO-FIM-FERIADOS TO TRUE
           OPEN INPUT AC34-ARQ-FERIADOS
           IF WS-FS-FERIADOS = '35'
               DISPLAY 'AC34FERI NAO ENCONTRADO - PRAZO DE PAGAMENTO '
                   'AJUSTADO SO POR FIM DE SEMANA'
           ELSE
               IF WS-FS-FERIADOS NOT = '00'
                   MOVE WS-FS-FERIADOS TO WS-FILE-STATUS
                   MOVE 'AC34FERI' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               PERFORM 2820-LER-FERIADO
               PERFORM 2830-GUARDAR-FERIADO UNTIL WS-FIM-FERIADOS
               CLOSE AC34-ARQ-FERIADOS
           END-IF
           EXIT.

       2820-LER-FERIADO.
           READ AC34-ARQ-FERIADOS
               AT END
                   SET WS-FIM-FERIADOS TO TRUE
           END-READ
           EXIT.

       2830-GUARDAR-FERIADO.
           IF WS-QTD-FERIADOS < WS-MAX-FERIADOS
               ADD 1 TO WS-QTD-FERIADOS
               MOVE WS-QTD-FERIADOS TO WS-SUB-FERIADO
               MOVE FERI-DIA TO FER-DIA-TAB(WS-SUB-FERIADO)
               MOVE FERI-MES TO FER-MES-TAB(WS-SUB-FERIADO)
               MOVE FERI-ANO TO FER-ANO-TAB(WS-SUB-FERIADO)
               MOVE FERI-DESCRICAO TO FER-DESC-TAB(WS-SUB-FERIADO)
           ELSE
               DISPLAY 'ATENCAO: TABELA DE FERIADOS CHEIA ('
                   WS-MAX-FERIADOS ') - FERIADO IGNORADO: '
                   FERI-DIA '/' FERI-MES '/' FERI-ANO
           END-IF
           PERFORM 2820-LER-FERIADO
           EXIT.

       2850-CONFERIR-DIA-UTIL.
           COMPUTE WS-DATA-LIMITE-PAGTO =
               FUNCTION DATE-OF-INTEGER(WS-DIA-LIMITE-PAGTO)
           DIVIDE WS-DIA-LIMITE-PAGTO BY 7
               GIVING WS-QUOCIENTE-SEMANA
               REMAINDER WS-IND-DIA-SEMANA
           SET WS-DIA-UTIL TO TRUE
           IF WS-IND-DIA-SEMANA = 0 OR WS-IND-DIA-SEMANA = 6
               SET WS-DIA-NAO-UTIL TO TRUE
           ELSE
               PERFORM 2860-LOCALIZAR-FERIADO
               IF WS-FERIADO-ACHADO
                   SET WS-DIA-NAO-UTIL TO TRUE
               END-IF
           END-IF
           IF WS-DIA-NAO-UTIL
               SUBTRACT 1 FROM WS-DIA-LIMITE-PAGTO
               ADD 1 TO WS-QTD-DIAS-ANTECIPADOS
           END-IF
           EXIT.

       2860-LOCALIZAR-FERIADO.
           SET WS-FERIADO-NAO-ACHADO TO TRUE
           MOVE 1 TO WS-SUB-FERIADO
           PERFORM 2870-COMPARAR-FERIADO
               UNTIL WS-SUB-FERIADO > WS-QTD-FERIADOS
               OR WS-FERIADO-ACHADO
           EXIT.

       2870-COMPARAR-FERIADO.
           IF FER-DIA-TAB(WS-SUB-FERIADO) = WS-LIM-DIA AND
               FER-MES-TAB(WS-SUB-FERIADO) = WS-LIM-MES AND
               FER-ANO-TAB(WS-SUB-FERIADO) = WS-LIM-ANO
               SET WS-FERIADO-ACHADO TO TRUE
           ELSE
               ADD 1 TO WS-SUB-FERIADO
           END-IF
           EXIT.

       2900-FORMATAR-VALORES.
           MOVE WS-TERCO-FERIAS TO WS-TERCO-FERIAS-EDIT
           MOVE WS-AVISO-PREVIO TO WS-AVISO-PREVIO-EDIT
           MOVE WS-MULTA-FGTS TO WS-MULTA-FGTS-EDIT
           MOVE WS-BASE-FGTS TO WS-BASE-FGTS-EDIT
           MOVE WS-TOTAL-RESCISAO TO WS-TOTAL-RESCISAO-EDIT
           MOVE WS-PENSAO-RESCISAO TO WS-PENSAO-RESCISAO-EDIT
           MOVE WS-LIQUIDO-RESCISAO TO WS-LIQUIDO-RESCISAO-EDIT
           MOVE WS-EMPRESTIMO-RESCISAO TO WS-EMPRESTIMO-RESCISAO-EDIT
           MOVE WS-SALDO-COBRANCA TO WS-SALDO-COBRANCA-EDIT
           EXIT.

       3000-EXIBIR-DEMONSTRATIVO.
           DISPLAY 'NOME...............: ' FUNC-NOME
           DISPLAY 'ADMISSAO...........: ' FUNC-DATA-ADMISSAO
           DISPLAY 'DEMISSAO...........: ' FUNC-DATA-DEMISSAO
           DISPLAY 'TIPO DE CONTRATO...: ' TPC-DESCRICAO-CONTRATO
           IF WS-ENCERRADO-NO-TERMO
               DISPLAY 'CONTRATO ENCERRADO NO TERMO ('
                   FUNC-DATA-FIM-CONTRATO
                   ') - SEM AVISO PREVIO E SEM MULTA DO FGTS'
           END-IF
           DISPLAY 'SALDO DE SALARIO...: ' WS-SALDO-SALARIO-EDIT
           DISPLAY '13 PROPORCIONAL....: ' WS-DECIMO-TERCEIRO-EDIT
           DISPLAY 'FERIAS PROPORC.....: ' WS-FERIAS-PROPORC-EDIT
           DISPLAY '1/3 DE FERIAS......: ' WS-TERCO-FERIAS-EDIT
           IF FDR-DIAS-DIREITO < 30
               DISPLAY 'DIAS FERIAS DIREITO: ' FDR-DIAS-DIREITO
                   ' (FALTAS: ' FDR-QTD-FALTAS ')'
           END-IF
           DISPLAY 'AVISO PREVIO.......: ' WS-AVISO-PREVIO-EDIT
           IF WS-BASE-FGTS-EXTRATO
               DISPLAY 'SALDO FGTS AC00FGTS: ' WS-BASE-FGTS-EDIT
                   ' (' WS-QTD-DEPOSITOS-FGTS ' DEPOSITOS)'
           ELSE
               DISPLAY 'SALDO FGTS ESTIMADO: ' WS-BASE-FGTS-EDIT
                   ' (SEM DEPOSITOS EM AC00FGTS)'
           END-IF
           DISPLAY 'MULTA 40% FGTS.....: ' WS-MULTA-FGTS-EDIT
           DISPLAY 'TOTAL DA RESCISAO..: ' WS-TOTAL-RESCISAO-EDIT
           IF WS-PENSAO-RESCISAO > ZERO
               DISPLAY '(-) PENSAO ALIMENT.: ' WS-PENSAO-RESCISAO-EDIT
           END-IF
           IF WS-EMPRESTIMO-APURADO
               DISPLAY '(-) EMPRESTIMO CONS: '
                   WS-EMPRESTIMO-RESCISAO-EDIT
               IF WS-SALDO-COBRANCA > ZERO
                   DISPLAY 'SALDO EM COBRANCA..: '
                       WS-SALDO-COBRANCA-EDIT
               END-IF
           END-IF
           IF WS-PENSAO-RESCISAO > ZERO OR WS-EMPRESTIMO-APURADO
               DISPLAY 'LIQUIDO A PAGAR....: '
                   WS-LIQUIDO-RESCISAO-EDIT
           END-IF
           IF WS-DATA-LIMITE-PAGTO > ZERO
               DISPLAY 'PRAZO PAGTO ART.477: ' WS-DATA-LIMITE-PAGTO
                   '   DIAS RESTANTES: ' WS-DIAS-PARA-PRAZO
               IF WS-QTD-DIAS-ANTECIPADOS > ZERO
                   DISPLAY '(ANTECIPADO EM ' WS-QTD-DIAS-ANTECIPADOS
                       ' DIA(S) - FIM DE SEMANA/FERIADO)'
               END-IF
               IF WS-DIAS-PARA-PRAZO < ZERO
                   DISPLAY 'ATENCAO: PRAZO DO ART. 477 JA VENCIDO - '
                       'MULTA DE UM SALARIO (VER AC00RPRZ)'
               END-IF
           END-IF

           STRING FUNC-MATRICULA ' ' FUNC-NOME ' '
               FUNC-DATA-DEMISSAO ' ' WS-TOTAL-RESCISAO-EDIT
           END-IF
           MOVE FUNC-MATRICULA TO BRD-D-MATRICULA
           MOVE FUNC-NOME TO BRD-D-NOME
           MOVE WS-LIQUIDO-RESCISAO TO BRD-D-VALOR-LIQUIDO
           WRITE REG-BORDERO FROM WS-REG-BORDERO-DETALHE

           MOVE ZERO TO WS-QTD-CREDITOS-PENSAO
           IF WS-PENSAO-RESCISAO > ZERO
               PERFORM 4100-GRAVAR-CREDITOS-PENSAO
           END-IF

           COMPUTE BRD-T-QTD-REGISTROS = 1 + WS-QTD-CREDITOS-PENSAO
           COMPUTE WS-TOTAL-BORDERO =
               WS-TOTAL-RESCISAO - WS-EMPRESTIMO-RESCISAO
           MOVE WS-TOTAL-BORDERO TO BRD-T-VALOR-TOTAL
           WRITE REG-BORDERO FROM WS-REG-BORDERO-TRAILER

           CLOSE BORDERO-ARQ
           MOVE WS-TOTAL-BORDERO TO WS-TOTAL-BORDERO-EDIT
           DISPLAY 'BORDERO DE RESCISAO AC00RESB GERADO - VALOR '
               WS-TOTAL-BORDERO-EDIT
           EXIT.

       4100-GRAVAR-CREDITOS-PENSAO.
           MOVE WS-PENSAO-RESCISAO TO WS-SALDO-PENSAO-BORDERO
           MOVE FUNC-MATRICULA TO PEN-MATRICULA
           MOVE ZERO TO PEN-NUMERO
           START PENSAO-ARQ KEY IS >= PEN-CHAVE
               INVALID KEY
                   SET WS-FIM-PENSAO TO TRUE
               NOT INVALID KEY
                   SET WS-NAO-FIM-PENSAO TO TRUE
                   PERFORM 4110-GRAVAR-UM-CREDITO-PENSAO
                       UNTIL WS-FIM-PENSAO
                       OR WS-SALDO-PENSAO-BORDERO = ZERO
           END-START
           DISPLAY 'CREDITOS DE PENSAO ALIMENTICIA NO BORDERO: '
               WS-QTD-CREDITOS-PENSAO ' - VALOR '
               WS-PENSAO-RESCISAO-EDIT
           EXIT.

       4110-GRAVAR-UM-CREDITO-PENSAO.
           READ PENSAO-ARQ NEXT
               AT END
                   SET WS-FIM-PENSAO TO TRUE
               NOT AT END
                   IF PEN-MATRICULA NOT = FUNC-MATRICULA
                       SET WS-FIM-PENSAO TO TRUE
                   ELSE
                       IF PEN-ATIVA
                           PERFORM 2720-CALCULAR-VALOR-ORDEM
                           IF WS-VALOR-ORDEM-PENSAO
                               > WS-SALDO-PENSAO-BORDERO
                               MOVE WS-SALDO-PENSAO-BORDERO
                                   TO WS-VALOR-ORDEM-PENSAO
                           END-IF
                           MOVE PEN-BANCO TO BRD-D-BANCO
                           MOVE PEN-AGENCIA TO BRD-D-AGENCIA
                           MOVE PEN-CONTA TO BRD-D-CONTA
                           MOVE FUNC-MATRICULA TO BRD-D-MATRICULA
                           MOVE PEN-BENEFICIARIO TO BRD-D-NOME
                           MOVE WS-VALOR-ORDEM-PENSAO
                               TO BRD-D-VALOR-LIQUIDO
                           WRITE REG-BORDERO
                               FROM WS-REG-BORDERO-DETALHE
                           ADD 1 TO WS-QTD-CREDITOS-PENSAO
                           SUBTRACT WS-VALOR-ORDEM-PENSAO
                               FROM WS-SALDO-PENSAO-BORDERO
                       END-IF
                   END-IF
           END-READ
           EXIT.

       5000-CONSUMIR-PROVISOES.
           END-READ
           EXIT.

       5500-BAIXAR-EMPRESTIMO-CONSIGNADO.
           IF WS-EMPRESTIMO-APURADO
               OPEN I-O EMPRESTIMO-ARQ
               IF WS-FS-EMPRESTIMO NOT = '00'
                   MOVE WS-FS-EMPRESTIMO TO WS-FILE-STATUS
                   MOVE 'OPEREMPR' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               MOVE FUNC-MATRICULA TO EMP-MATRICULA
               READ EMPRESTIMO-ARQ
                   INVALID KEY
                       DISPLAY 'EMPRESTIMO NAO LOCALIZADO NA BAIXA: '
                           FUNC-MATRICULA
                   NOT INVALID KEY
                       PERFORM 5550-ATUALIZAR-CONTRATO
               END-READ
               CLOSE EMPRESTIMO-ARQ
           END-IF
           EXIT.

       5550-ATUALIZAR-CONTRATO.
           MOVE WS-SALDO-COBRANCA TO EMP-SALDO-DEVEDOR
           IF WS-SALDO-COBRANCA = ZERO
               SET EMP-QUITADO TO TRUE
               DISPLAY 'EMPRESTIMO CONSIGNADO QUITADO NA RESCISAO - '
                   'DESCONTO ' WS-EMPRESTIMO-RESCISAO-EDIT
           ELSE
               SET EMP-EM-COBRANCA TO TRUE
               DISPLAY 'EMPRESTIMO CONSIGNADO COM SALDO EM COBRANCA: '
                   WS-SALDO-COBRANCA-EDIT
           END-IF
           REWRITE REG-EMPRESTIMO
           IF WS-FS-EMPRESTIMO NOT = '00'
               MOVE WS-FS-EMPRESTIMO TO WS-FILE-STATUS
               MOVE 'OPEREMPR' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       6000-GRAVAR-HISTORICO-RESCISAO.
           OPEN EXTEND HISTORICO-ARQ
           IF WS-FS-HISTORICO = '35'
           CLOSE HISTORICO-ARQ
           EXIT.

       6500-REGISTRAR-PRAZO-PAGAMENTO.
           IF WS-DATA-LIMITE-PAGTO > ZERO
               OPEN I-O PRAZO-ARQ
               IF WS-FS-PRAZO = '35'
                   OPEN OUTPUT PRAZO-ARQ
                   CLOSE PRAZO-ARQ
                   OPEN I-O PRAZO-ARQ
               END-IF
               IF WS-FS-PRAZO NOT = '00'
                   MOVE WS-FS-PRAZO TO WS-FILE-STATUS
                   MOVE 'AC00PRAZ' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF

               MOVE FUNC-MATRICULA TO PRZ-MATRICULA
               MOVE FUNC-NOME TO PRZ-NOME
               MOVE FUNC-EMPRESA TO PRZ-EMPRESA
               MOVE FUNC-DATA-DEMISSAO TO PRZ-DATA-DEMISSAO
               MOVE WS-DATA-LIMITE-PAGTO TO PRZ-DATA-LIMITE
               MOVE FUNC-SALARIO TO PRZ-SALARIO
               MOVE WS-LIQUIDO-RESCISAO TO PRZ-VALOR-LIQUIDO
               MOVE WS-DATA-HOJE TO PRZ-DATA-CALCULO
               WRITE REG-PRAZO
                   INVALID KEY
                       REWRITE REG-PRAZO
               END-WRITE
               IF WS-FS-PRAZO NOT = '00'
                   MOVE WS-FS-PRAZO TO WS-FILE-STATUS
                   MOVE 'AC00PRAZ' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               CLOSE PRAZO-ARQ
               DISPLAY 'PRAZO DE PAGAMENTO REGISTRADO EM AC00PRAZ: '
                   WS-DATA-LIMITE-PAGTO
           END-IF
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           CLOSE AC00-ARQ-FUNCIONARIOS
           IF WS-PENSAO-ABERTO
               CLOSE PENSAO-ARQ
               SET WS-PENSAO-FECHADO TO TRUE
           END-IF
           CLOSE RESCISAO-ARQ
           EXIT.

