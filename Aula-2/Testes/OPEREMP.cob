      *PROGRAMA   : OPEREMP
      *OBJETIVO   : TRANSFORMAR UMA SIMULACAO DE EMPRESTIMO APROVADA
      *             (MESMO CALCULO PRICE DE 2200-CALCULAR-PRESTACAO DE
      *             OPERACOES, OU SAC A ESCOLHA DO FUNCIONARIO) EM UM
      *             EMPRESTIMO CONSIGNADO REAL: MANTER
      *             A CARTEIRA OPEREMPR (INDEXADA PELA MATRICULA) COM
      *             CAPITAL, TAXA, PRAZO, PRESTACAO, PARCELAS PAGAS E
      *             SALDO DEVEDOR; A PRESTACAO E DESCONTADA PELO MOVE
      *                   EMPRESA, CADASTRO AC00EMPR) INCLUIDO EM
      *                   AC00FUNC PARA O SUPORTE A MULTIPLAS
      *                   EMPRESAS
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO FUNC-CARGO (CODIGO DO
      *                   CARGO, CADASTRO AC00CARG MANTIDO POR AC00EX11)
      *                   INCLUIDO EM AC00FUNC
      *15/10/2026 MLBF    A CONTRATACAO PASSA A APURAR A MARGEM
      *                   CONSIGNAVEL (35% DO SALARIO MENOS INSS, IRRF E
      *                   PENSAO DO ULTIMO CONTRACHEQUE EM MOVECTRA,
      *                   DESCONTADA A PRESTACAO DO EMPRESTIMO ATIVO) E
      *                   RECUSA PRESTACAO ACIMA DELA; UM CONTRATO
      *                   QUITADO PODE SER SUBSTITUIDO POR UM NOVO; A
      *                   QUITACAO PASSA A SER ANTECIPADA, COM
      *                   ABATIMENTO PROPORCIONAL DOS JUROS DAS PARCELAS
      *                   A VENCER (ROTINA EMPQUITA) E CONFIRMACAO DO
      *                   VALOR; NOVA SITUACAO 'C' (SALDO EM COBRANCA
      *                   APOS A RESCISAO, VER AC00RESC)
      *15/10/2026 MLBF    LAYOUT DO MOVECTRA ATUALIZADO PARA ACOMPANHAR
      *                   O CAMPO CTA-SALARIO-FAMILIA INCLUIDO POR MOVE
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
      *15/10/2026 MLBF    LAYOUT DO MOVECTRA ATUALIZADO PARA ACOMPANHAR
      *                   OS CAMPOS CTA-ADICIONAL-NOTURNO,
      *                   CTA-GRAU-RISCO E CTA-ADICIONAL-RISCO INCLUIDOS
      *                   POR MOVE
      *15/10/2026 MLBF    LAYOUT DO MOVECTRA ATUALIZADO COM CTA-COMISSAO
      *                   E CTA-DSR-COMISSAO INCLUIDOS POR MOVE
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR OS CAMPOS DE ENDERECO
      *                   (FUNC-LOGRADOURO, FUNC-NUMERO-ENDERECO,
      *                   FUNC-CEP, FUNC-UF E FUNC-COD-MUNICIPIO, CODIGO
      *                   IBGE) INCLUIDOS EM AC00FUNC
      *15/10/2026 MLBF    A CONTRATACAO PASSA A OFERECER, ALEM DA TABELA
      *                   PRICE, O SISTEMA SAC (AMORTIZACAO CONSTANTE,
      *                   PRESTACAO DECRESCENTE), EXIBINDO AS DUAS
      *                   PRESTACOES PARA ESCOLHA; A MARGEM CONSIGNAVEL
      *                   E CONFERIDA CONTRA A PRIMEIRA PRESTACAO DO
      *                   SISTEMA ESCOLHIDO. REG-EMPRESTIMO AMPLIADO COM
      *                   EMP-SISTEMA-AMORTIZACAO E
      *                   EMP-COMPETENCIA-INICIO (COMPETENCIA DA
      *                   PRIMEIRA PARCELA), TAMBEM REPASSADO AO
      *                   EMPQUITA NA QUITACAO ANTECIPADA. O CRONOGRAMA
      *                   COMPLETO DE PARCELAS E EMITIDO POR OPERCRON
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS FUNC-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT ARQUIVO-CTRC-ARQ ASSIGN TO "MOVECTRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-FS-ARQUIVO-CTRC.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESTIMO-ARQ.
           05 EMP-SITUACAO PIC X(01).
               88 EMP-ATIVO VALUE 'A'.
               88 EMP-QUITADO VALUE 'Q'.
               88 EMP-EM-COBRANCA VALUE 'C'.
           05 EMP-SISTEMA-AMORTIZACAO PIC X(01).
               88 EMP-SISTEMA-PRICE VALUE 'P' ' '.
               88 EMP-SISTEMA-SAC VALUE 'S'.
           05 EMP-COMPETENCIA-INICIO PIC 9(06).

       FD  AC00-ARQ-FUNCIONARIOS.
       01 REG-FUNCIONARIO.
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

       WORKING-STORAGE SECTION.
       01 WS-MATRICULA PIC 9(06) VALUE ZERO.
           05 WS-FATOR-MENOS-UM PIC 9(5)V9999 VALUE ZERO.
           05 WS-PRESTACAO PIC 9(7)V99 VALUE ZERO.
           05 WS-SALDO-DEVEDOR PIC 9(9)V99 VALUE ZERO.
           05 WS-AMORTIZACAO-SAC PIC 9(7)V99 VALUE ZERO.
           05 WS-PRESTACAO-SAC PIC 9(7)V99 VALUE ZERO.
           05 WS-ULTIMA-PRESTACAO-SAC PIC 9(7)V99 VALUE ZERO.
           05 WS-JUROS-SAC PIC 9(9)V99 VALUE ZERO.
           05 WS-PRESTACAO-CONTRATO PIC 9(7)V99 VALUE ZERO.
           05 WS-COMPETENCIA-INICIO PIC 9(06) VALUE ZERO.
           05 WS-DATA-HOJE PIC 9(08) VALUE ZERO.

       01 WS-SISTEMA-ESCOLHIDO PIC X(01) VALUE 'P'.
           88 WS-ESCOLHEU-SAC VALUE 'S' 's'.

       01 WS-AREA-MARGEM.
           05 WS-PERC-MARGEM-CONSIGNAVEL PIC 9(03)V99 VALUE 35.
           05 WS-COMPETENCIA-MARGEM PIC 9(06) VALUE ZERO.
           05 WS-BASE-MARGEM PIC S9(7)V99 VALUE ZERO.
           05 WS-MARGEM-TOTAL PIC 9(7)V99 VALUE ZERO.
           05 WS-PRESTACOES-EXISTENTES PIC 9(7)V99 VALUE ZERO.
           05 WS-MARGEM-DISPONIVEL PIC S9(7)V99 VALUE ZERO.

       01 WS-AREA-EMPQUITA.
           05 WS-EQT-SALDO-DEVEDOR PIC 9(09)V99 VALUE ZERO.
           05 WS-EQT-TAXA PIC 9V9999 VALUE ZERO.
           05 WS-EQT-PARCELAS-RESTANTES PIC 9(02) VALUE ZERO.
           05 WS-EQT-SISTEMA-AMORTIZACAO PIC X(01) VALUE 'P'.
           05 WS-EQT-VALOR-QUITACAO PIC 9(09)V99 VALUE ZERO.
           05 WS-EQT-DESCONTO-JUROS PIC 9(09)V99 VALUE ZERO.

       01 WS-CONFIRMA-QUITACAO PIC X(01) VALUE 'N'.
           88 WS-QUITACAO-CONFIRMADA VALUE 'S' 's'.

       01 WS-AREA-EDICAO.
           05 WS-PRESTACAO-EDIT PIC $ZZZ,ZZ9.99.
           05 WS-ULTIMA-PRESTACAO-EDIT PIC $ZZZ,ZZ9.99.
           05 WS-SALDO-EDIT PIC $Z,ZZZ,ZZ9.99.
           05 WS-MARGEM-EDIT PIC $ZZZ,ZZ9.99-.
           05 WS-DESCONTO-EDIT PIC $Z,ZZZ,ZZ9.99.
           05 WS-QUITACAO-EDIT PIC $Z,ZZZ,ZZ9.99.

       01 WS-OPCAO-TRANSACAO PIC 9 VALUE ZERO.
       01 WS-IND-FIM-MANUTENCAO PIC X(01) VALUE 'N'.
           88 WS-FUNCIONARIO-ACHADO VALUE 'S'.
           88 WS-FUNCIONARIO-NAO-ACHADO VALUE 'N'.

       01 WS-IND-CONTRATO-LIBERADO PIC X(01) VALUE 'N'.
           88 WS-CONTRATO-LIBERADO VALUE 'S'.
           88 WS-CONTRATO-BLOQUEADO VALUE 'N'.

       01 WS-IND-CONTRATO-EXISTENTE PIC X(01) VALUE 'N'.
           88 WS-CONTRATO-EXISTENTE VALUE 'S'.
           88 WS-CONTRATO-INEXISTENTE VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-EMPRESTIMO PIC X(02) VALUE '00'.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-ARQUIVO-CTRC PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-CTRC-ABERTO PIC X(01) VALUE 'N'.
               88 WS-CTRC-ABERTO VALUE 'S'.
               88 WS-CTRC-FECHADO VALUE 'N'.
           05 WS-IND-FIM-CTRC PIC X(01) VALUE 'N'.
               88 WS-FIM-CTRC VALUE 'S'.
               88 WS-NAO-FIM-CTRC VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 0010-ABRIR-FUNCIONARIOS
               UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL

           OPEN INPUT ARQUIVO-CTRC-ARQ
           IF WS-FS-ARQUIVO-CTRC = '00'
               SET WS-CTRC-ABERTO TO TRUE
           ELSE
               SET WS-CTRC-FECHADO TO TRUE
               IF WS-FS-ARQUIVO-CTRC NOT = '35'
                   MOVE WS-FS-ARQUIVO-CTRC TO WS-FILE-STATUS
                   MOVE 'MOVECTRA' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               DISPLAY 'MOVECTRA NAO ENCONTRADO - SEM CONTRACHEQUE '
                   'PARA APURAR A MARGEM, NENHUMA CONTRATACAO SERA '
                   'ACEITA'
           END-IF
           EXIT.

       0010-ABRIR-FUNCIONARIOS.

           CLOSE EMPRESTIMO-ARQ
           CLOSE AC00-ARQ-FUNCIONARIOS
           IF WS-CTRC-ABERTO
               CLOSE ARQUIVO-CTRC-ARQ
           END-IF
           CANCEL 'EMPQUITA'
           EXIT.

       5010-ABRIR-CARTEIRA.
       5050-PROCESSAR-TRANSACAO.
           DISPLAY SPACES
           DISPLAY 'CARTEIRA DE EMPRESTIMOS CONSIGNADOS'
           DISPLAY '1-CONTRATAR  2-CONSULTAR  3-QUITAR ANTECIPADO  '
               '4-ENCERRAR'
           ACCEPT WS-OPCAO-TRANSACAO

           EVALUATE WS-OPCAO-TRANSACAO
               DISPLAY 'MATRICULA NAO CADASTRADA OU INATIVA: '
                   WS-MATRICULA ' - CONTRATACAO CANCELADA'
           ELSE
               PERFORM 5120-APURAR-MARGEM-CONSIGNAVEL
           END-IF
           IF WS-FUNCIONARIO-ACHADO AND WS-CONTRATO-LIBERADO
               DISPLAY 'CAPITAL (SEM VIRGULA, EX.: 500000 = 5000,00)?'
               ACCEPT WS-CAPITAL
               DISPLAY 'TAXA MENSAL (EX.: 00200 = 0,0200)?'
                   DISPLAY 'PRESTACAO NAO CALCULADA - CONTRATACAO '
                       'CANCELADA'
               ELSE
                   PERFORM 5210-CALCULAR-PRESTACAO-SAC
                   PERFORM 5220-ESCOLHER-SISTEMA
                   IF WS-PRESTACAO-CONTRATO > WS-MARGEM-DISPONIVEL
                       MOVE WS-PRESTACAO-CONTRATO TO WS-PRESTACAO-EDIT
                       MOVE WS-MARGEM-DISPONIVEL TO WS-MARGEM-EDIT
                       DISPLAY 'PRESTACAO ' WS-PRESTACAO-EDIT
                           ' ACIMA DA MARGEM CONSIGNAVEL DISPONIVEL '
                           WS-MARGEM-EDIT ' - CONTRATACAO RECUSADA'
                   ELSE
                       PERFORM 5250-GRAVAR-CONTRATO
                   END-IF
               END-IF
           END-IF
           EXIT.

       5120-APURAR-MARGEM-CONSIGNAVEL.
           SET WS-CONTRATO-BLOQUEADO TO TRUE
           SET WS-CONTRATO-INEXISTENTE TO TRUE
           MOVE ZERO TO WS-PRESTACOES-EXISTENTES
           MOVE WS-MATRICULA TO EMP-MATRICULA
           READ EMPRESTIMO-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CONTRATO-EXISTENTE TO TRUE
                   IF EMP-ATIVO
                       MOVE EMP-PRESTACAO TO WS-PRESTACOES-EXISTENTES
                   END-IF
           END-READ

           PERFORM 5130-LER-ULTIMO-CONTRACHEQUE
           IF WS-COMPETENCIA-MARGEM = ZERO
               DISPLAY 'MATRICULA SEM CONTRACHEQUE EM MOVECTRA - '
                   'MARGEM NAO APURADA, CONTRATACAO CANCELADA'
           ELSE
               IF WS-BASE-MARGEM < ZERO
                   MOVE ZERO TO WS-BASE-MARGEM
               END-IF
               COMPUTE WS-MARGEM-TOTAL ROUNDED =
                   WS-BASE-MARGEM * WS-PERC-MARGEM-CONSIGNAVEL / 100
               COMPUTE WS-MARGEM-DISPONIVEL =
                   WS-MARGEM-TOTAL - WS-PRESTACOES-EXISTENTES
               MOVE WS-MARGEM-DISPONIVEL TO WS-MARGEM-EDIT
               DISPLAY 'CONTRACHEQUE ' WS-COMPETENCIA-MARGEM
                   ' - MARGEM CONSIGNAVEL DISPONIVEL ' WS-MARGEM-EDIT
               EVALUATE TRUE
                   WHEN EMP-ATIVO AND WS-CONTRATO-EXISTENTE
                       DISPLAY 'MATRICULA JA POSSUI EMPRESTIMO ATIVO '
                           'NA CARTEIRA - CONTRATACAO CANCELADA'
                   WHEN EMP-EM-COBRANCA AND WS-CONTRATO-EXISTENTE
                       DISPLAY 'MATRICULA COM SALDO DE EMPRESTIMO EM '
                           'COBRANCA - CONTRATACAO CANCELADA'
                   WHEN WS-MARGEM-DISPONIVEL NOT > ZERO
                       DISPLAY 'SEM MARGEM CONSIGNAVEL DISPONIVEL - '
                           'CONTRATACAO CANCELADA'
                   WHEN OTHER
                       SET WS-CONTRATO-LIBERADO TO TRUE
               END-EVALUATE
           END-IF
           EXIT.

       5130-LER-ULTIMO-CONTRACHEQUE.
           MOVE ZERO TO WS-COMPETENCIA-MARGEM
           MOVE ZERO TO WS-BASE-MARGEM
           IF WS-CTRC-ABERTO
               SET WS-NAO-FIM-CTRC TO TRUE
               MOVE WS-MATRICULA TO CTA-MATRICULA
               MOVE ZERO TO CTA-COMPETENCIA
               START ARQUIVO-CTRC-ARQ KEY IS NOT LESS THAN CTA-CHAVE
                   INVALID KEY
                       SET WS-FIM-CTRC TO TRUE
               END-START
               PERFORM 5140-GUARDAR-CONTRACHEQUE UNTIL WS-FIM-CTRC
           END-IF
           EXIT.

       5140-GUARDAR-CONTRACHEQUE.
           READ ARQUIVO-CTRC-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-CTRC TO TRUE
               NOT AT END
                   IF CTA-MATRICULA NOT = WS-MATRICULA
                       SET WS-FIM-CTRC TO TRUE
                   ELSE
                       MOVE CTA-COMPETENCIA TO WS-COMPETENCIA-MARGEM
                       COMPUTE WS-BASE-MARGEM = CTA-SALARIO - CTA-INSS
                           - CTA-IRRF - CTA-PENSAO
                   END-IF
           END-READ
           EXIT.

       5150-VERIFICAR-FUNCIONARIO.
           MOVE WS-MATRICULA TO FUNC-MATRICULA
           READ AC00-ARQ-FUNCIONARIOS
           END-IF
           EXIT.

       5210-CALCULAR-PRESTACAO-SAC.
           COMPUTE WS-AMORTIZACAO-SAC ROUNDED = WS-CAPITAL / WS-PRAZO
           COMPUTE WS-PRESTACAO-SAC ROUNDED =
               WS-AMORTIZACAO-SAC + (WS-CAPITAL * WS-TAXA-JUROS)
           COMPUTE WS-ULTIMA-PRESTACAO-SAC ROUNDED =
               WS-AMORTIZACAO-SAC * (1 + WS-TAXA-JUROS)
           COMPUTE WS-JUROS-SAC ROUNDED =
               WS-CAPITAL * WS-TAXA-JUROS * (WS-PRAZO + 1) / 2
           EXIT.

       5220-ESCOLHER-SISTEMA.
           MOVE WS-PRESTACAO TO WS-PRESTACAO-EDIT
           DISPLAY 'P-PRICE: PRESTACAO FIXA DE ' WS-PRESTACAO-EDIT
           MOVE WS-PRESTACAO-SAC TO WS-PRESTACAO-EDIT
           MOVE WS-ULTIMA-PRESTACAO-SAC TO WS-ULTIMA-PRESTACAO-EDIT
           DISPLAY 'S-SAC..: PRIMEIRA PRESTACAO DE ' WS-PRESTACAO-EDIT
               ', DECRESCENTE ATE ' WS-ULTIMA-PRESTACAO-EDIT
           DISPLAY 'SISTEMA DE AMORTIZACAO (P-PRICE / S-SAC)?'
           ACCEPT WS-SISTEMA-ESCOLHIDO
           IF WS-ESCOLHEU-SAC
               MOVE WS-PRESTACAO-SAC TO WS-PRESTACAO-CONTRATO
           ELSE
               MOVE 'P' TO WS-SISTEMA-ESCOLHIDO
               MOVE WS-PRESTACAO TO WS-PRESTACAO-CONTRATO
           END-IF
           EXIT.

       5250-GRAVAR-CONTRATO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-COMPETENCIA-INICIO = WS-DATA-HOJE / 100
           MOVE WS-MATRICULA TO EMP-MATRICULA
           MOVE WS-CAPITAL TO EMP-CAPITAL
           MOVE WS-TAXA-JUROS TO EMP-TAXA
           MOVE WS-PRAZO TO EMP-PRAZO
           IF WS-ESCOLHEU-SAC
               COMPUTE WS-SALDO-DEVEDOR = WS-CAPITAL + WS-JUROS-SAC
               SET EMP-SISTEMA-SAC TO TRUE
           ELSE
               COMPUTE WS-SALDO-DEVEDOR = WS-PRESTACAO * WS-PRAZO
               SET EMP-SISTEMA-PRICE TO TRUE
           END-IF
           MOVE WS-PRESTACAO-CONTRATO TO EMP-PRESTACAO
           MOVE ZERO TO EMP-PARCELAS-PAGAS
           MOVE WS-SALDO-DEVEDOR TO EMP-SALDO-DEVEDOR
           MOVE WS-COMPETENCIA-INICIO TO EMP-COMPETENCIA-INICIO
           SET EMP-ATIVO TO TRUE
           IF WS-CONTRATO-EXISTENTE
               REWRITE REG-EMPRESTIMO
           ELSE
               WRITE REG-EMPRESTIMO
           END-IF
           IF WS-FS-EMPRESTIMO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O CONTRATO NA CARTEIRA: '
                   WS-MATRICULA ' (STATUS ' WS-FS-EMPRESTIMO ')'
           ELSE
               MOVE WS-PRESTACAO-CONTRATO TO WS-PRESTACAO-EDIT
               MOVE WS-SALDO-DEVEDOR TO WS-SALDO-EDIT
               DISPLAY 'EMPRESTIMO CONTRATADO - PRESTACAO '
                   WS-PRESTACAO-EDIT ' SALDO ' WS-SALDO-EDIT
               DISPLAY 'SISTEMA ' WS-SISTEMA-ESCOLHIDO
                   ' - PRIMEIRA PARCELA NA COMPETENCIA '
                   WS-COMPETENCIA-INICIO
           END-IF
           EXIT.

       5300-CONSULTAR-EMPRESTIMO.
                   DISPLAY 'TAXA MENSAL....: ' EMP-TAXA
                   DISPLAY 'PRAZO..........: ' EMP-PRAZO
                   DISPLAY 'PRESTACAO......: ' WS-PRESTACAO-EDIT
                   IF EMP-SISTEMA-SAC
                       DISPLAY 'SISTEMA........: SAC (PRESTACAO '
                           'ACIMA E A PRIMEIRA, DECRESCENTE)'
                   ELSE
                       DISPLAY 'SISTEMA........: PRICE'
                   END-IF
                   DISPLAY 'PARCELAS PAGAS.: ' EMP-PARCELAS-PAGAS
                   DISPLAY 'SALDO DEVEDOR..: ' WS-SALDO-EDIT
                   EVALUATE TRUE
                       WHEN EMP-QUITADO
                           DISPLAY 'SITUACAO.......: QUITADO'
                       WHEN EMP-EM-COBRANCA
                           DISPLAY 'SITUACAO.......: EM COBRANCA'
                       WHEN OTHER
                           DISPLAY 'SITUACAO.......: ATIVO'
                   END-EVALUATE
           END-READ
           EXIT.

                   DISPLAY 'MATRICULA SEM EMPRESTIMO NA CARTEIRA: '
                       WS-MATRICULA
               NOT INVALID KEY
                   IF EMP-QUITADO
                       DISPLAY 'EMPRESTIMO JA QUITADO: ' WS-MATRICULA
                   ELSE
                       PERFORM 5450-QUITAR-ANTECIPADO
                   END-IF
           END-READ
           EXIT.

       5450-QUITAR-ANTECIPADO.
           MOVE EMP-SALDO-DEVEDOR TO WS-EQT-SALDO-DEVEDOR
           MOVE EMP-TAXA TO WS-EQT-TAXA
           MOVE EMP-SISTEMA-AMORTIZACAO TO WS-EQT-SISTEMA-AMORTIZACAO
           MOVE ZERO TO WS-EQT-PARCELAS-RESTANTES
           IF EMP-ATIVO AND EMP-PRAZO > EMP-PARCELAS-PAGAS
               COMPUTE WS-EQT-PARCELAS-RESTANTES =
                   EMP-PRAZO - EMP-PARCELAS-PAGAS
           END-IF
           CALL 'EMPQUITA' USING WS-AREA-EMPQUITA

           MOVE EMP-SALDO-DEVEDOR TO WS-SALDO-EDIT
           MOVE WS-EQT-DESCONTO-JUROS TO WS-DESCONTO-EDIT
           MOVE WS-EQT-VALOR-QUITACAO TO WS-QUITACAO-EDIT
           DISPLAY 'SALDO DEVEDOR..........: ' WS-SALDO-EDIT
           DISPLAY 'PARCELAS A VENCER......: '
               WS-EQT-PARCELAS-RESTANTES
           DISPLAY '(-) DESCONTO DE JUROS..: ' WS-DESCONTO-EDIT
           DISPLAY 'VALOR PARA QUITACAO....: ' WS-QUITACAO-EDIT
           DISPLAY 'CONFIRMA A QUITACAO (S/N)?'
           ACCEPT WS-CONFIRMA-QUITACAO
           IF WS-QUITACAO-CONFIRMADA
               MOVE ZERO TO EMP-SALDO-DEVEDOR
               SET EMP-QUITADO TO TRUE
               REWRITE REG-EMPRESTIMO
               DISPLAY 'EMPRESTIMO QUITADO: ' WS-MATRICULA
                   ' - VALOR PAGO ' WS-QUITACAO-EDIT
           ELSE
               DISPLAY 'QUITACAO NAO CONFIRMADA - CONTRATO MANTIDO'
           END-IF
           EXIT.

       9900-ERRO-ARQUIVO.
           ADD 1 TO WS-QTD-TENTATIVAS-ERRO
           IF WS-FILE-STATUS = '93'
