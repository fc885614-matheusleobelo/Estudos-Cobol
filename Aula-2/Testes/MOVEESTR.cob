      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. MOVEESTR.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : MOVE
      *PROGRAMA   : MOVEESTR
      *OBJETIVO   : ESTORNO DE UMA COMPETENCIA JA PROCESSADA ('P' EM
      *             MOVECTLC), RESTRITO AO OPERADOR NIVEL 3 DA SESSAO
      *             SETSESS: A PARTIR DOS CONTRACHEQUES ARQUIVADOS EM
      *             MOVECTRA DEVOLVE AS PROVISOES DE 13 E FERIAS AO
      *             SALDO MOVEPROV (E O MES PROVISIONADO), DESFAZ A
      *             PRESTACAO ABATIDA NA CARTEIRA OPEREMPR, REABRE O
      *             ADIANTAMENTO BAIXADO NO RAZAO MOVEADIA, EXCLUI O
      *             DEPOSITO DE FGTS DA FOLHA (AC00FGTS, ORIGEM M), AS
      *             FALTAS DO MES (AC00FALT) E O CONTRACHEQUE
      *             ARQUIVADO; REGRAVA O ACUMULADO ANUAL
      *             MOVEANUA SEM AS LINHAS DA COMPETENCIA (VIA
      *             ARQUIVO DE TRABALHO MOVEESTM), VOLTA A COMPETENCIA
      *             PARA ABERTA ('A') EM MOVECTLC, REGISTRA O ESTORNO
      *             NA TRILHA SETAUDIT E EMITE O RELATORIO ANTES/DEPOIS
      *             MOVEESRL, PARA QUE O MES POSSA SER RODADO DE NOVO
      *             DO ZERO. OS CREDITOS DO BORDERO JA ENVIADOS AO
      *             BANCO NAO SAO DEVOLVIDOS POR ESTE PROGRAMA
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *15/10/2026 MLBF    O MES DO CONTRACHEQUE SEM PROVISAO (PERIODO
      *                   AQUISITIVO SUSPENSO POR AFASTAMENTO, QUE O
      *                   MOVE NAO CONTA EM MOVEPROV) NAO E MAIS
      *                   SUBTRAIDO DA QUANTIDADE DE MESES PROVISIONADOS
      *                   NO ESTORNO
      *15/10/2026 MLBF    LAYOUT DO MOVECTRA ATUALIZADO PARA ACOMPANHAR
      *                   O CAMPO CTA-SALARIO-FAMILIA INCLUIDO POR MOVE
      *15/10/2026 MLBF    LAYOUT DO MOVECTRA ATUALIZADO PARA ACOMPANHAR
      *                   OS CAMPOS CTA-ADICIONAL-NOTURNO,
      *                   CTA-GRAU-RISCO E CTA-ADICIONAL-RISCO INCLUIDOS
      *                   POR MOVE
      *15/10/2026 MLBF    LAYOUT DO MOVECTRA ATUALIZADO COM CTA-COMISSAO
      *                   E CTA-DSR-COMISSAO INCLUIDOS POR MOVE
      *15/10/2026 MLBF    MOVEANUA COM 84 POSICOES
      *                   (ANU-TIPO-RENDIMENTO); O ESTORNO DA
      *                   COMPETENCIA MANTEM AS LINHAS DE PLR (TIPO P),
      *                   QUE NAO SAO GRAVADAS PELO MOVE
      *15/10/2026 MLBF    REG-EMPRESTIMO AMPLIADO COM O SISTEMA DE
      *                   AMORTIZACAO (PRICE/SAC) E A COMPETENCIA DA
      *                   PRIMEIRA PARCELA, ACOMPANHANDO O LAYOUT DO
      *                   OPEREMPR
      *15/10/2026 MLBF    CONFERE NO INICIO, VIA ROTINA JOBPRED, SE OS
      *                   JOBS PREDECESSORES CADASTRADOS EM SETDEPE
      *                   CONCLUIRAM EM SETSTAT; COM PREDECESSOR
      *                   AUSENTE, ABORTADO OU EM EXECUCAO O PROGRAMA
      *                   NAO RODA E ENCERRA COM RETURN-CODE 12 (MOTIVO
      *                   GRAVADO EM SETAUDIT); O ESTORNO NAO RODA COM O
      *                   MOVE OU O MOVEAPRV DA COMPETENCIA AINDA EM
      *                   EXECUCAO OU ABORTADO
      *15/10/2026 MLBF    O ESTORNO EXCLUI TAMBEM O DEPOSITO DE FGTS DA
      *                   FOLHA DA COMPETENCIA (AC00FGTS, ORIGEM M) E AS
      *                   FALTAS DO MES (AC00FALT) DE CADA CONTRACHEQUE
      *                   ESTORNADO (CHAVE INEXISTENTE = NADA A
      *                   DESFAZER), COM ANTES/DEPOIS EM MOVEESRL E UMA
      *                   LINHA EM SETAUDIT PARA CADA UM
      *                   (ESTFGTS/ESTFALT)
      *15/10/2026 MLBF    A REABERTURA DO ADIANTAMENTO
      *                   (2500-REABRIR-ADIANTAMENTO) PASSA A DEVOLVER
      *                   SO O QUE A FOLHA ESTORNADA COBROU, EM CADA
      *                   REGISTRO DA MATRICULA NO MOVEADIA CUJO
      *                   ADI-COMPETENCIA-COBRANCA SEJA A COMPETENCIA
      *                   ESTORNADA (INCLUSIVE SALDOS DE COMPETENCIAS
      *                   ANTERIORES), SUBTRAINDO ADI-VALOR-COBRANCA DO
      *                   ADI-VALOR-DESCONTADO EM VEZ DE ZERA-LO; A SOMA
      *                   DEVOLVIDA DIFERENTE DO CTA-ADIANTAMENTO DO
      *                   CONTRACHEQUE CONTA COMO INCONSISTENCIA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-COMP-ARQ ASSIGN TO "MOVECTLC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-COMPETENCIA
               FILE STATUS IS WS-FS-CONTROLE-COMP.

           SELECT ARQUIVO-CTRC-ARQ ASSIGN TO "MOVECTRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-FS-ARQUIVO-CTRC.

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

           SELECT ADIANTAMENTO-ARQ ASSIGN TO "MOVEADIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADI-CHAVE
               FILE STATUS IS WS-FS-ADIANTAMENTO.

           SELECT FGTS-ARQ ASSIGN TO "AC00FGTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGT-CHAVE
               FILE STATUS IS WS-FS-FGTS.

           SELECT FALTAS-ARQ ASSIGN TO "AC00FALT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAL-CHAVE
               FILE STATUS IS WS-FS-FALTAS.

           SELECT ANUAL-ARQ ASSIGN TO "MOVEANUA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.

           SELECT TRABALHO-ARQ ASSIGN TO "MOVEESTM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.

           SELECT RELATORIO-ARQ ASSIGN TO "MOVEESRL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT AUDITORIA-ARQ ASSIGN TO "SETAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT SESSAO-ARQ ASSIGN TO "SETSESS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
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
           05 EMP-SISTEMA-AMORTIZACAO PIC X(01).
               88 EMP-SISTEMA-PRICE VALUE 'P' ' '.
               88 EMP-SISTEMA-SAC VALUE 'S'.
           05 EMP-COMPETENCIA-INICIO PIC 9(06).

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

       FD  FALTAS-ARQ.
       01 REG-FALTAS.
           05 FAL-CHAVE.
               10 FAL-MATRICULA PIC 9(06).
               10 FAL-COMPETENCIA PIC 9(06).
           05 FAL-DIAS-FALTA PIC 9(02).

       FD  ANUAL-ARQ.
       01 REG-ANUAL PIC X(84).

       FD  TRABALHO-ARQ.
       01 REG-TRABALHO PIC X(84).

       FD  RELATORIO-ARQ.
       01 REG-RELATORIO PIC X(80).

       FD  AUDITORIA-ARQ.
       01 REG-AUDITORIA PIC X(49).

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

       WORKING-STORAGE SECTION.
       01 WS-AREA-SESSAO.
           05 WS-OPERADOR-SESSAO PIC X(08) VALUE SPACES.
           05 WS-NIVEL-OPERADOR PIC 9 VALUE 1.

       01 WS-COMPETENCIA PIC 9(06) VALUE ZERO.
       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
       01 WS-HORA-COMPLETA PIC 9(08) VALUE ZERO.
       01 WS-SITUACAO-ANTERIOR PIC X(01) VALUE SPACE.
       01 WS-OPCAO-ESTORNO PIC X(01) VALUE 'N'.
           88 WS-ESTORNO-CONFIRMADO VALUE 'S'.

       01 WS-IND-ESTORNO PIC X(01) VALUE 'N'.
           88 WS-ESTORNO-PERMITIDO VALUE 'S'.
           88 WS-ESTORNO-RECUSADO VALUE 'N'.

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
           05 ANU-TIPO-RENDIMENTO PIC X(01) VALUE SPACE.
               88 ANU-RENDIMENTO-PLR VALUE 'P'.

       01 WS-REG-AUDITORIA.
           05 AUD-JOB PIC X(08) VALUE 'MOVEESTR'.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-DATA PIC 9(08) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-HORA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-CONDICAO PIC X(15) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-OPERADOR PIC X(08) VALUE SPACES.

       01 WS-CONDICAO-ESTORNO.
           05 CND-TIPO PIC X(08) VALUE 'ESTORNO '.
           05 CND-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.

       01 WS-AREA-ANTES.
           05 WS-ANT-QTD-MESES PIC 9(03) VALUE ZERO.
           05 WS-ANT-SALDO-13 PIC 9(09)V99 VALUE ZERO.
           05 WS-ANT-SALDO-FERIAS PIC 9(09)V99 VALUE ZERO.
           05 WS-ANT-PARCELAS-PAGAS PIC 99 VALUE ZERO.
           05 WS-ANT-SALDO-DEVEDOR PIC 9(9)V99 VALUE ZERO.
           05 WS-ANT-SITUACAO-EMP PIC X(01) VALUE SPACE.
           05 WS-ANT-SITUACAO-ADI PIC X(01) VALUE SPACE.
           05 WS-ANT-VALOR-DESCONTADO PIC 9(7)V99 VALUE ZERO.
           05 WS-ADIANTAMENTO-DEVOLVIDO PIC 9(7)V99 VALUE ZERO.
           05 WS-ANT-VALOR-FGTS PIC 9(7)V99 VALUE ZERO.
           05 WS-ANT-DIAS-FALTA PIC 9(02) VALUE ZERO.

       01 WS-AREA-TOTAIS.
           05 WS-QTD-CONTRACHEQUES PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-PROVISOES PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-EMPRESTIMOS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-ADIANTAMENTOS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-DEPOSITOS-FGTS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-FALTAS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-ANUAL-MANTIDOS PIC 9(07) COMP VALUE ZERO.
           05 WS-QTD-ANUAL-EXCLUIDOS PIC 9(07) COMP VALUE ZERO.
           05 WS-QTD-INCONSISTENCIAS PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-BRUTO PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-LIQUIDO PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-PROVISAO-13 PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-PROVISAO-FERIAS PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-EMPRESTIMO PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-ADIANTAMENTO PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-FGTS PIC 9(11)V99 VALUE ZERO.

       01 WS-CAB-RELATORIO-1.
           05 FILLER PIC X(38)
               VALUE '========  ESTORNO DA COMPETENCIA  '.
           05 CAB-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(36) VALUE '  ========'.

       01 WS-CAB-RELATORIO-2.
           05 FILLER PIC X(10) VALUE 'OPERADOR: '.
           05 CAB-OPERADOR PIC X(08) VALUE SPACES.
           05 FILLER PIC X(10) VALUE '   DATA: '.
           05 CAB-DATA PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(44) VALUE SPACES.

       01 WS-LINHA-REL-FUNCIONARIO.
           05 FILLER PIC X(11) VALUE 'MATRICULA: '.
           05 REL-MATRICULA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 REL-NOME PIC X(20) VALUE SPACES.
           05 FILLER PIC X(11) VALUE '  LIQUIDO: '.
           05 REL-LIQUIDO PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(15) VALUE SPACES.

       01 WS-LINHA-REL-VALOR.
           05 FILLER PIC X(02) VALUE SPACES.
           05 REL-ITEM-VALOR PIC X(22) VALUE SPACES.
           05 FILLER PIC X(07) VALUE 'ANTES: '.
           05 REL-VALOR-ANTES PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(10) VALUE '  DEPOIS: '.
           05 REL-VALOR-DEPOIS PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(09) VALUE SPACES.

       01 WS-LINHA-REL-QUANTIDADE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 REL-ITEM-QTD PIC X(22) VALUE SPACES.
           05 FILLER PIC X(07) VALUE 'ANTES: '.
           05 REL-QTD-ANTES PIC ZZ9 VALUE ZERO.
           05 FILLER PIC X(10) VALUE '  DEPOIS: '.
           05 REL-QTD-DEPOIS PIC ZZ9 VALUE ZERO.
           05 FILLER PIC X(33) VALUE SPACES.

       01 WS-LINHA-REL-SITUACAO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 REL-ITEM-SITUACAO PIC X(22) VALUE SPACES.
           05 FILLER PIC X(07) VALUE 'ANTES: '.
           05 REL-SITUACAO-ANTES PIC X(01) VALUE SPACE.
           05 FILLER PIC X(10) VALUE '  DEPOIS: '.
           05 REL-SITUACAO-DEPOIS PIC X(01) VALUE SPACE.
           05 FILLER PIC X(37) VALUE SPACES.

       01 WS-LINHA-REL-TOTAL.
           05 REL-TOTAL-DESCRICAO PIC X(40) VALUE SPACES.
           05 REL-TOTAL-VALOR PIC $ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(21) VALUE SPACES.

       01 WS-LINHA-REL-CONTAGEM.
           05 REL-CONTAGEM-DESCRICAO PIC X(40) VALUE SPACES.
           05 REL-CONTAGEM-QTD PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER PIC X(31) VALUE SPACES.

       01 WS-LINHA-REL-OBSERVACAO.
           05 FILLER PIC X(47)
               VALUE 'OBS.: CREDITOS DO BORDERO JA ENVIADOS AO BANCO '.
           05 FILLER PIC X(33) VALUE 'NAO SAO DEVOLVIDOS PELO ESTORNO'.

       01 WS-LINHA-TRACO PIC X(80) VALUE ALL '-'.
       01 WS-LINHA-BRANCO PIC X(01) VALUE SPACES.

       01 WS-AREA-JOBPRED.
           05 WS-JOB-NOME-PRED PIC X(08) VALUE 'MOVEESTR'.
           05 WS-RESULTADO-PRED PIC X(01) VALUE 'S'.
               88 WS-PREDECESSORES-OK VALUE 'S'.
               88 WS-PREDECESSOR-PENDENTE VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-CONTROLE-COMP PIC X(02) VALUE '00'.
           05 WS-FS-ARQUIVO-CTRC PIC X(02) VALUE '00'.
           05 WS-FS-PROVISAO PIC X(02) VALUE '00'.
           05 WS-FS-EMPRESTIMO PIC X(02) VALUE '00'.
           05 WS-FS-ADIANTAMENTO PIC X(02) VALUE '00'.
           05 WS-FS-FGTS PIC X(02) VALUE '00'.
           05 WS-FS-FALTAS PIC X(02) VALUE '00'.
           05 WS-FS-ANUAL PIC X(02) VALUE '00'.
           05 WS-FS-TRABALHO PIC X(02) VALUE '00'.
           05 WS-FS-RELATORIO PIC X(02) VALUE '00'.
           05 WS-FS-AUDITORIA PIC X(02) VALUE '00'.
           05 WS-FS-SESSAO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-CONTRACHEQUE PIC X(01) VALUE 'N'.
               88 WS-FIM-CONTRACHEQUE VALUE 'S'.
               88 WS-NAO-FIM-CONTRACHEQUE VALUE 'N'.
           05 WS-IND-FIM-ANUAL PIC X(01) VALUE 'N'.
               88 WS-FIM-ANUAL VALUE 'S'.
               88 WS-NAO-FIM-ANUAL VALUE 'N'.
           05 WS-IND-FIM-TRABALHO PIC X(01) VALUE 'N'.
               88 WS-FIM-TRABALHO VALUE 'S'.
               88 WS-NAO-FIM-TRABALHO VALUE 'N'.
           05 WS-IND-CONTRACHEQUE-ABERTO PIC X(01) VALUE 'N'.
               88 WS-CONTRACHEQUE-ABERTO VALUE 'S'.
               88 WS-CONTRACHEQUE-FECHADO VALUE 'N'.
           05 WS-IND-PROVISAO-ABERTO PIC X(01) VALUE 'N'.
               88 WS-PROVISAO-ABERTO VALUE 'S'.
               88 WS-PROVISAO-FECHADO VALUE 'N'.
           05 WS-IND-EMPRESTIMO-ABERTO PIC X(01) VALUE 'N'.
               88 WS-EMPRESTIMO-ABERTO VALUE 'S'.
               88 WS-EMPRESTIMO-FECHADO VALUE 'N'.
           05 WS-IND-ADIANTAMENTO-ABERTO PIC X(01) VALUE 'N'.
               88 WS-ADIANTAMENTO-ABERTO VALUE 'S'.
               88 WS-ADIANTAMENTO-FECHADO VALUE 'N'.
           05 WS-IND-FIM-ADIANTAMENTO PIC X(01) VALUE 'N'.
               88 WS-FIM-ADIANTAMENTO VALUE 'S'.
               88 WS-NAO-FIM-ADIANTAMENTO VALUE 'N'.
           05 WS-IND-FGTS-ABERTO PIC X(01) VALUE 'N'.
               88 WS-FGTS-ABERTO VALUE 'S'.
               88 WS-FGTS-FECHADO VALUE 'N'.
           05 WS-IND-FALTAS-ABERTO PIC X(01) VALUE 'N'.
               88 WS-FALTAS-ABERTO VALUE 'S'.
               88 WS-FALTAS-FECHADO VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       IF WS-NIVEL-OPERADOR < 3
           DISPLAY 'OPERADOR ' WS-OPERADOR-SESSAO ' SEM NIVEL PARA '
               'ESTORNAR FOLHA (EXIGE NIVEL 3)'
           MOVE 8 TO RETURN-CODE
       ELSE
           PERFORM 1000-VERIFICAR-COMPETENCIA
           IF WS-ESTORNO-PERMITIDO
               PERFORM 1500-CONFIRMAR-ESTORNO
           END-IF
           IF WS-ESTORNO-PERMITIDO
               PERFORM 2000-ESTORNAR-CONTRACHEQUES
               PERFORM 3000-ESTORNAR-ACUMULADO-ANUAL
               PERFORM 4000-REABRIR-COMPETENCIA
               PERFORM 5000-GRAVAR-SETAUDIT
               PERFORM 6000-EMITIR-TOTAIS
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
       END-IF
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           PERFORM 0005-CONFERIR-PREDECESSORES
           DISPLAY '--ESTORNO DE COMPETENCIA PROCESSADA (MOVEESTR)--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'COMPETENCIA A ESTORNAR (AAAAMM)?'
           ACCEPT WS-COMPETENCIA

           OPEN INPUT SESSAO-ARQ
           IF WS-FS-SESSAO = '35'
               DISPLAY 'SETSESS NAO ENCONTRADO - FAZER O SIGN-ON '
                   'PELO DRIVER ANTES DE ESTORNAR'
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

       0005-CONFERIR-PREDECESSORES.
           CALL 'JOBPRED' USING WS-JOB-NOME-PRED WS-RESULTADO-PRED
           IF WS-PREDECESSOR-PENDENTE
               DISPLAY 'PREDECESSOR PENDENTE EM SETSTAT - '
                   'PROCESSAMENTO NAO INICIADO (RC 12)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       1000-VERIFICAR-COMPETENCIA.
           SET WS-ESTORNO-RECUSADO TO TRUE
           OPEN INPUT CONTROLE-COMP-ARQ
           IF WS-FS-CONTROLE-COMP = '35'
               DISPLAY 'MOVECTLC NAO ENCONTRADO - NENHUMA COMPETENCIA '
                   'PROCESSADA PARA ESTORNAR'
           ELSE
               IF WS-FS-CONTROLE-COMP NOT = '00'
                   MOVE WS-FS-CONTROLE-COMP TO WS-FILE-STATUS
                   MOVE 'MOVECTLC' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               MOVE WS-COMPETENCIA TO CTC-COMPETENCIA
               READ CONTROLE-COMP-ARQ
                   INVALID KEY
                       DISPLAY 'COMPETENCIA ' WS-COMPETENCIA
                           ' NAO CADASTRADA EM MOVECTLC - NADA A '
                           'ESTORNAR'
                   NOT INVALID KEY
                       IF CTC-PROCESSADA
                           SET WS-ESTORNO-PERMITIDO TO TRUE
                           MOVE CTC-SITUACAO TO WS-SITUACAO-ANTERIOR
                           DISPLAY 'COMPETENCIA ' WS-COMPETENCIA
                               ' PROCESSADA EM ' CTC-DATA-PROCESSO
                       ELSE
                           DISPLAY 'COMPETENCIA ' WS-COMPETENCIA
                               ' NAO ESTA PROCESSADA (SITUACAO '
                               CTC-SITUACAO ') - ESTORNO NAO SE APLICA'
                       END-IF
               END-READ
               CLOSE CONTROLE-COMP-ARQ
           END-IF
           EXIT.

       1500-CONFIRMAR-ESTORNO.
           DISPLAY 'CONFIRMA O ESTORNO DA COMPETENCIA ' WS-COMPETENCIA
               ' (PROVISOES, EMPRESTIMOS, ADIANTAMENTOS, FGTS EM '
               'AC00FGTS, FALTAS EM AC00FALT, MOVEANUA E MOVECTRA) '
               '(S/N)?'
           ACCEPT WS-OPCAO-ESTORNO
           IF NOT WS-ESTORNO-CONFIRMADO
               SET WS-ESTORNO-RECUSADO TO TRUE
               DISPLAY 'ESTORNO NAO CONFIRMADO - NADA ALTERADO'
           END-IF
           EXIT.

       2000-ESTORNAR-CONTRACHEQUES.
           OPEN OUTPUT RELATORIO-ARQ
           IF WS-FS-RELATORIO NOT = '00'
               MOVE WS-FS-RELATORIO TO WS-FILE-STATUS
               MOVE 'MOVEESRL' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           MOVE WS-COMPETENCIA TO CAB-COMPETENCIA
           MOVE WS-OPERADOR-SESSAO TO CAB-OPERADOR
           MOVE WS-DATA-HOJE TO CAB-DATA
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-1
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-2
           WRITE REG-RELATORIO FROM WS-LINHA-TRACO

           PERFORM 2010-ABRIR-ARQUIVOS-ESTORNO

           IF WS-CONTRACHEQUE-ABERTO
               MOVE ZERO TO CTA-MATRICULA
               MOVE ZERO TO CTA-COMPETENCIA
               START ARQUIVO-CTRC-ARQ KEY IS >= CTA-CHAVE
                   INVALID KEY
                       SET WS-FIM-CONTRACHEQUE TO TRUE
                   NOT INVALID KEY
                       SET WS-NAO-FIM-CONTRACHEQUE TO TRUE
                       PERFORM 2100-LER-CONTRACHEQUE
               END-START
               PERFORM 2200-ESTORNAR-UM-CONTRACHEQUE
                   UNTIL WS-FIM-CONTRACHEQUE
               CLOSE ARQUIVO-CTRC-ARQ
           END-IF
           IF WS-PROVISAO-ABERTO
               CLOSE PROVISAO-ARQ
           END-IF
           IF WS-EMPRESTIMO-ABERTO
               CLOSE EMPRESTIMO-ARQ
           END-IF
           IF WS-ADIANTAMENTO-ABERTO
               CLOSE ADIANTAMENTO-ARQ
           END-IF
           IF WS-FGTS-ABERTO
               CLOSE FGTS-ARQ
           END-IF
           IF WS-FALTAS-ABERTO
               CLOSE FALTAS-ARQ
           END-IF

           IF WS-QTD-CONTRACHEQUES = ZERO
               DISPLAY 'ATENCAO: NENHUM CONTRACHEQUE DA COMPETENCIA '
                   'ARQUIVADO EM MOVECTRA - PROVISOES, EMPRESTIMOS, '
                   'ADIANTAMENTOS, FGTS E FALTAS NAO FORAM ESTORNADOS'
           END-IF
           EXIT.

       2010-ABRIR-ARQUIVOS-ESTORNO.
           OPEN I-O ARQUIVO-CTRC-ARQ
           IF WS-FS-ARQUIVO-CTRC = '00'
               SET WS-CONTRACHEQUE-ABERTO TO TRUE
           ELSE
               IF WS-FS-ARQUIVO-CTRC = '35'
                   DISPLAY 'MOVECTRA NAO ENCONTRADO - NENHUM '
                       'CONTRACHEQUE ARQUIVADO A ESTORNAR'
               ELSE
                   MOVE WS-FS-ARQUIVO-CTRC TO WS-FILE-STATUS
                   MOVE 'MOVECTRA' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF

           OPEN I-O PROVISAO-ARQ
           IF WS-FS-PROVISAO = '00'
               SET WS-PROVISAO-ABERTO TO TRUE
           ELSE
               IF WS-FS-PROVISAO = '35'
                   DISPLAY 'MOVEPROV NAO ENCONTRADO - NENHUM SALDO DE '
                       'PROVISAO A ESTORNAR'
               ELSE
                   MOVE WS-FS-PROVISAO TO WS-FILE-STATUS
                   MOVE 'MOVEPROV' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF

           OPEN I-O EMPRESTIMO-ARQ
           IF WS-FS-EMPRESTIMO = '00'
               SET WS-EMPRESTIMO-ABERTO TO TRUE
           ELSE
               IF WS-FS-EMPRESTIMO = '35'
                   DISPLAY 'OPEREMPR NAO ENCONTRADO - NENHUMA '
                       'PRESTACAO A ESTORNAR NA CARTEIRA'
               ELSE
                   MOVE WS-FS-EMPRESTIMO TO WS-FILE-STATUS
                   MOVE 'OPEREMPR' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF

           OPEN I-O ADIANTAMENTO-ARQ
           IF WS-FS-ADIANTAMENTO = '00'
               SET WS-ADIANTAMENTO-ABERTO TO TRUE
           ELSE
               IF WS-FS-ADIANTAMENTO = '35'
                   DISPLAY 'MOVEADIA NAO ENCONTRADO - NENHUM '
                       'ADIANTAMENTO A REABRIR NO RAZAO'
               ELSE
                   MOVE WS-FS-ADIANTAMENTO TO WS-FILE-STATUS
                   MOVE 'MOVEADIA' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF

           OPEN I-O FGTS-ARQ
           IF WS-FS-FGTS = '00'
               SET WS-FGTS-ABERTO TO TRUE
           ELSE
               IF WS-FS-FGTS = '35'
                   DISPLAY 'AC00FGTS NAO ENCONTRADO - NENHUM DEPOSITO '
                       'DE FGTS A EXCLUIR'
               ELSE
                   MOVE WS-FS-FGTS TO WS-FILE-STATUS
                   MOVE 'AC00FGTS' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF

           OPEN I-O FALTAS-ARQ
           IF WS-FS-FALTAS = '00'
               SET WS-FALTAS-ABERTO TO TRUE
           ELSE
               IF WS-FS-FALTAS = '35'
                   DISPLAY 'AC00FALT NAO ENCONTRADO - NENHUMA FALTA DO '
                       'MES A EXCLUIR'
               ELSE
                   MOVE WS-FS-FALTAS TO WS-FILE-STATUS
                   MOVE 'AC00FALT' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       2100-LER-CONTRACHEQUE.
           READ ARQUIVO-CTRC-ARQ NEXT
               AT END
                   SET WS-FIM-CONTRACHEQUE TO TRUE
           END-READ
           EXIT.

       2200-ESTORNAR-UM-CONTRACHEQUE.
           IF CTA-COMPETENCIA = WS-COMPETENCIA
               MOVE CTA-MATRICULA TO REL-MATRICULA
               MOVE CTA-NOME TO REL-NOME
               MOVE CTA-LIQUIDO TO REL-LIQUIDO
               WRITE REG-RELATORIO FROM WS-LINHA-REL-FUNCIONARIO

               IF WS-PROVISAO-ABERTO
                   PERFORM 2300-ESTORNAR-PROVISAO
               END-IF
               IF WS-EMPRESTIMO-ABERTO AND CTA-EMPRESTIMO > ZERO
                   PERFORM 2400-ESTORNAR-EMPRESTIMO
               END-IF
               IF WS-ADIANTAMENTO-ABERTO
                   PERFORM 2500-REABRIR-ADIANTAMENTO
               END-IF
               IF WS-FGTS-ABERTO
                   PERFORM 2600-EXCLUIR-DEPOSITO-FGTS
               END-IF
               IF WS-FALTAS-ABERTO
                   PERFORM 2700-EXCLUIR-FALTAS-MES
               END-IF

               DELETE ARQUIVO-CTRC-ARQ
               IF WS-FS-ARQUIVO-CTRC NOT = '00'
                   MOVE WS-FS-ARQUIVO-CTRC TO WS-FILE-STATUS
                   MOVE 'MOVECTRA' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF

               ADD 1 TO WS-QTD-CONTRACHEQUES
               ADD CTA-SALARIO TO WS-TOTAL-BRUTO
               ADD CTA-LIQUIDO TO WS-TOTAL-LIQUIDO
               WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           END-IF
           PERFORM 2100-LER-CONTRACHEQUE
           EXIT.

       2300-ESTORNAR-PROVISAO.
           MOVE CTA-MATRICULA TO PRV-MATRICULA
           READ PROVISAO-ARQ
               INVALID KEY
                   ADD 1 TO WS-QTD-INCONSISTENCIAS
                   DISPLAY 'MATRICULA SEM SALDO EM MOVEPROV - '
                       'PROVISAO NAO ESTORNADA: ' CTA-MATRICULA
               NOT INVALID KEY
                   MOVE PRV-QTD-MESES TO WS-ANT-QTD-MESES
                   MOVE PRV-SALDO-13 TO WS-ANT-SALDO-13
                   MOVE PRV-SALDO-FERIAS TO WS-ANT-SALDO-FERIAS
                   PERFORM 2350-DEVOLVER-PROVISAO
           END-READ
           EXIT.

       2350-DEVOLVER-PROVISAO.
           IF PRV-QTD-MESES > ZERO
               AND (CTA-PROVISAO-13 > ZERO
               OR CTA-PROVISAO-FERIAS > ZERO)
               SUBTRACT 1 FROM PRV-QTD-MESES
           END-IF
           IF PRV-SALDO-13 < CTA-PROVISAO-13
               OR PRV-SALDO-FERIAS < CTA-PROVISAO-FERIAS
               ADD 1 TO WS-QTD-INCONSISTENCIAS
               DISPLAY 'SALDO MOVEPROV MENOR QUE A PROVISAO DA '
                   'COMPETENCIA - ZERADO: ' CTA-MATRICULA
           END-IF
           IF PRV-SALDO-13 < CTA-PROVISAO-13
               MOVE ZERO TO PRV-SALDO-13
           ELSE
               SUBTRACT CTA-PROVISAO-13 FROM PRV-SALDO-13
           END-IF
           IF PRV-SALDO-FERIAS < CTA-PROVISAO-FERIAS
               MOVE ZERO TO PRV-SALDO-FERIAS
           ELSE
               SUBTRACT CTA-PROVISAO-FERIAS FROM PRV-SALDO-FERIAS
           END-IF
           REWRITE REG-PROVISAO
           IF WS-FS-PROVISAO NOT = '00'
               MOVE WS-FS-PROVISAO TO WS-FILE-STATUS
               MOVE 'MOVEPROV' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           ADD 1 TO WS-QTD-PROVISOES
           ADD CTA-PROVISAO-13 TO WS-TOTAL-PROVISAO-13
           ADD CTA-PROVISAO-FERIAS TO WS-TOTAL-PROVISAO-FERIAS

           MOVE 'MESES PROVISIONADOS' TO REL-ITEM-QTD
           MOVE WS-ANT-QTD-MESES TO REL-QTD-ANTES
           MOVE PRV-QTD-MESES TO REL-QTD-DEPOIS
           WRITE REG-RELATORIO FROM WS-LINHA-REL-QUANTIDADE
           MOVE 'SALDO PROVISAO 13' TO REL-ITEM-VALOR
           MOVE WS-ANT-SALDO-13 TO REL-VALOR-ANTES
           MOVE PRV-SALDO-13 TO REL-VALOR-DEPOIS
           WRITE REG-RELATORIO FROM WS-LINHA-REL-VALOR
           MOVE 'SALDO PROVISAO FERIAS' TO REL-ITEM-VALOR
           MOVE WS-ANT-SALDO-FERIAS TO REL-VALOR-ANTES
           MOVE PRV-SALDO-FERIAS TO REL-VALOR-DEPOIS
           WRITE REG-RELATORIO FROM WS-LINHA-REL-VALOR
           EXIT.

       2400-ESTORNAR-EMPRESTIMO.
           MOVE CTA-MATRICULA TO EMP-MATRICULA
           READ EMPRESTIMO-ARQ
               INVALID KEY
                   ADD 1 TO WS-QTD-INCONSISTENCIAS
                   DISPLAY 'MATRICULA COM DESCONTO DE EMPRESTIMO SEM '
                       'CONTRATO NA CARTEIRA: ' CTA-MATRICULA
               NOT INVALID KEY
                   MOVE EMP-PARCELAS-PAGAS TO WS-ANT-PARCELAS-PAGAS
                   MOVE EMP-SALDO-DEVEDOR TO WS-ANT-SALDO-DEVEDOR
                   MOVE EMP-SITUACAO TO WS-ANT-SITUACAO-EMP
                   PERFORM 2450-DEVOLVER-PRESTACAO
           END-READ
           EXIT.

       2450-DEVOLVER-PRESTACAO.
           IF EMP-PARCELAS-PAGAS > ZERO
               SUBTRACT 1 FROM EMP-PARCELAS-PAGAS
           END-IF
           ADD CTA-EMPRESTIMO TO EMP-SALDO-DEVEDOR
           SET EMP-ATIVO TO TRUE
           REWRITE REG-EMPRESTIMO
           IF WS-FS-EMPRESTIMO NOT = '00'
               MOVE WS-FS-EMPRESTIMO TO WS-FILE-STATUS
               MOVE 'OPEREMPR' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           ADD 1 TO WS-QTD-EMPRESTIMOS
           ADD CTA-EMPRESTIMO TO WS-TOTAL-EMPRESTIMO

           MOVE 'PARCELAS PAGAS' TO REL-ITEM-QTD
           MOVE WS-ANT-PARCELAS-PAGAS TO REL-QTD-ANTES
           MOVE EMP-PARCELAS-PAGAS TO REL-QTD-DEPOIS
           WRITE REG-RELATORIO FROM WS-LINHA-REL-QUANTIDADE
           MOVE 'SALDO DEVEDOR' TO REL-ITEM-VALOR
           MOVE WS-ANT-SALDO-DEVEDOR TO REL-VALOR-ANTES
           MOVE EMP-SALDO-DEVEDOR TO REL-VALOR-DEPOIS
           WRITE REG-RELATORIO FROM WS-LINHA-REL-VALOR
           MOVE 'SITUACAO EMPRESTIMO' TO REL-ITEM-SITUACAO
           MOVE WS-ANT-SITUACAO-EMP TO REL-SITUACAO-ANTES
           MOVE EMP-SITUACAO TO REL-SITUACAO-DEPOIS
           WRITE REG-RELATORIO FROM WS-LINHA-REL-SITUACAO
           EXIT.

       2500-REABRIR-ADIANTAMENTO.
           MOVE ZERO TO WS-ADIANTAMENTO-DEVOLVIDO
           MOVE CTA-MATRICULA TO ADI-MATRICULA
           MOVE ZERO TO ADI-COMPETENCIA
           START ADIANTAMENTO-ARQ KEY IS >= ADI-CHAVE
               INVALID KEY
                   SET WS-FIM-ADIANTAMENTO TO TRUE
               NOT INVALID KEY
                   SET WS-NAO-FIM-ADIANTAMENTO TO TRUE
                   PERFORM 2520-LOCALIZAR-COBRANCA-ADTO
                       UNTIL WS-FIM-ADIANTAMENTO
           END-START
           IF WS-ADIANTAMENTO-DEVOLVIDO NOT = CTA-ADIANTAMENTO
               ADD 1 TO WS-QTD-INCONSISTENCIAS
               DISPLAY 'DESCONTO DE ADIANTAMENTO NAO CONFERE COM '
                   'O REGISTRADO NO RAZAO: ' CTA-MATRICULA
           END-IF
           EXIT.

       2520-LOCALIZAR-COBRANCA-ADTO.
           READ ADIANTAMENTO-ARQ NEXT
               AT END
                   SET WS-FIM-ADIANTAMENTO TO TRUE
               NOT AT END
                   IF ADI-MATRICULA NOT = CTA-MATRICULA
                       OR ADI-COMPETENCIA > WS-COMPETENCIA
                       SET WS-FIM-ADIANTAMENTO TO TRUE
                   ELSE
                       IF ADI-COMPETENCIA-COBRANCA = WS-COMPETENCIA
                           MOVE ADI-SITUACAO TO WS-ANT-SITUACAO-ADI
                           MOVE ADI-VALOR-DESCONTADO
                               TO WS-ANT-VALOR-DESCONTADO
                           PERFORM 2550-DEVOLVER-ADIANTAMENTO
                       END-IF
                   END-IF
           END-READ
           EXIT.

       2550-DEVOLVER-ADIANTAMENTO.
           SUBTRACT ADI-VALOR-COBRANCA FROM ADI-VALOR-DESCONTADO
           ADD ADI-VALOR-COBRANCA TO WS-ADIANTAMENTO-DEVOLVIDO
           SET ADI-PAGO TO TRUE
           MOVE ZERO TO ADI-COMPETENCIA-COBRANCA
           MOVE ZERO TO ADI-VALOR-COBRANCA
           IF ADI-VALOR-DESCONTADO = ZERO
               MOVE ZERO TO ADI-DATA-DESCONTO
           END-IF
           REWRITE REG-ADIANTAMENTO
           IF WS-FS-ADIANTAMENTO NOT = '00'
               MOVE WS-FS-ADIANTAMENTO TO WS-FILE-STATUS
               MOVE 'MOVEADIA' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           ADD 1 TO WS-QTD-ADIANTAMENTOS
           COMPUTE WS-TOTAL-ADIANTAMENTO = WS-TOTAL-ADIANTAMENTO
               + WS-ANT-VALOR-DESCONTADO - ADI-VALOR-DESCONTADO

           MOVE 'ADIANTAMENTO DESCONT.' TO REL-ITEM-VALOR
           MOVE WS-ANT-VALOR-DESCONTADO TO REL-VALOR-ANTES
           MOVE ADI-VALOR-DESCONTADO TO REL-VALOR-DEPOIS
           WRITE REG-RELATORIO FROM WS-LINHA-REL-VALOR
           MOVE 'SITUACAO ADIANTAMENTO' TO REL-ITEM-SITUACAO
           MOVE WS-ANT-SITUACAO-ADI TO REL-SITUACAO-ANTES
           MOVE ADI-SITUACAO TO REL-SITUACAO-DEPOIS
           WRITE REG-RELATORIO FROM WS-LINHA-REL-SITUACAO
           EXIT.

       2600-EXCLUIR-DEPOSITO-FGTS.
           MOVE CTA-MATRICULA TO FGT-MATRICULA
           MOVE WS-COMPETENCIA TO FGT-COMPETENCIA
           SET FGT-ORIGEM-FOLHA TO TRUE
           READ FGTS-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FGT-VALOR-DEPOSITO TO WS-ANT-VALOR-FGTS
                   PERFORM 2650-DEVOLVER-DEPOSITO-FGTS
           END-READ
           EXIT.

       2650-DEVOLVER-DEPOSITO-FGTS.
           DELETE FGTS-ARQ
           IF WS-FS-FGTS NOT = '00' AND WS-FS-FGTS NOT = '23'
               MOVE WS-FS-FGTS TO WS-FILE-STATUS
               MOVE 'AC00FGTS' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           IF WS-FS-FGTS = '00'
               ADD 1 TO WS-QTD-DEPOSITOS-FGTS
               ADD WS-ANT-VALOR-FGTS TO WS-TOTAL-FGTS
               MOVE 'DEPOSITO FGTS' TO REL-ITEM-VALOR
               MOVE WS-ANT-VALOR-FGTS TO REL-VALOR-ANTES
               MOVE ZERO TO REL-VALOR-DEPOIS
               WRITE REG-RELATORIO FROM WS-LINHA-REL-VALOR
           END-IF
           EXIT.

       2700-EXCLUIR-FALTAS-MES.
           MOVE CTA-MATRICULA TO FAL-MATRICULA
           MOVE WS-COMPETENCIA TO FAL-COMPETENCIA
           READ FALTAS-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FAL-DIAS-FALTA TO WS-ANT-DIAS-FALTA
                   PERFORM 2750-DEVOLVER-FALTAS-MES
           END-READ
           EXIT.

       2750-DEVOLVER-FALTAS-MES.
           DELETE FALTAS-ARQ
           IF WS-FS-FALTAS NOT = '00' AND WS-FS-FALTAS NOT = '23'
               MOVE WS-FS-FALTAS TO WS-FILE-STATUS
               MOVE 'AC00FALT' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           IF WS-FS-FALTAS = '00'
               ADD 1 TO WS-QTD-FALTAS
               MOVE 'DIAS DE FALTA NO MES' TO REL-ITEM-QTD
               MOVE WS-ANT-DIAS-FALTA TO REL-QTD-ANTES
               MOVE ZERO TO REL-QTD-DEPOIS
               WRITE REG-RELATORIO FROM WS-LINHA-REL-QUANTIDADE
           END-IF
           EXIT.

       3000-ESTORNAR-ACUMULADO-ANUAL.
           OPEN INPUT ANUAL-ARQ
           IF WS-FS-ANUAL = '35'
               DISPLAY 'MOVEANUA NAO ENCONTRADO - NENHUM ACUMULADO '
                   'ANUAL A ESTORNAR'
           ELSE
               IF WS-FS-ANUAL NOT = '00'
                   MOVE WS-FS-ANUAL TO WS-FILE-STATUS
                   MOVE 'MOVEANUA' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               OPEN OUTPUT TRABALHO-ARQ
               IF WS-FS-TRABALHO NOT = '00'
                   MOVE WS-FS-TRABALHO TO WS-FILE-STATUS
                   MOVE 'MOVEESTM' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-NAO-FIM-ANUAL TO TRUE
               PERFORM 3050-LER-ANUAL
               PERFORM 3100-SEPARAR-ANUAL UNTIL WS-FIM-ANUAL
               CLOSE ANUAL-ARQ
               CLOSE TRABALHO-ARQ
               IF WS-QTD-ANUAL-EXCLUIDOS > ZERO
                   PERFORM 3200-REGRAVAR-ANUAL
               END-IF
           END-IF
           EXIT.

       3050-LER-ANUAL.
           READ ANUAL-ARQ INTO WS-REG-ANUAL
               AT END
                   SET WS-FIM-ANUAL TO TRUE
           END-READ
           EXIT.

       3100-SEPARAR-ANUAL.
           IF ANU-COMPETENCIA = WS-COMPETENCIA
               AND NOT ANU-RENDIMENTO-PLR
               ADD 1 TO WS-QTD-ANUAL-EXCLUIDOS
           ELSE
               WRITE REG-TRABALHO FROM REG-ANUAL
               ADD 1 TO WS-QTD-ANUAL-MANTIDOS
           END-IF
           PERFORM 3050-LER-ANUAL
           EXIT.

       3200-REGRAVAR-ANUAL.
           OPEN INPUT TRABALHO-ARQ
           IF WS-FS-TRABALHO NOT = '00'
               MOVE WS-FS-TRABALHO TO WS-FILE-STATUS
               MOVE 'MOVEESTM' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           OPEN OUTPUT ANUAL-ARQ
           IF WS-FS-ANUAL NOT = '00'
               MOVE WS-FS-ANUAL TO WS-FILE-STATUS
               MOVE 'MOVEANUA' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           SET WS-NAO-FIM-TRABALHO TO TRUE
           PERFORM 3250-LER-TRABALHO
           PERFORM 3300-DEVOLVER-ANUAL UNTIL WS-FIM-TRABALHO
           CLOSE TRABALHO-ARQ
           CLOSE ANUAL-ARQ
           EXIT.

       3250-LER-TRABALHO.
           READ TRABALHO-ARQ
               AT END
                   SET WS-FIM-TRABALHO TO TRUE
           END-READ
           EXIT.

       3300-DEVOLVER-ANUAL.
           WRITE REG-ANUAL FROM REG-TRABALHO
           PERFORM 3250-LER-TRABALHO
           EXIT.

       4000-REABRIR-COMPETENCIA.
           OPEN I-O CONTROLE-COMP-ARQ
           IF WS-FS-CONTROLE-COMP NOT = '00'
               MOVE WS-FS-CONTROLE-COMP TO WS-FILE-STATUS
               MOVE 'MOVECTLC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           MOVE WS-COMPETENCIA TO CTC-COMPETENCIA
           READ CONTROLE-COMP-ARQ
               INVALID KEY
                   MOVE '23' TO WS-FILE-STATUS
                   MOVE 'MOVECTLC' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
           END-READ
           SET CTC-ABERTA TO TRUE
           MOVE WS-DATA-HOJE TO CTC-DATA-PROCESSO
           MOVE WS-OPERADOR-SESSAO TO CTC-OPERADOR
           REWRITE REG-CONTROLE-COMP
           IF WS-FS-CONTROLE-COMP NOT = '00'
               MOVE WS-FS-CONTROLE-COMP TO WS-FILE-STATUS
               MOVE 'MOVECTLC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           CLOSE CONTROLE-COMP-ARQ
           DISPLAY 'COMPETENCIA ' WS-COMPETENCIA ' REABERTA EM '
               'MOVECTLC POR ' WS-OPERADOR-SESSAO
           EXIT.

       5000-GRAVAR-SETAUDIT.
           OPEN EXTEND AUDITORIA-ARQ
           IF WS-FS-AUDITORIA = '35'
               OPEN OUTPUT AUDITORIA-ARQ
           END-IF
           IF WS-FS-AUDITORIA NOT = '00'
               DISPLAY 'MOVEESTR: SETAUDIT INDISPONIVEL (STATUS '
                   WS-FS-AUDITORIA ') - ESTORNO NAO REGISTRADO NA '
                   'TRILHA'
           ELSE
               MOVE WS-COMPETENCIA TO CND-COMPETENCIA
               MOVE WS-OPERADOR-SESSAO TO AUD-OPERADOR
               MOVE WS-DATA-HOJE TO AUD-DATA
               ACCEPT WS-HORA-COMPLETA FROM TIME
               MOVE WS-HORA-COMPLETA(1:6) TO AUD-HORA
               MOVE 'ESTORNO ' TO CND-TIPO
               MOVE WS-CONDICAO-ESTORNO TO AUD-CONDICAO
               WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA
               MOVE 'ESTFGTS ' TO CND-TIPO
               MOVE WS-CONDICAO-ESTORNO TO AUD-CONDICAO
               WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA
               MOVE 'ESTFALT ' TO CND-TIPO
               MOVE WS-CONDICAO-ESTORNO TO AUD-CONDICAO
               WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA
               CLOSE AUDITORIA-ARQ
           END-IF
           EXIT.

       6000-EMITIR-TOTAIS.
           WRITE REG-RELATORIO FROM WS-LINHA-TRACO
           MOVE 'SITUACAO MOVECTLC' TO REL-ITEM-SITUACAO
           MOVE WS-SITUACAO-ANTERIOR TO REL-SITUACAO-ANTES
           MOVE 'A' TO REL-SITUACAO-DEPOIS
           WRITE REG-RELATORIO FROM WS-LINHA-REL-SITUACAO

           MOVE 'CONTRACHEQUES EXCLUIDOS DE MOVECTRA....:'
               TO REL-CONTAGEM-DESCRICAO
           MOVE WS-QTD-CONTRACHEQUES TO REL-CONTAGEM-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-REL-CONTAGEM
           MOVE 'SALDOS DE PROVISAO ESTORNADOS (MOVEPROV):'
               TO REL-CONTAGEM-DESCRICAO
           MOVE WS-QTD-PROVISOES TO REL-CONTAGEM-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-REL-CONTAGEM
           MOVE 'PRESTACOES DEVOLVIDAS A OPEREMPR.......:'
               TO REL-CONTAGEM-DESCRICAO
           MOVE WS-QTD-EMPRESTIMOS TO REL-CONTAGEM-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-REL-CONTAGEM
           MOVE 'ADIANTAMENTOS REABERTOS EM MOVEADIA....:'
               TO REL-CONTAGEM-DESCRICAO
           MOVE WS-QTD-ADIANTAMENTOS TO REL-CONTAGEM-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-REL-CONTAGEM
           MOVE 'DEPOSITOS EXCLUIDOS DE AC00FGTS........:'
               TO REL-CONTAGEM-DESCRICAO
           MOVE WS-QTD-DEPOSITOS-FGTS TO REL-CONTAGEM-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-REL-CONTAGEM
           MOVE 'FALTAS DO MES EXCLUIDAS DE AC00FALT....:'
               TO REL-CONTAGEM-DESCRICAO
           MOVE WS-QTD-FALTAS TO REL-CONTAGEM-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-REL-CONTAGEM
           MOVE 'LINHAS EXCLUIDAS DE MOVEANUA...........:'
               TO REL-CONTAGEM-DESCRICAO
           MOVE WS-QTD-ANUAL-EXCLUIDOS TO REL-CONTAGEM-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-REL-CONTAGEM
           MOVE 'LINHAS MANTIDAS EM MOVEANUA............:'
               TO REL-CONTAGEM-DESCRICAO
           MOVE WS-QTD-ANUAL-MANTIDOS TO REL-CONTAGEM-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-REL-CONTAGEM
           MOVE 'INCONSISTENCIAS ENCONTRADAS............:'
               TO REL-CONTAGEM-DESCRICAO
           MOVE WS-QTD-INCONSISTENCIAS TO REL-CONTAGEM-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-REL-CONTAGEM

           MOVE 'TOTAL BRUTO ESTORNADO..................:'
               TO REL-TOTAL-DESCRICAO
           MOVE WS-TOTAL-BRUTO TO REL-TOTAL-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-REL-TOTAL
           MOVE 'TOTAL LIQUIDO ESTORNADO................:'
               TO REL-TOTAL-DESCRICAO
           MOVE WS-TOTAL-LIQUIDO TO REL-TOTAL-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-REL-TOTAL
           MOVE 'PROVISAO 13 DEVOLVIDA..................:'
               TO REL-TOTAL-DESCRICAO
           MOVE WS-TOTAL-PROVISAO-13 TO REL-TOTAL-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-REL-TOTAL
           MOVE 'PROVISAO FERIAS DEVOLVIDA..............:'
               TO REL-TOTAL-DESCRICAO
           MOVE WS-TOTAL-PROVISAO-FERIAS TO REL-TOTAL-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-REL-TOTAL
           MOVE 'EMPRESTIMO DEVOLVIDO AO SALDO DEVEDOR..:'
               TO REL-TOTAL-DESCRICAO
           MOVE WS-TOTAL-EMPRESTIMO TO REL-TOTAL-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-REL-TOTAL
           MOVE 'ADIANTAMENTO REABERTO..................:'
               TO REL-TOTAL-DESCRICAO
           MOVE WS-TOTAL-ADIANTAMENTO TO REL-TOTAL-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-REL-TOTAL
           MOVE 'FGTS EXCLUIDO DO EXTRATO AC00FGTS......:'
               TO REL-TOTAL-DESCRICAO
           MOVE WS-TOTAL-FGTS TO REL-TOTAL-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-REL-TOTAL
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           WRITE REG-RELATORIO FROM WS-LINHA-REL-OBSERVACAO
           CLOSE RELATORIO-ARQ
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           IF WS-ESTORNO-PERMITIDO
               DISPLAY SPACES
               DISPLAY 'COMPETENCIA ESTORNADA..........: '
                   WS-COMPETENCIA
               DISPLAY 'CONTRACHEQUES ESTORNADOS.......: '
                   WS-QTD-CONTRACHEQUES
               DISPLAY 'SALDOS MOVEPROV ESTORNADOS.....: '
                   WS-QTD-PROVISOES
               DISPLAY 'PRESTACOES OPEREMPR DEVOLVIDAS.: '
                   WS-QTD-EMPRESTIMOS
               DISPLAY 'ADIANTAMENTOS MOVEADIA REABERTOS: '
                   WS-QTD-ADIANTAMENTOS
               DISPLAY 'DEPOSITOS AC00FGTS EXCLUIDOS...: '
                   WS-QTD-DEPOSITOS-FGTS
               DISPLAY 'FALTAS AC00FALT EXCLUIDAS......: '
                   WS-QTD-FALTAS
               DISPLAY 'LINHAS MOVEANUA EXCLUIDAS......: '
                   WS-QTD-ANUAL-EXCLUIDOS
               IF WS-QTD-INCONSISTENCIAS > ZERO
                   DISPLAY 'ATENCAO: ' WS-QTD-INCONSISTENCIAS
                       ' INCONSISTENCIA(S) - VER MENSAGENS ACIMA'
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY 'RELATORIO ANTES/DEPOIS EM MOVEESRL'
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
