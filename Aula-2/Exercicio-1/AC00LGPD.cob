      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00LGPD.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00LGPD
      *OBJETIVO   : DOSSIE DO TITULAR DE DADOS PESSOAIS (LGPD, LEI
      *             13.709/2018): A PARTIR DE UM CPF, IMPRIME NO
      *             RELATORIO AC00LGPR TUDO O QUE O SISTEMA GUARDA
      *             SOBRE A PESSOA - O CADASTRO DE PESSOA E OS
      *             DEPENDENTES (INITMST/INITDEP) E, PARA CADA
      *             MATRICULA DO CPF EM AC00FUNC (READMISSOES GERAM
      *             MAIS DE UMA), O CADASTRO DO FUNCIONARIO, A CONTA
      *             DE PAGAMENTO (AC00BANC), OS BENEFICIOS (AC00BENE),
      *             O EMPRESTIMO CONSIGNADO (OPEREMPR), O HISTORICO DE
      *             EVENTOS (AC00HEVT), AS FERIAS (AC00FERS), OS
      *             CONTRACHEQUES DO ARQUIVO MORTO (MOVECTRA), OS
      *             RENDIMENTOS ANUAIS (MOVEANUA), A SITUACAO DOS
      *             PAGAMENTOS (MOVEPGST) E AS RESCISOES (AC00RESH).
      *             SO O OPERADOR NIVEL 3 DA SESSAO SETSESS PODE
      *             EMITIR O DOSSIE; TODA EMISSAO E TODA TENTATIVA
      *             RECUSADA FICA REGISTRADA EM SETAUDIT COM O
      *             OPERADOR (AUD-JOB = 'AC00LGPD', AUD-CONDICAO =
      *             'LGPD' + CPF NA EMISSAO OU 'NEGA' + CPF NA
      *             RECUSA). ARQUIVOS AINDA NAO CRIADOS (STATUS 35)
      *             SAO INFORMADOS NA SECAO CORRESPONDENTE
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *15/10/2026 MLBF    LAYOUTS DE REG-FUNCIONARIO E REG-MESTRE
      *                   ATUALIZADOS COM OS CAMPOS DE ENDERECO
      *                   (LOGRADOURO, NUMERO, CEP, UF E CODIGO IBGE)
      *                   INCLUIDOS EM AC00FUNC E INITMST; O DOSSIE
      *                   PASSA A LISTAR O ENDERECO COMPLETO DO TITULAR
      *                   NAS SECOES INITMST E AC00FUNC
      *15/10/2026 MLBF    REG-EMPRESTIMO AMPLIADO COM O SISTEMA DE
      *                   AMORTIZACAO (PRICE/SAC) E A COMPETENCIA DA
      *                   PRIMEIRA PARCELA; O CONTRATO DE EMPRESTIMO NO
      *                   DOSSIE PASSA A INFORMAR O SISTEMA
      *15/10/2026 MLBF    LAYOUT DE REG-BENEFICIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO BEN-VALOR-VT-DIA (CUSTO
      *                   DIARIO DA RECARGA DO VALE TRANSPORTE) INCLUIDO
      *                   EM AC00BENE, QUE O DOSSIE PASSA A IMPRIMIR AO
      *                   LADO DA ADESAO AO VT
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

           SELECT MESTRE-ARQ ASSIGN TO "INITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CPF
               FILE STATUS IS WS-FS-MESTRE.

           SELECT DEPENDENTE-ARQ ASSIGN TO "INITDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSD-CHAVE
               FILE STATUS IS WS-FS-DEPENDENTE.

           SELECT AC00-ARQ-BANCARIO ASSIGN TO "AC00BANC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNC-MATRICULA
               FILE STATUS IS WS-FS-BANCARIO.

           SELECT BENEFICIO-ARQ ASSIGN TO "AC00BENE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-MATRICULA
               FILE STATUS IS WS-FS-BENEFICIO.

           SELECT EMPRESTIMO-ARQ ASSIGN TO "OPEREMPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WS-FS-EMPRESTIMO.

           SELECT EVENTO-ARQ ASSIGN TO "AC00HEVT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EVENTO.

           SELECT FERIAS-ARQ ASSIGN TO "AC00FERS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIAS.

           SELECT ARQUIVO-CTRC-ARQ ASSIGN TO "MOVECTRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-FS-ARQUIVO-CTRC.

           SELECT ANUAL-ARQ ASSIGN TO "MOVEANUA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.

           SELECT SITUACAO-ARQ ASSIGN TO "MOVEPGST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGS-CHAVE
               FILE STATUS IS WS-FS-SITUACAO.

           SELECT RESCISAO-ARQ ASSIGN TO "AC00RESH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESCISAO.

           SELECT SESSAO-ARQ ASSIGN TO "SETSESS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESSAO.

           SELECT AUDITORIA-ARQ ASSIGN TO "SETAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT DOSSIE-ARQ ASSIGN TO "AC00LGPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DOSSIE.

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

       FD  MESTRE-ARQ.
       01 REG-MESTRE.
           05 MST-NOME PIC X(20).
           05 MST-IDADE PIC 99.
           05 MST-CIDADE PIC X(15).
           05 MST-CPF PIC 9(11).
           05 MST-QTD-DEPENDENTES PIC 99.
           05 MST-LOGRADOURO PIC X(30).
           05 MST-NUMERO-ENDERECO PIC X(06).
           05 MST-CEP PIC 9(08).
           05 MST-UF PIC X(02).
           05 MST-COD-MUNICIPIO PIC 9(07).

       FD  DEPENDENTE-ARQ.
       01 REG-DEPENDENTE.
           05 MSD-CHAVE.
               10 MSD-CPF-TITULAR PIC 9(11).
               10 MSD-SEQUENCIA PIC 9(02).
           05 MSD-NOME PIC X(20).
           05 MSD-DATA-NASCIMENTO PIC 9(08).
           05 MSD-PARENTESCO PIC X(10).

       FD  AC00-ARQ-BANCARIO.
       01 REG-BANCARIO.
           05 BNC-MATRICULA PIC 9(06).
           05 BNC-BANCO PIC 9(03).
           05 BNC-AGENCIA PIC 9(04).
           05 BNC-CONTA PIC 9(08).
           05 BNC-TIPO-CONTA PIC X(01).
               88 BNC-CONTA-CORRENTE VALUE 'C'.
               88 BNC-CONTA-POUPANCA VALUE 'P'.

       FD  BENEFICIO-ARQ.
       01 REG-BENEFICIO.
           05 BEN-MATRICULA PIC 9(06).
           05 BEN-IND-VT PIC X(01).
               88 BEN-TEM-VT VALUE 'S'.
           05 BEN-IND-VR PIC X(01).
               88 BEN-TEM-VR VALUE 'S'.
           05 BEN-VALOR-VR PIC 9(5)V99.
           05 BEN-VALOR-VT-DIA PIC 9(3)V99.

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
               88 FER-PROGRAMADA VALUE 'P'.
               88 FER-PAGA VALUE 'G'.

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

       FD  ANUAL-ARQ.
       01 REG-ANUAL.
           05 ANU-MATRICULA PIC 9(06).
           05 FILLER PIC X.
           05 ANU-COMPETENCIA PIC 9(06).
           05 FILLER PIC X.
           05 ANU-NOME PIC X(20).
           05 FILLER PIC X.
           05 ANU-SALARIO PIC 9(09)V99.
           05 FILLER PIC X.
           05 ANU-INSS PIC 9(09)V99.
           05 FILLER PIC X.
           05 ANU-IRRF PIC 9(09)V99.
           05 FILLER PIC X.
           05 ANU-FGTS PIC 9(09)V99.
           05 FILLER PIC X.
           05 ANU-TIPO-RENDIMENTO PIC X(01).
               88 ANU-RENDIMENTO-FOLHA VALUE 'F' ' '.
               88 ANU-RENDIMENTO-PLR VALUE 'P'.

       FD  SITUACAO-ARQ.
       01 REG-SITUACAO.
           05 PGS-CHAVE.
               10 PGS-MATRICULA PIC 9(06).
               10 PGS-DATA-PAGTO PIC 9(08).
           05 PGS-SITUACAO PIC X(01).
               88 PGS-PAGO VALUE 'P'.
               88 PGS-REJEITADO VALUE 'R'.
           05 PGS-VALOR PIC 9(09)V99.
           05 PGS-MOTIVO PIC X(20).

       FD  RESCISAO-ARQ.
       01 REG-RESCISAO.
           05 RSH-DATA-PROCESSO PIC 9(08).
           05 FILLER PIC X.
           05 RSH-MATRICULA PIC 9(06).
           05 FILLER PIC X.
           05 RSH-NOME PIC X(20).
           05 FILLER PIC X.
           05 RSH-DATA-DEMISSAO PIC 9(08).
           05 FILLER PIC X.
           05 RSH-SALDO-SALARIO PIC 9(07)V99.
           05 FILLER PIC X.
           05 RSH-DECIMO-TERCEIRO PIC 9(07)V99.
           05 FILLER PIC X.
           05 RSH-FERIAS-E-TERCO PIC 9(07)V99.
           05 FILLER PIC X.
           05 RSH-AVISO-PREVIO PIC 9(07)V99.
           05 FILLER PIC X.
           05 RSH-MULTA-FGTS PIC 9(07)V99.
           05 FILLER PIC X.
           05 RSH-TOTAL-RESCISAO PIC 9(07)V99.

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

       FD  AUDITORIA-ARQ.
       01 REG-AUDITORIA PIC X(49).

       FD  DOSSIE-ARQ.
       01 REG-DOSSIE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CPF PIC 9(11) VALUE ZERO.
       01 WS-MATRICULA PIC 9(06) VALUE ZERO.
       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
       01 WS-HORA-COMPLETA PIC 9(08) VALUE ZERO.

       01 WS-IND-CPF-VALIDO PIC X(01) VALUE 'N'.
           88 WS-CPF-VALIDO VALUE 'S'.
           88 WS-CPF-INVALIDO VALUE 'N'.

       01 WS-AREA-SESSAO.
           05 WS-OPERADOR-SESSAO PIC X(08) VALUE SPACES.
           05 WS-NIVEL-OPERADOR PIC 9 VALUE 1.

       01 WS-REG-AUDITORIA.
           05 AUD-JOB PIC X(08) VALUE 'AC00LGPD'.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-DATA PIC 9(08) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-HORA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-CONDICAO PIC X(15) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-OPERADOR PIC X(08) VALUE SPACES.

       01 WS-CONDICAO-AUDITORIA.
           05 CND-PREFIXO PIC X(04) VALUE SPACES.
           05 CND-CPF PIC 9(11) VALUE ZERO.

       01 WS-MAX-MATRICULAS PIC 9(02) COMP VALUE 20.
       01 WS-QTD-MATRICULAS PIC 9(02) COMP VALUE ZERO.
       01 WS-SUB-MATRICULA PIC 9(02) COMP VALUE ZERO.
       01 WS-TABELA-MATRICULAS.
           05 MAT-MATRICULA-TAB PIC 9(06) OCCURS 20 TIMES.

       01 WS-AREA-CONTADORES.
           05 WS-QTD-REGISTROS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-REGISTROS-SECAO PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-MATRICULAS-EXCEDENTES PIC 9(03) COMP VALUE ZERO.
           05 WS-SUB-VALOR PIC 9(01) COMP VALUE ZERO.

       01 WS-AREA-VALOR.
           05 WS-ROTULO-VALOR PIC X(08) VALUE SPACES.
           05 WS-VALOR-INFORMADO PIC 9(07)V99 VALUE ZERO.

       01 WS-AREA-EDICAO.
           05 WS-VALOR-EDIT PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-TAXA-EDIT PIC 9.9999.
           05 WS-QTD-REGISTROS-EDIT PIC ZZZZ9.
           05 WS-QTD-MATRICULAS-EDIT PIC Z9.

       01 WS-CAB-DOSSIE-1.
           05 FILLER PIC X(18) VALUE SPACES.
           05 FILLER PIC X(44)
               VALUE 'DOSSIE DO TITULAR DE DADOS PESSOAIS - LGPD'.
           05 FILLER PIC X(18) VALUE SPACES.

       01 WS-CAB-DOSSIE-2.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(40)
               VALUE 'DOCUMENTO CONFIDENCIAL - ART. 18 DA LEI '.
           05 FILLER PIC X(26) VALUE '13.709/2018'.

       01 WS-CAB-DOSSIE-3.
           05 FILLER PIC X(05) VALUE 'CPF: '.
           05 CAB-CPF PIC 9(11) VALUE ZERO.
           05 FILLER PIC X(14) VALUE '   EMITIDO EM '.
           05 CAB-DATA PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 CAB-HORA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(12) VALUE '   OPERADOR '.
           05 CAB-OPERADOR PIC X(08) VALUE SPACES.
           05 FILLER PIC X(15) VALUE SPACES.

       01 WS-LINHA-TRACO PIC X(80) VALUE ALL '='.

       01 WS-LINHA-TEXTO PIC X(80) VALUE SPACES.

       01 WS-LINHA-CAMPO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 CMP-ROTULO PIC X(16) VALUE SPACES.
           05 CMP-VALOR PIC X(62) VALUE SPACES.

       01 WS-LINHA-VALORES.
           05 FILLER PIC X(04).
           05 VAL-ITEM OCCURS 4 TIMES.
               10 VAL-ROTULO PIC X(08).
               10 VAL-VALOR PIC ZZZZZZ9.99.
               10 FILLER PIC X(01).

       01 WS-CAB-DEPENDENTE.
           05 FILLER PIC X(26) VALUE '  SEQ NOME                '.
           05 FILLER PIC X(54) VALUE ' NASCIMENTO PARENTESCO'.

       01 WS-DET-DEPENDENTE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DDP-SEQUENCIA PIC 9(02) VALUE ZERO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DDP-NOME PIC X(20) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DDP-DATA-NASCIMENTO PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(03) VALUE SPACES.
           05 DDP-PARENTESCO PIC X(10) VALUE SPACES.
           05 FILLER PIC X(32) VALUE SPACES.

       01 WS-CAB-EVENTO.
           05 FILLER PIC X(21) VALUE 'DATA     HORA   TIPO '.
           05 FILLER PIC X(21) VALUE 'VALOR ANTIGO'.
           05 FILLER PIC X(21) VALUE 'VALOR NOVO'.
           05 FILLER PIC X(17) VALUE 'OPERADOR APROV.'.

       01 WS-DET-EVENTO.
           05 DEV-DATA PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DEV-HORA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DEV-TIPO PIC X(04) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DEV-VALOR-ANTIGO PIC X(20) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DEV-VALOR-NOVO PIC X(20) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DEV-OPERADOR PIC X(08) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DEV-OPERADOR-APROV PIC X(08) VALUE SPACES.

       01 WS-CAB-FERIAS.
           05 FILLER PIC X(30) VALUE '  INICIO   FIM      COMPET. DI'.
           05 FILLER PIC X(50) VALUE 'AS  SITUACAO'.

       01 WS-DET-FERIAS.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DFE-DATA-INICIO PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DFE-DATA-FIM PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DFE-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(04) VALUE SPACES.
           05 DFE-QTD-DIAS PIC 9(02) VALUE ZERO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DFE-SITUACAO PIC X(10) VALUE SPACES.
           05 FILLER PIC X(36) VALUE SPACES.

       01 WS-DET-CTRC-1.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'COMPETENCIA '.
           05 DCT-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DCT-NOME PIC X(20) VALUE SPACES.
           05 FILLER PIC X(07) VALUE ' IDADE '.
           05 DCT-IDADE PIC 9(02) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DCT-CIDADE PIC X(15) VALUE SPACES.
           05 FILLER PIC X(13) VALUE SPACES.

       01 WS-DET-CTRC-2.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(08) VALUE 'EMPRESA '.
           05 DCT-EMPRESA-NOME PIC X(30) VALUE SPACES.
           05 FILLER PIC X(06) VALUE ' CNPJ '.
           05 DCT-CNPJ PIC 9(14) VALUE ZERO.
           05 FILLER PIC X(07) VALUE ' RISCO '.
           05 DCT-GRAU-RISCO PIC X(01) VALUE SPACE.
           05 FILLER PIC X(10) VALUE SPACES.

       01 WS-CAB-ANUAL.
           05 FILLER PIC X(28) VALUE '  COMPET TIPO         SALARI'.
           05 FILLER PIC X(30) VALUE 'O           INSS           IR'.
           05 FILLER PIC X(22) VALUE 'RF           FGTS'.

       01 WS-DET-ANUAL.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DAN-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DAN-TIPO PIC X(05) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DAN-SALARIO PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DAN-INSS PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DAN-IRRF PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DAN-FGTS PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(06) VALUE SPACES.

       01 WS-CAB-PAGAMENTO.
           05 FILLER PIC X(30) VALUE '  DATA     SITUACAO           '.
           05 FILLER PIC X(50) VALUE 'VALOR MOTIVO'.

       01 WS-DET-PAGAMENTO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DPG-DATA-PAGTO PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DPG-SITUACAO PIC X(09) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DPG-VALOR PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DPG-MOTIVO PIC X(20) VALUE SPACES.
           05 FILLER PIC X(24) VALUE SPACES.

       01 WS-DET-RESCISAO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(14) VALUE 'PROCESSADA EM '.
           05 DRS-DATA-PROCESSO PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(13) VALUE ' DEMISSAO EM '.
           05 DRS-DATA-DEMISSAO PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DRS-NOME PIC X(20) VALUE SPACES.
           05 FILLER PIC X(13) VALUE SPACES.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-MESTRE PIC X(02) VALUE '00'.
           05 WS-FS-DEPENDENTE PIC X(02) VALUE '00'.
           05 WS-FS-BANCARIO PIC X(02) VALUE '00'.
           05 WS-FS-BENEFICIO PIC X(02) VALUE '00'.
           05 WS-FS-EMPRESTIMO PIC X(02) VALUE '00'.
           05 WS-FS-EVENTO PIC X(02) VALUE '00'.
           05 WS-FS-FERIAS PIC X(02) VALUE '00'.
           05 WS-FS-ARQUIVO-CTRC PIC X(02) VALUE '00'.
           05 WS-FS-ANUAL PIC X(02) VALUE '00'.
           05 WS-FS-SITUACAO PIC X(02) VALUE '00'.
           05 WS-FS-RESCISAO PIC X(02) VALUE '00'.
           05 WS-FS-SESSAO PIC X(02) VALUE '00'.
           05 WS-FS-AUDITORIA PIC X(02) VALUE '00'.
           05 WS-FS-DOSSIE PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-FUNCIONARIOS PIC X(01) VALUE 'N'.
               88 WS-FIM-FUNCIONARIOS VALUE 'S'.
               88 WS-NAO-FIM-FUNCIONARIOS VALUE 'N'.
           05 WS-IND-FIM-DEPENDENTES PIC X(01) VALUE 'N'.
               88 WS-FIM-DEPENDENTES VALUE 'S'.
               88 WS-NAO-FIM-DEPENDENTES VALUE 'N'.
           05 WS-IND-FIM-SEQUENCIAL PIC X(01) VALUE 'N'.
               88 WS-FIM-SEQUENCIAL VALUE 'S'.
               88 WS-NAO-FIM-SEQUENCIAL VALUE 'N'.
           05 WS-IND-FIM-CTRC PIC X(01) VALUE 'N'.
               88 WS-FIM-CTRC VALUE 'S'.
               88 WS-NAO-FIM-CTRC VALUE 'N'.
           05 WS-IND-FIM-SITUACAO PIC X(01) VALUE 'N'.
               88 WS-FIM-SITUACAO VALUE 'S'.
               88 WS-NAO-FIM-SITUACAO VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       IF WS-NIVEL-OPERADOR < 3
           DISPLAY 'OPERADOR ' WS-OPERADOR-SESSAO ' SEM NIVEL PARA '
               'EMITIR O DOSSIE LGPD (EXIGE NIVEL 3)'
           MOVE 'NEGA' TO CND-PREFIXO
           PERFORM 8500-REGISTRAR-AUDITORIA
       ELSE
           IF WS-CPF-INVALIDO
               DISPLAY 'CPF INVALIDO, DOSSIE NAO EMITIDO: ' WS-CPF
           ELSE
               MOVE 'LGPD' TO CND-PREFIXO
               PERFORM 8500-REGISTRAR-AUDITORIA
               PERFORM 1000-ABRIR-ARQUIVOS
               PERFORM 1500-LOCALIZAR-MATRICULAS
               PERFORM 2000-IMPRIMIR-PESSOA
               PERFORM 3000-IMPRIMIR-VINCULO
                   VARYING WS-SUB-MATRICULA FROM 1 BY 1
                   UNTIL WS-SUB-MATRICULA > WS-QTD-MATRICULAS
               PERFORM 9000-FINALIZAR-PROGRAMA
           END-IF
       END-IF

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--DOSSIE DO TITULAR DE DADOS PESSOAIS (LGPD)--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME

           OPEN INPUT SESSAO-ARQ
           IF WS-FS-SESSAO = '35'
               DISPLAY 'SETSESS NAO ENCONTRADO - FAZER O SIGN-ON '
                   'PELO DRIVER ANTES DE EMITIR O DOSSIE'
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

           DISPLAY 'CPF DO TITULAR (SO NUMEROS)?'
           ACCEPT WS-CPF
           MOVE WS-CPF TO CND-CPF
           CALL 'CPFVALID' USING WS-CPF WS-IND-CPF-VALIDO
           EXIT.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT AC00-ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = '00'
               MOVE WS-FS-FUNCIONARIOS TO WS-FILE-STATUS
               MOVE 'AC00FUNC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           OPEN OUTPUT DOSSIE-ARQ
           IF WS-FS-DOSSIE NOT = '00'
               MOVE WS-FS-DOSSIE TO WS-FILE-STATUS
               MOVE 'AC00LGPR' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           WRITE REG-DOSSIE FROM WS-CAB-DOSSIE-1
           WRITE REG-DOSSIE FROM WS-CAB-DOSSIE-2
           MOVE WS-CPF TO CAB-CPF
           MOVE WS-DATA-HOJE TO CAB-DATA
           MOVE WS-HORA-COMPLETA(1:6) TO CAB-HORA
           MOVE WS-OPERADOR-SESSAO TO CAB-OPERADOR
           WRITE REG-DOSSIE FROM WS-CAB-DOSSIE-3
           WRITE REG-DOSSIE FROM WS-LINHA-TRACO
           EXIT.

       1500-LOCALIZAR-MATRICULAS.
           SET WS-NAO-FIM-FUNCIONARIOS TO TRUE
           MOVE ZERO TO FUNC-MATRICULA
           START AC00-ARQ-FUNCIONARIOS
               KEY IS NOT LESS THAN FUNC-MATRICULA
               INVALID KEY
                   SET WS-FIM-FUNCIONARIOS TO TRUE
           END-START
           PERFORM 1510-LER-FUNCIONARIO
               UNTIL WS-FIM-FUNCIONARIOS

           MOVE '--MATRICULAS DO CPF (AC00FUNC)--' TO WS-LINHA-TEXTO
           PERFORM 8000-GRAVAR-TEXTO
           IF WS-QTD-MATRICULAS = ZERO
               MOVE '  NENHUMA MATRICULA CADASTRADA PARA ESTE CPF'
                   TO WS-LINHA-TEXTO
               PERFORM 8000-GRAVAR-TEXTO
           ELSE
               PERFORM 1520-LISTAR-MATRICULA
                   VARYING WS-SUB-MATRICULA FROM 1 BY 1
                   UNTIL WS-SUB-MATRICULA > WS-QTD-MATRICULAS
           END-IF
           IF WS-QTD-MATRICULAS-EXCEDENTES > ZERO
               MOVE WS-QTD-MATRICULAS-EXCEDENTES
                   TO WS-QTD-REGISTROS-EDIT
               STRING '  ATENCAO: ' WS-QTD-REGISTROS-EDIT
                   ' MATRICULA(S) ALEM DO LIMITE DE 20 NAO '
                   'DETALHADA(S)' DELIMITED BY SIZE
                   INTO WS-LINHA-TEXTO
               PERFORM 8000-GRAVAR-TEXTO
           END-IF
           EXIT.

       1510-LER-FUNCIONARIO.
           READ AC00-ARQ-FUNCIONARIOS NEXT RECORD
               AT END
                   SET WS-FIM-FUNCIONARIOS TO TRUE
               NOT AT END
                   IF FUNC-CPF = WS-CPF
                       PERFORM 1530-GUARDAR-MATRICULA
                   END-IF
           END-READ
           EXIT.

       1520-LISTAR-MATRICULA.
           MOVE 'MATRICULA.....: ' TO CMP-ROTULO
           MOVE MAT-MATRICULA-TAB(WS-SUB-MATRICULA) TO CMP-VALOR
           PERFORM 8100-GRAVAR-CAMPO
           EXIT.

       1530-GUARDAR-MATRICULA.
           IF WS-QTD-MATRICULAS < WS-MAX-MATRICULAS
               ADD 1 TO WS-QTD-MATRICULAS
               MOVE FUNC-MATRICULA
                   TO MAT-MATRICULA-TAB(WS-QTD-MATRICULAS)
           ELSE
               ADD 1 TO WS-QTD-MATRICULAS-EXCEDENTES
               DISPLAY 'AVISO: LIMITE DE ' WS-MAX-MATRICULAS
                   ' MATRICULAS POR CPF - IGNORADA ' FUNC-MATRICULA
           END-IF
           EXIT.

       2000-IMPRIMIR-PESSOA.
           MOVE '--CADASTRO DE PESSOA (INITMST)--' TO WS-LINHA-TEXTO
           PERFORM 8000-GRAVAR-TEXTO
           OPEN INPUT MESTRE-ARQ
           IF WS-FS-MESTRE = '00'
               MOVE WS-CPF TO MST-CPF
               READ MESTRE-ARQ
                   INVALID KEY
                       MOVE '  CPF SEM CADASTRO DE PESSOA NO INITMST'
                           TO WS-LINHA-TEXTO
                       PERFORM 8000-GRAVAR-TEXTO
                   NOT INVALID KEY
                       PERFORM 2100-IMPRIMIR-MESTRE
               END-READ
               CLOSE MESTRE-ARQ
           ELSE
               IF WS-FS-MESTRE = '35'
                   MOVE '  INITMST NAO ENCONTRADO' TO WS-LINHA-TEXTO
                   PERFORM 8000-GRAVAR-TEXTO
               ELSE
                   MOVE WS-FS-MESTRE TO WS-FILE-STATUS
                   MOVE 'INITMST' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           PERFORM 2200-IMPRIMIR-DEPENDENTES
           EXIT.

       2100-IMPRIMIR-MESTRE.
           ADD 1 TO WS-QTD-REGISTROS
           MOVE 'NOME..........: ' TO CMP-ROTULO
           MOVE MST-NOME TO CMP-VALOR
           PERFORM 8100-GRAVAR-CAMPO
           MOVE 'IDADE.........: ' TO CMP-ROTULO
           MOVE MST-IDADE TO CMP-VALOR
           PERFORM 8100-GRAVAR-CAMPO
           MOVE 'CIDADE........: ' TO CMP-ROTULO
           MOVE MST-CIDADE TO CMP-VALOR
           PERFORM 8100-GRAVAR-CAMPO
           MOVE 'ENDERECO......: ' TO CMP-ROTULO
           STRING MST-LOGRADOURO ', ' MST-NUMERO-ENDERECO
               DELIMITED BY SIZE INTO CMP-VALOR
           PERFORM 8100-GRAVAR-CAMPO
           MOVE 'CEP/UF........: ' TO CMP-ROTULO
           STRING MST-CEP ' / ' MST-UF '   COD. IBGE: '
               MST-COD-MUNICIPIO
               DELIMITED BY SIZE INTO CMP-VALOR
           PERFORM 8100-GRAVAR-CAMPO
           MOVE 'DEPENDENTES...: ' TO CMP-ROTULO
           MOVE MST-QTD-DEPENDENTES TO CMP-VALOR
           PERFORM 8100-GRAVAR-CAMPO
           EXIT.

       2200-IMPRIMIR-DEPENDENTES.
           MOVE '--DEPENDENTES (INITDEP)--' TO WS-LINHA-TEXTO
           PERFORM 8000-GRAVAR-TEXTO
           MOVE ZERO TO WS-QTD-REGISTROS-SECAO
           OPEN INPUT DEPENDENTE-ARQ
           IF WS-FS-DEPENDENTE = '00'
               WRITE REG-DOSSIE FROM WS-CAB-DEPENDENTE
               SET WS-NAO-FIM-DEPENDENTES TO TRUE
               MOVE WS-CPF TO MSD-CPF-TITULAR
               MOVE ZERO TO MSD-SEQUENCIA
               START DEPENDENTE-ARQ KEY IS NOT LESS THAN MSD-CHAVE
                   INVALID KEY
                       SET WS-FIM-DEPENDENTES TO TRUE
               END-START
               PERFORM 2210-LER-DEPENDENTE UNTIL WS-FIM-DEPENDENTES
               CLOSE DEPENDENTE-ARQ
               PERFORM 8300-CONFERIR-SECAO-VAZIA
           ELSE
               IF WS-FS-DEPENDENTE = '35'
                   MOVE '  INITDEP NAO ENCONTRADO' TO WS-LINHA-TEXTO
                   PERFORM 8000-GRAVAR-TEXTO
               ELSE
                   MOVE WS-FS-DEPENDENTE TO WS-FILE-STATUS
                   MOVE 'INITDEP' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       2210-LER-DEPENDENTE.
           READ DEPENDENTE-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-DEPENDENTES TO TRUE
               NOT AT END
                   IF MSD-CPF-TITULAR NOT = WS-CPF
                       SET WS-FIM-DEPENDENTES TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-REGISTROS
                       ADD 1 TO WS-QTD-REGISTROS-SECAO
                       MOVE MSD-SEQUENCIA TO DDP-SEQUENCIA
                       MOVE MSD-NOME TO DDP-NOME
                       MOVE MSD-DATA-NASCIMENTO
                           TO DDP-DATA-NASCIMENTO
                       MOVE MSD-PARENTESCO TO DDP-PARENTESCO
                       WRITE REG-DOSSIE FROM WS-DET-DEPENDENTE
                   END-IF
           END-READ
           EXIT.

       3000-IMPRIMIR-VINCULO.
           MOVE MAT-MATRICULA-TAB(WS-SUB-MATRICULA) TO WS-MATRICULA
           WRITE REG-DOSSIE FROM WS-LINHA-TRACO
           STRING 'VINCULO - MATRICULA ' WS-MATRICULA
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO
           PERFORM 8000-GRAVAR-TEXTO
           WRITE REG-DOSSIE FROM WS-LINHA-TRACO
           PERFORM 3100-IMPRIMIR-CADASTRO
           PERFORM 3150-IMPRIMIR-CONTA-BANCARIA
           PERFORM 3200-IMPRIMIR-BENEFICIOS
           PERFORM 3250-IMPRIMIR-EMPRESTIMO
           PERFORM 3300-IMPRIMIR-EVENTOS
           PERFORM 3400-IMPRIMIR-FERIAS
           PERFORM 3500-IMPRIMIR-CONTRACHEQUES
           PERFORM 3600-IMPRIMIR-RENDIMENTOS
           PERFORM 3700-IMPRIMIR-PAGAMENTOS
           PERFORM 3800-IMPRIMIR-RESCISOES
           EXIT.

       3100-IMPRIMIR-CADASTRO.
           MOVE '--CADASTRO DO FUNCIONARIO (AC00FUNC)--'
               TO WS-LINHA-TEXTO
           PERFORM 8000-GRAVAR-TEXTO
           MOVE WS-MATRICULA TO FUNC-MATRICULA
           READ AC00-ARQ-FUNCIONARIOS
               INVALID KEY
                   MOVE '  MATRICULA NAO ENCONTRADA' TO WS-LINHA-TEXTO
                   PERFORM 8000-GRAVAR-TEXTO
               NOT INVALID KEY
                   PERFORM 3110-IMPRIMIR-FUNCIONARIO
           END-READ
           EXIT.

       3110-IMPRIMIR-FUNCIONARIO.
           ADD 1 TO WS-QTD-REGISTROS
           MOVE 'NOME..........: ' TO CMP-ROTULO
           MOVE FUNC-NOME TO CMP-VALOR
           PERFORM 8100-GRAVAR-CAMPO
           MOVE 'CPF...........: ' TO CMP-ROTULO
           MOVE FUNC-CPF TO CMP-VALOR
           PERFORM 8100-GRAVAR-CAMPO
           MOVE 'NASCIMENTO....: ' TO CMP-ROTULO
           STRING FUNC-DATA-NASCIMENTO '   IDADE: ' FUNC-IDADE
               DELIMITED BY SIZE INTO CMP-VALOR
           PERFORM 8100-GRAVAR-CAMPO
           MOVE 'CIDADE........: ' TO CMP-ROTULO
           MOVE FUNC-CIDADE TO CMP-VALOR
           PERFORM 8100-GRAVAR-CAMPO
           MOVE 'ENDERECO......: ' TO CMP-ROTULO
           STRING FUNC-LOGRADOURO ', ' FUNC-NUMERO-ENDERECO
               DELIMITED BY SIZE INTO CMP-VALOR
           PERFORM 8100-GRAVAR-CAMPO
           MOVE 'CEP/UF........: ' TO CMP-ROTULO
           STRING FUNC-CEP ' / ' FUNC-UF '   COD. IBGE: '
               FUNC-COD-MUNICIPIO
               DELIMITED BY SIZE INTO CMP-VALOR
           PERFORM 8100-GRAVAR-CAMPO
           MOVE 'EMPRESA/DEPTO.: ' TO CMP-ROTULO
           STRING FUNC-EMPRESA ' / ' FUNC-DEPARTAMENTO
               '   CARGO: ' FUNC-CARGO
               DELIMITED BY SIZE INTO CMP-VALOR
           PERFORM 8100-GRAVAR-CAMPO
           MOVE 'SALARIO.......: ' TO CMP-ROTULO
           MOVE FUNC-SALARIO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO CMP-VALOR
           PERFORM 8100-GRAVAR-CAMPO
           MOVE 'ADMISSAO......: ' TO CMP-ROTULO
           MOVE FUNC-DATA-ADMISSAO TO CMP-VALOR
           PERFORM 8100-GRAVAR-CAMPO
           MOVE 'CONTRATO......: ' TO CMP-ROTULO
           IF FUNC-DATA-FIM-CONTRATO IS NUMERIC
               AND FUNC-DATA-FIM-CONTRATO > ZERO
               STRING 'TIPO ' FUNC-TIPO-CONTRATO '   ATE '
                   FUNC-DATA-FIM-CONTRATO
                   DELIMITED BY SIZE INTO CMP-VALOR
           ELSE
               STRING 'TIPO ' FUNC-TIPO-CONTRATO
                   DELIMITED BY SIZE INTO CMP-VALOR
           END-IF
           PERFORM 8100-GRAVAR-CAMPO
           MOVE 'GRAU DE RISCO.: ' TO CMP-ROTULO
           EVALUATE TRUE
               WHEN FUNC-INSALUBRIDADE-MINIMA
                   MOVE 'INSALUBRIDADE GRAU MINIMO' TO CMP-VALOR
               WHEN FUNC-INSALUBRIDADE-MEDIA
                   MOVE 'INSALUBRIDADE GRAU MEDIO' TO CMP-VALOR
               WHEN FUNC-INSALUBRIDADE-MAXIMA
                   MOVE 'INSALUBRIDADE GRAU MAXIMO' TO CMP-VALOR
               WHEN FUNC-PERICULOSIDADE
                   MOVE 'PERICULOSIDADE' TO CMP-VALOR
               WHEN OTHER
                   MOVE 'SEM ADICIONAL' TO CMP-VALOR
           END-EVALUATE
           PERFORM 8100-GRAVAR-CAMPO
           MOVE 'SITUACAO......: ' TO CMP-ROTULO
           IF FUNC-INATIVO
               STRING 'INATIVO DESDE ' FUNC-DATA-DEMISSAO
                   DELIMITED BY SIZE INTO CMP-VALOR
           ELSE
               MOVE 'ATIVO' TO CMP-VALOR
           END-IF
           PERFORM 8100-GRAVAR-CAMPO
           EXIT.

       3150-IMPRIMIR-CONTA-BANCARIA.
           MOVE '--CONTA DE PAGAMENTO (AC00BANC)--' TO WS-LINHA-TEXTO
           PERFORM 8000-GRAVAR-TEXTO
           OPEN INPUT AC00-ARQ-BANCARIO
           IF WS-FS-BANCARIO = '00'
               MOVE WS-MATRICULA TO BNC-MATRICULA
               READ AC00-ARQ-BANCARIO
                   INVALID KEY
                       MOVE '  NENHUM REGISTRO' TO WS-LINHA-TEXTO
                       PERFORM 8000-GRAVAR-TEXTO
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-REGISTROS
                       MOVE 'BANCO/AGENCIA.: ' TO CMP-ROTULO
                       STRING BNC-BANCO ' / ' BNC-AGENCIA
                           DELIMITED BY SIZE INTO CMP-VALOR
                       PERFORM 8100-GRAVAR-CAMPO
                       MOVE 'CONTA.........: ' TO CMP-ROTULO
                       STRING BNC-CONTA '   TIPO ' BNC-TIPO-CONTA
                           DELIMITED BY SIZE INTO CMP-VALOR
                       PERFORM 8100-GRAVAR-CAMPO
               END-READ
               CLOSE AC00-ARQ-BANCARIO
           ELSE
               IF WS-FS-BANCARIO = '35'
                   MOVE '  AC00BANC NAO ENCONTRADO' TO WS-LINHA-TEXTO
                   PERFORM 8000-GRAVAR-TEXTO
               ELSE
                   MOVE WS-FS-BANCARIO TO WS-FILE-STATUS
                   MOVE 'AC00BANC' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       3200-IMPRIMIR-BENEFICIOS.
           MOVE '--BENEFICIOS (AC00BENE)--' TO WS-LINHA-TEXTO
           PERFORM 8000-GRAVAR-TEXTO
           OPEN INPUT BENEFICIO-ARQ
           IF WS-FS-BENEFICIO = '00'
               MOVE WS-MATRICULA TO BEN-MATRICULA
               READ BENEFICIO-ARQ
                   INVALID KEY
                       MOVE '  NENHUM REGISTRO' TO WS-LINHA-TEXTO
                       PERFORM 8000-GRAVAR-TEXTO
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-REGISTROS
                       MOVE 'VALE-TRANSP...: ' TO CMP-ROTULO
                       MOVE BEN-VALOR-VT-DIA TO WS-VALOR-EDIT
                       STRING BEN-IND-VT '   CUSTO DIA ' WS-VALOR-EDIT
                           DELIMITED BY SIZE INTO CMP-VALOR
                       PERFORM 8100-GRAVAR-CAMPO
                       MOVE 'VALE-REFEICAO.: ' TO CMP-ROTULO
                       MOVE BEN-VALOR-VR TO WS-VALOR-EDIT
                       STRING BEN-IND-VR '   VALOR ' WS-VALOR-EDIT
                           DELIMITED BY SIZE INTO CMP-VALOR
                       PERFORM 8100-GRAVAR-CAMPO
               END-READ
               CLOSE BENEFICIO-ARQ
           ELSE
               IF WS-FS-BENEFICIO = '35'
                   MOVE '  AC00BENE NAO ENCONTRADO' TO WS-LINHA-TEXTO
                   PERFORM 8000-GRAVAR-TEXTO
               ELSE
                   MOVE WS-FS-BENEFICIO TO WS-FILE-STATUS
                   MOVE 'AC00BENE' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       3250-IMPRIMIR-EMPRESTIMO.
           MOVE '--EMPRESTIMO CONSIGNADO (OPEREMPR)--'
               TO WS-LINHA-TEXTO
           PERFORM 8000-GRAVAR-TEXTO
           OPEN INPUT EMPRESTIMO-ARQ
           IF WS-FS-EMPRESTIMO = '00'
               MOVE WS-MATRICULA TO EMP-MATRICULA
               READ EMPRESTIMO-ARQ
                   INVALID KEY
                       MOVE '  NENHUM REGISTRO' TO WS-LINHA-TEXTO
                       PERFORM 8000-GRAVAR-TEXTO
                   NOT INVALID KEY
                       PERFORM 3260-IMPRIMIR-CONTRATO-EMPREST
               END-READ
               CLOSE EMPRESTIMO-ARQ
           ELSE
               IF WS-FS-EMPRESTIMO = '35'
                   MOVE '  OPEREMPR NAO ENCONTRADO' TO WS-LINHA-TEXTO
                   PERFORM 8000-GRAVAR-TEXTO
               ELSE
                   MOVE WS-FS-EMPRESTIMO TO WS-FILE-STATUS
                   MOVE 'OPEREMPR' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       3260-IMPRIMIR-CONTRATO-EMPREST.
           ADD 1 TO WS-QTD-REGISTROS
           MOVE 'CAPITAL.......: ' TO CMP-ROTULO
           MOVE EMP-CAPITAL TO WS-VALOR-EDIT
           MOVE EMP-TAXA TO WS-TAXA-EDIT
           STRING WS-VALOR-EDIT '   TAXA ' WS-TAXA-EDIT
               '   PRAZO ' EMP-PRAZO
               DELIMITED BY SIZE INTO CMP-VALOR
           PERFORM 8100-GRAVAR-CAMPO
           MOVE 'PRESTACAO.....: ' TO CMP-ROTULO
           MOVE EMP-PRESTACAO TO WS-VALOR-EDIT
           STRING WS-VALOR-EDIT '   PAGAS ' EMP-PARCELAS-PAGAS
               DELIMITED BY SIZE INTO CMP-VALOR
           PERFORM 8100-GRAVAR-CAMPO
           MOVE 'SISTEMA.......: ' TO CMP-ROTULO
           IF EMP-SISTEMA-SAC
               MOVE 'SAC' TO CMP-VALOR
           ELSE
               MOVE 'PRICE' TO CMP-VALOR
           END-IF
           PERFORM 8100-GRAVAR-CAMPO
           MOVE 'SALDO DEVEDOR.: ' TO CMP-ROTULO
           MOVE EMP-SALDO-DEVEDOR TO WS-VALOR-EDIT
           STRING WS-VALOR-EDIT '   SITUACAO ' EMP-SITUACAO
               DELIMITED BY SIZE INTO CMP-VALOR
           PERFORM 8100-GRAVAR-CAMPO
           EXIT.

       3300-IMPRIMIR-EVENTOS.
           MOVE '--HISTORICO DE EVENTOS (AC00HEVT)--' TO WS-LINHA-TEXTO
           PERFORM 8000-GRAVAR-TEXTO
           MOVE ZERO TO WS-QTD-REGISTROS-SECAO
           OPEN INPUT EVENTO-ARQ
           IF WS-FS-EVENTO = '00'
               WRITE REG-DOSSIE FROM WS-CAB-EVENTO
               SET WS-NAO-FIM-SEQUENCIAL TO TRUE
               PERFORM 3310-LER-EVENTO UNTIL WS-FIM-SEQUENCIAL
               CLOSE EVENTO-ARQ
               PERFORM 8300-CONFERIR-SECAO-VAZIA
           ELSE
               IF WS-FS-EVENTO = '35'
                   MOVE '  AC00HEVT NAO ENCONTRADO' TO WS-LINHA-TEXTO
                   PERFORM 8000-GRAVAR-TEXTO
               ELSE
                   MOVE WS-FS-EVENTO TO WS-FILE-STATUS
                   MOVE 'AC00HEVT' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       3310-LER-EVENTO.
           READ EVENTO-ARQ
               AT END
                   SET WS-FIM-SEQUENCIAL TO TRUE
               NOT AT END
                   IF EVT-MATRICULA = WS-MATRICULA
                       ADD 1 TO WS-QTD-REGISTROS
                       ADD 1 TO WS-QTD-REGISTROS-SECAO
                       MOVE EVT-DATA TO DEV-DATA
                       MOVE EVT-HORA TO DEV-HORA
                       MOVE EVT-TIPO TO DEV-TIPO
                       MOVE EVT-VALOR-ANTIGO TO DEV-VALOR-ANTIGO
                       MOVE EVT-VALOR-NOVO TO DEV-VALOR-NOVO
                       MOVE EVT-OPERADOR TO DEV-OPERADOR
                       MOVE EVT-OPERADOR-APROV TO DEV-OPERADOR-APROV
                       WRITE REG-DOSSIE FROM WS-DET-EVENTO
                   END-IF
           END-READ
           EXIT.

       3400-IMPRIMIR-FERIAS.
           MOVE '--FERIAS (AC00FERS)--' TO WS-LINHA-TEXTO
           PERFORM 8000-GRAVAR-TEXTO
           MOVE ZERO TO WS-QTD-REGISTROS-SECAO
           OPEN INPUT FERIAS-ARQ
           IF WS-FS-FERIAS = '00'
               WRITE REG-DOSSIE FROM WS-CAB-FERIAS
               SET WS-NAO-FIM-SEQUENCIAL TO TRUE
               PERFORM 3410-LER-FERIAS UNTIL WS-FIM-SEQUENCIAL
               CLOSE FERIAS-ARQ
               PERFORM 8300-CONFERIR-SECAO-VAZIA
           ELSE
               IF WS-FS-FERIAS = '35'
                   MOVE '  AC00FERS NAO ENCONTRADO' TO WS-LINHA-TEXTO
                   PERFORM 8000-GRAVAR-TEXTO
               ELSE
                   MOVE WS-FS-FERIAS TO WS-FILE-STATUS
                   MOVE 'AC00FERS' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       3410-LER-FERIAS.
           READ FERIAS-ARQ
               AT END
                   SET WS-FIM-SEQUENCIAL TO TRUE
               NOT AT END
                   IF FER-MATRICULA = WS-MATRICULA
                       ADD 1 TO WS-QTD-REGISTROS
                       ADD 1 TO WS-QTD-REGISTROS-SECAO
                       MOVE FER-DATA-INICIO TO DFE-DATA-INICIO
                       MOVE FER-DATA-FIM TO DFE-DATA-FIM
                       MOVE FER-COMPETENCIA TO DFE-COMPETENCIA
                       MOVE FER-QTD-DIAS TO DFE-QTD-DIAS
                       IF FER-PAGA
                           MOVE 'PAGA' TO DFE-SITUACAO
                       ELSE
                           MOVE 'PROGRAMADA' TO DFE-SITUACAO
                       END-IF
                       WRITE REG-DOSSIE FROM WS-DET-FERIAS
                   END-IF
           END-READ
           EXIT.

       3500-IMPRIMIR-CONTRACHEQUES.
           MOVE '--CONTRACHEQUES DO ARQUIVO MORTO (MOVECTRA)--'
               TO WS-LINHA-TEXTO
           PERFORM 8000-GRAVAR-TEXTO
           MOVE ZERO TO WS-QTD-REGISTROS-SECAO
           OPEN INPUT ARQUIVO-CTRC-ARQ
           IF WS-FS-ARQUIVO-CTRC = '00'
               SET WS-NAO-FIM-CTRC TO TRUE
               MOVE WS-MATRICULA TO CTA-MATRICULA
               MOVE ZERO TO CTA-COMPETENCIA
               START ARQUIVO-CTRC-ARQ KEY IS NOT LESS THAN CTA-CHAVE
                   INVALID KEY
                       SET WS-FIM-CTRC TO TRUE
               END-START
               PERFORM 3510-LER-CONTRACHEQUE UNTIL WS-FIM-CTRC
               CLOSE ARQUIVO-CTRC-ARQ
               PERFORM 8300-CONFERIR-SECAO-VAZIA
           ELSE
               IF WS-FS-ARQUIVO-CTRC = '35'
                   MOVE '  MOVECTRA NAO ENCONTRADO' TO WS-LINHA-TEXTO
                   PERFORM 8000-GRAVAR-TEXTO
               ELSE
                   MOVE WS-FS-ARQUIVO-CTRC TO WS-FILE-STATUS
                   MOVE 'MOVECTRA' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       3510-LER-CONTRACHEQUE.
           READ ARQUIVO-CTRC-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-CTRC TO TRUE
               NOT AT END
                   IF CTA-MATRICULA NOT = WS-MATRICULA
                       SET WS-FIM-CTRC TO TRUE
                   ELSE
                       PERFORM 3520-IMPRIMIR-CONTRACHEQUE
                   END-IF
           END-READ
           EXIT.

       3520-IMPRIMIR-CONTRACHEQUE.
           ADD 1 TO WS-QTD-REGISTROS
           ADD 1 TO WS-QTD-REGISTROS-SECAO
           MOVE CTA-COMPETENCIA TO DCT-COMPETENCIA
           MOVE CTA-NOME TO DCT-NOME
           MOVE CTA-IDADE TO DCT-IDADE
           MOVE CTA-CIDADE TO DCT-CIDADE
           WRITE REG-DOSSIE FROM WS-DET-CTRC-1
           MOVE CTA-EMPRESA-NOME TO DCT-EMPRESA-NOME
           MOVE CTA-CNPJ TO DCT-CNPJ
           MOVE CTA-GRAU-RISCO TO DCT-GRAU-RISCO
           WRITE REG-DOSSIE FROM WS-DET-CTRC-2

           PERFORM 8200-LIMPAR-VALORES
           MOVE 'SALARIO ' TO WS-ROTULO-VALOR
           MOVE CTA-SALARIO TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'INSS    ' TO WS-ROTULO-VALOR
           MOVE CTA-INSS TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'IRRF    ' TO WS-ROTULO-VALOR
           MOVE CTA-IRRF TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'LIQUIDO ' TO WS-ROTULO-VALOR
           MOVE CTA-LIQUIDO TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'H.EXTRA ' TO WS-ROTULO-VALOR
           MOVE CTA-VALOR-HORA-EXTRA TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'NOTURNO ' TO WS-ROTULO-VALOR
           MOVE CTA-ADICIONAL-NOTURNO TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'AD.RISCO' TO WS-ROTULO-VALOR
           MOVE CTA-ADICIONAL-RISCO TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'COMISSAO' TO WS-ROTULO-VALOR
           MOVE CTA-COMISSAO TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'DSR COM.' TO WS-ROTULO-VALOR
           MOVE CTA-DSR-COMISSAO TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'SAL.FAM.' TO WS-ROTULO-VALOR
           MOVE CTA-SALARIO-FAMILIA TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'FALTAS  ' TO WS-ROTULO-VALOR
           MOVE CTA-VALOR-FALTAS TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'EMPREST.' TO WS-ROTULO-VALOR
           MOVE CTA-EMPRESTIMO TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'V.TRANSP' TO WS-ROTULO-VALOR
           MOVE CTA-VALE-TRANSPORTE TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'V.REFEIC' TO WS-ROTULO-VALOR
           MOVE CTA-VALOR-VR TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'PENSAO  ' TO WS-ROTULO-VALOR
           MOVE CTA-PENSAO TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'P.SAUDE ' TO WS-ROTULO-VALOR
           MOVE CTA-PLANO-SAUDE TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'ADIANT. ' TO WS-ROTULO-VALOR
           MOVE CTA-ADIANTAMENTO TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'PROV.13 ' TO WS-ROTULO-VALOR
           MOVE CTA-PROVISAO-13 TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'PROV.FER' TO WS-ROTULO-VALOR
           MOVE CTA-PROVISAO-FERIAS TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           PERFORM 8220-DESCARREGAR-VALORES
           EXIT.

       3600-IMPRIMIR-RENDIMENTOS.
           MOVE '--RENDIMENTOS ANUAIS (MOVEANUA)--' TO WS-LINHA-TEXTO
           PERFORM 8000-GRAVAR-TEXTO
           MOVE ZERO TO WS-QTD-REGISTROS-SECAO
           OPEN INPUT ANUAL-ARQ
           IF WS-FS-ANUAL = '00'
               WRITE REG-DOSSIE FROM WS-CAB-ANUAL
               SET WS-NAO-FIM-SEQUENCIAL TO TRUE
               PERFORM 3610-LER-RENDIMENTO UNTIL WS-FIM-SEQUENCIAL
               CLOSE ANUAL-ARQ
               PERFORM 8300-CONFERIR-SECAO-VAZIA
           ELSE
               IF WS-FS-ANUAL = '35'
                   MOVE '  MOVEANUA NAO ENCONTRADO' TO WS-LINHA-TEXTO
                   PERFORM 8000-GRAVAR-TEXTO
               ELSE
                   MOVE WS-FS-ANUAL TO WS-FILE-STATUS
                   MOVE 'MOVEANUA' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       3610-LER-RENDIMENTO.
           READ ANUAL-ARQ
               AT END
                   SET WS-FIM-SEQUENCIAL TO TRUE
               NOT AT END
                   IF ANU-MATRICULA = WS-MATRICULA
                       ADD 1 TO WS-QTD-REGISTROS
                       ADD 1 TO WS-QTD-REGISTROS-SECAO
                       MOVE ANU-COMPETENCIA TO DAN-COMPETENCIA
                       IF ANU-RENDIMENTO-PLR
                           MOVE 'PLR' TO DAN-TIPO
                       ELSE
                           MOVE 'FOLHA' TO DAN-TIPO
                       END-IF
                       MOVE ANU-SALARIO TO DAN-SALARIO
                       MOVE ANU-INSS TO DAN-INSS
                       MOVE ANU-IRRF TO DAN-IRRF
                       MOVE ANU-FGTS TO DAN-FGTS
                       WRITE REG-DOSSIE FROM WS-DET-ANUAL
                   END-IF
           END-READ
           EXIT.

       3700-IMPRIMIR-PAGAMENTOS.
           MOVE '--SITUACAO DOS PAGAMENTOS (MOVEPGST)--'
               TO WS-LINHA-TEXTO
           PERFORM 8000-GRAVAR-TEXTO
           MOVE ZERO TO WS-QTD-REGISTROS-SECAO
           OPEN INPUT SITUACAO-ARQ
           IF WS-FS-SITUACAO = '00'
               WRITE REG-DOSSIE FROM WS-CAB-PAGAMENTO
               SET WS-NAO-FIM-SITUACAO TO TRUE
               MOVE WS-MATRICULA TO PGS-MATRICULA
               MOVE ZERO TO PGS-DATA-PAGTO
               START SITUACAO-ARQ KEY IS NOT LESS THAN PGS-CHAVE
                   INVALID KEY
                       SET WS-FIM-SITUACAO TO TRUE
               END-START
               PERFORM 3710-LER-PAGAMENTO UNTIL WS-FIM-SITUACAO
               CLOSE SITUACAO-ARQ
               PERFORM 8300-CONFERIR-SECAO-VAZIA
           ELSE
               IF WS-FS-SITUACAO = '35'
                   MOVE '  MOVEPGST NAO ENCONTRADO' TO WS-LINHA-TEXTO
                   PERFORM 8000-GRAVAR-TEXTO
               ELSE
                   MOVE WS-FS-SITUACAO TO WS-FILE-STATUS
                   MOVE 'MOVEPGST' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       3710-LER-PAGAMENTO.
           READ SITUACAO-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-SITUACAO TO TRUE
               NOT AT END
                   IF PGS-MATRICULA NOT = WS-MATRICULA
                       SET WS-FIM-SITUACAO TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-REGISTROS
                       ADD 1 TO WS-QTD-REGISTROS-SECAO
                       MOVE PGS-DATA-PAGTO TO DPG-DATA-PAGTO
                       IF PGS-REJEITADO
                           MOVE 'REJEITADO' TO DPG-SITUACAO
                       ELSE
                           MOVE 'PAGO' TO DPG-SITUACAO
                       END-IF
                       MOVE PGS-VALOR TO DPG-VALOR
                       MOVE PGS-MOTIVO TO DPG-MOTIVO
                       WRITE REG-DOSSIE FROM WS-DET-PAGAMENTO
                   END-IF
           END-READ
           EXIT.

       3800-IMPRIMIR-RESCISOES.
           MOVE '--RESCISOES (AC00RESH)--' TO WS-LINHA-TEXTO
           PERFORM 8000-GRAVAR-TEXTO
           MOVE ZERO TO WS-QTD-REGISTROS-SECAO
           OPEN INPUT RESCISAO-ARQ
           IF WS-FS-RESCISAO = '00'
               SET WS-NAO-FIM-SEQUENCIAL TO TRUE
               PERFORM 3810-LER-RESCISAO UNTIL WS-FIM-SEQUENCIAL
               CLOSE RESCISAO-ARQ
               PERFORM 8300-CONFERIR-SECAO-VAZIA
           ELSE
               IF WS-FS-RESCISAO = '35'
                   MOVE '  AC00RESH NAO ENCONTRADO' TO WS-LINHA-TEXTO
                   PERFORM 8000-GRAVAR-TEXTO
               ELSE
                   MOVE WS-FS-RESCISAO TO WS-FILE-STATUS
                   MOVE 'AC00RESH' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       3810-LER-RESCISAO.
           READ RESCISAO-ARQ
               AT END
                   SET WS-FIM-SEQUENCIAL TO TRUE
               NOT AT END
                   IF RSH-MATRICULA = WS-MATRICULA
                       PERFORM 3820-IMPRIMIR-RESCISAO
                   END-IF
           END-READ
           EXIT.

       3820-IMPRIMIR-RESCISAO.
           ADD 1 TO WS-QTD-REGISTROS
           ADD 1 TO WS-QTD-REGISTROS-SECAO
           MOVE RSH-DATA-PROCESSO TO DRS-DATA-PROCESSO
           MOVE RSH-DATA-DEMISSAO TO DRS-DATA-DEMISSAO
           MOVE RSH-NOME TO DRS-NOME
           WRITE REG-DOSSIE FROM WS-DET-RESCISAO

           PERFORM 8200-LIMPAR-VALORES
           MOVE 'SALDO   ' TO WS-ROTULO-VALOR
           MOVE RSH-SALDO-SALARIO TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE '13O PROP' TO WS-ROTULO-VALOR
           MOVE RSH-DECIMO-TERCEIRO TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'FER+1/3 ' TO WS-ROTULO-VALOR
           MOVE RSH-FERIAS-E-TERCO TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'AVISO   ' TO WS-ROTULO-VALOR
           MOVE RSH-AVISO-PREVIO TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'MULTA FG' TO WS-ROTULO-VALOR
           MOVE RSH-MULTA-FGTS TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           MOVE 'TOTAL   ' TO WS-ROTULO-VALOR
           MOVE RSH-TOTAL-RESCISAO TO WS-VALOR-INFORMADO
           PERFORM 8210-INCLUIR-VALOR
           PERFORM 8220-DESCARREGAR-VALORES
           EXIT.

       8000-GRAVAR-TEXTO.
           WRITE REG-DOSSIE FROM WS-LINHA-TEXTO
           MOVE SPACES TO WS-LINHA-TEXTO
           EXIT.

       8100-GRAVAR-CAMPO.
           WRITE REG-DOSSIE FROM WS-LINHA-CAMPO
           MOVE SPACES TO CMP-VALOR
           EXIT.

       8200-LIMPAR-VALORES.
           MOVE SPACES TO WS-LINHA-VALORES
           MOVE ZERO TO WS-SUB-VALOR
           EXIT.

       8210-INCLUIR-VALOR.
           ADD 1 TO WS-SUB-VALOR
           MOVE WS-ROTULO-VALOR TO VAL-ROTULO(WS-SUB-VALOR)
           MOVE WS-VALOR-INFORMADO TO VAL-VALOR(WS-SUB-VALOR)
           IF WS-SUB-VALOR = 4
               PERFORM 8220-DESCARREGAR-VALORES
           END-IF
           EXIT.

       8220-DESCARREGAR-VALORES.
           IF WS-SUB-VALOR > ZERO
               WRITE REG-DOSSIE FROM WS-LINHA-VALORES
               PERFORM 8200-LIMPAR-VALORES
           END-IF
           EXIT.

       8300-CONFERIR-SECAO-VAZIA.
           IF WS-QTD-REGISTROS-SECAO = ZERO
               MOVE '  NENHUM REGISTRO' TO WS-LINHA-TEXTO
               PERFORM 8000-GRAVAR-TEXTO
           END-IF
           EXIT.

       8500-REGISTRAR-AUDITORIA.
           OPEN EXTEND AUDITORIA-ARQ
           IF WS-FS-AUDITORIA = '35'
               OPEN OUTPUT AUDITORIA-ARQ
           END-IF
           IF WS-FS-AUDITORIA NOT = '00'
               MOVE WS-FS-AUDITORIA TO WS-FILE-STATUS
               MOVE 'SETAUDIT' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           MOVE WS-DATA-HOJE TO AUD-DATA
           MOVE WS-HORA-COMPLETA(1:6) TO AUD-HORA
           MOVE WS-CONDICAO-AUDITORIA TO AUD-CONDICAO
           MOVE WS-OPERADOR-SESSAO TO AUD-OPERADOR
           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA
           CLOSE AUDITORIA-ARQ
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           WRITE REG-DOSSIE FROM WS-LINHA-TRACO
           MOVE WS-QTD-REGISTROS TO WS-QTD-REGISTROS-EDIT
           MOVE WS-QTD-MATRICULAS TO WS-QTD-MATRICULAS-EDIT
           STRING 'FIM DO DOSSIE - ' WS-QTD-REGISTROS-EDIT
               ' REGISTRO(S) EM ' WS-QTD-MATRICULAS-EDIT
               ' MATRICULA(S)' DELIMITED BY SIZE
               INTO WS-LINHA-TEXTO
           PERFORM 8000-GRAVAR-TEXTO
           CLOSE AC00-ARQ-FUNCIONARIOS
           CLOSE DOSSIE-ARQ
           DISPLAY 'DOSSIE AC00LGPR GERADO COM ' WS-QTD-REGISTROS-EDIT
               ' REGISTRO(S) DO CPF ' WS-CPF
           DISPLAY 'EMISSAO REGISTRADA EM SETAUDIT PARA O OPERADOR '
               WS-OPERADOR-SESSAO
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
