      *                   PRIMEIRO READ NEXT - A LEITURA POR CHAVE DA
      *                   CONFERENCIA DEIXAVA O PONTEIRO NO FIM E A
      *                   CONTAGEM SAIA ZERADA
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO FUNC-CARGO (CODIGO DO
      *                   CARGO, CADASTRO AC00CARG) INCLUIDO EM
      *                   AC00FUNC; REG-BACKUP E AS AREAS DE CONFERENCIA
      *                   DE 95 PARA 99 POSICOES, O NOVO TAMANHO DO
      *                   REGISTRO DE AC00FUNC
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR FUNC-TIPO-CONTRATO E
      *                   FUNC-DATA-FIM-CONTRATO INCLUIDOS EM AC00FUNC;
      *                   REG-BACKUP E AS AREAS DE CONFERENCIA DE 99
      *                   PARA 108 POSICOES
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR FUNC-GRAU-RISCO INCLUIDO EM
      *                   AC00FUNC; REG-BACKUP E AS AREAS DE CONFERENCIA
      *                   DE 108 PARA 109 POSICOES
      *15/10/2026 MLBF    LAYOUT DE SETSTAT ATUALIZADO PARA OS CAMPOS
      *                   STA-HORA-INICIO E STA-HORA-FIM (HHMMSS)
      *                   GRAVADOS PELA ROTINA JOBSTAT - REGISTRO DE 20
      *                   PARA 32 POSICOES; A CONFERENCIA CONTRA O
      *                   BACKUP PASSA A COMPARAR AS 32 POSICOES. UM
      *                   BACKUP ANTERIOR A MUDANCA RESTAURA COM AS
      *                   HORAS EM BRANCO, QUE OS RELATORIOS TRATAM COMO
      *                   NAO INFORMADAS
      *15/10/2026 MLBF    LAYOUTS DE REG-FUNCIONARIO E REG-MESTRE
      *                   ATUALIZADOS PARA ACOMPANHAR OS CAMPOS DE
      *                   ENDERECO (LOGRADOURO, NUMERO, CEP, UF E CODIGO
      *                   IBGE DO MUNICIPIO) INCLUIDOS EM AC00FUNC E
      *                   INITMST; REG-BACKUP E AS AREAS DE CONFERENCIA
      *                   DE 109 PARA 162 POSICOES E A COMPARACAO DO
      *                   INITMST DE 50 PARA 103
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-ARQ.
       01 REG-BACKUP PIC X(162).

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

       FD  MESTRE-ARQ.
       01 REG-MESTRE.
           05 MST-CIDADE PIC X(15).
           05 MST-CPF PIC 9(11).
           05 MST-QTD-DEPENDENTES PIC 99.
           05 MST-LOGRADOURO PIC X(30).
           05 MST-NUMERO-ENDERECO PIC X(06).
           05 MST-CEP PIC 9(08).
           05 MST-UF PIC X(02).
           05 MST-COD-MUNICIPIO PIC 9(07).

       FD  STATUS-ARQ.
       01 REG-STATUS.
               10 STA-DATA PIC 9(08).
           05 STA-SWITCH PIC X(01).
           05 STA-TENTATIVAS PIC 9(03).
           05 STA-HORA-INICIO PIC 9(06).
           05 STA-HORA-FIM PIC 9(06).

       FD  RELATORIO-ARQ.
       01 REG-RELATORIO PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-REG-BACKUP-FUNC.
           05 BKF-MATRICULA PIC 9(06).
           05 BKF-RESTO PIC X(156).
       01 WS-REG-BACKUP-MST.
           05 BKM-DADOS-1 PIC X(37).
           05 BKM-CPF PIC 9(11).
           05 BKM-DADOS-2 PIC X(114).
       01 WS-REG-BACKUP-STA.
           05 BKS-CHAVE PIC X(16).
           05 BKS-DADOS PIC X(146).
       01 WS-SALARIO-BACKUP PIC 9(07)V99 VALUE ZERO.

       01 WS-OPCAO-MESTRE PIC 9 VALUE ZERO.
                   MOVE BKF-MATRICULA TO DIV-CHAVE
                   PERFORM 1500-REPORTAR-SO-NO-BACKUP
               NOT INVALID KEY
                   IF REG-FUNCIONARIO = WS-REG-BACKUP-FUNC(1:162)
                       ADD 1 TO WS-QTD-IGUAIS
                   ELSE
                       ADD 1 TO WS-QTD-DIVERGENTES
                   MOVE BKM-CPF TO DIV-CHAVE
                   PERFORM 1500-REPORTAR-SO-NO-BACKUP
               NOT INVALID KEY
                   IF REG-MESTRE = WS-REG-BACKUP-MST(1:103)
                       ADD 1 TO WS-QTD-IGUAIS
                   ELSE
                       ADD 1 TO WS-QTD-DIVERGENTES
                   MOVE BKS-CHAVE TO DIV-CHAVE
                   PERFORM 1500-REPORTAR-SO-NO-BACKUP
               NOT INVALID KEY
                   IF REG-STATUS = WS-REG-BACKUP-STA(1:32)
                       ADD 1 TO WS-QTD-IGUAIS
                   ELSE
                       ADD 1 TO WS-QTD-DIVERGENTES
