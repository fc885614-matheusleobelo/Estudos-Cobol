      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. MOVEDIRF.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : MOVE
      *PROGRAMA   : MOVEDIRF
      *OBJETIVO   : GERAR O ARQUIVO DA DECLARACAO ANUAL DE IMPOSTO
      *             RETIDO NA FONTE (MOVEDIRF, LAYOUT FIXO) DE UMA
      *             EMPRESA A PARTIR DO ACUMULADO MOVEANUA DO ANO
      *             INFORMADO: REGISTRO '0' COM O CNPJ E O NOME DA
      *             EMPRESA (AC00EMPR), UM REGISTRO '1' POR
      *             BENEFICIARIO COM CPF (AC00FUNC), RENDIMENTO
      *             TRIBUTAVEL E IRRF MES A MES E TOTAIS ANUAIS, E
      *             REGISTRO '9' COM QUANTIDADES E TOTAIS - O CONTADOR
      *             DEIXA DE REDIGITAR A DECLARACAO DOS INFORMES
      *             IMPRESSOS; UMA EXECUCAO POR EMPRESA (MESMA REGRA DO
      *             AC00FEED). BENEFICIARIO SEM CADASTRO OU COM CPF
      *             REPROVADO POR CPFVALID VAI PARA O ARQUIVO DE
      *             REJEITOS MOVEDEXC (LAYOUT DO COPYBOOK EXCECAO),
      *             PARA ACERTO ANTES DO PRAZO DE ENTREGA
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
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
      *15/10/2026 MLBF    MOVEANUA COM 84 POSICOES
      *                   (ANU-TIPO-RENDIMENTO): AS LINHAS DE PLR (TIPO
      *                   P) TEM TRIBUTACAO EXCLUSIVA E NAO ENTRAM NO
      *                   RENDIMENTO TRIBUTAVEL NEM NO IRRF MENSAL DA
      *                   DECLARACAO; A QUANTIDADE IGNORADA SAI NO
      *                   RESUMO
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
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANUAL-ARQ ASSIGN TO "MOVEANUA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.

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

           SELECT DECLARACAO-ARQ ASSIGN TO "MOVEDIRF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DECLARACAO.

           SELECT EXCECAO-ARQ ASSIGN TO "MOVEDEXC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ANUAL-ARQ.
       01 REG-ANUAL.
           05 ANU-MATRICULA PIC 9(06).
           05 FILLER PIC X.
           05 ANU-COMPETENCIA PIC 9(06).
           05 ANU-COMPETENCIA-RED REDEFINES ANU-COMPETENCIA.
               10 ANU-ANO PIC 9(04).
               10 ANU-MES PIC 9(02).
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

       FD  DECLARACAO-ARQ.
       01 REG-DECLARACAO PIC X(350).

       FD  EXCECAO-ARQ.
       01 REG-EXCECAO PIC X(63).

       WORKING-STORAGE SECTION.
       01 WS-ANO-DECLARACAO PIC 9(04) VALUE ZERO.
       01 WS-EMPRESA-INFORMADA PIC 9(03) VALUE ZERO.
       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
       01 WS-CNPJ-EMPRESA PIC 9(14) VALUE ZERO.
       01 WS-NOME-EMPRESA PIC X(30) VALUE SPACES.

       01 WS-MAX-FUNCIONARIOS PIC 9(03) COMP VALUE 500.
       01 WS-QTD-FUNCIONARIOS PIC 9(03) COMP VALUE ZERO.
       01 WS-SUB-FUNCIONARIO PIC 9(03) COMP VALUE ZERO.
       01 WS-SUB-MES PIC 9(02) COMP VALUE ZERO.
       01 WS-TABELA-FUNCIONARIOS.
           05 WS-FUNCIONARIO-TAB OCCURS 500 TIMES.
               10 DCL-MATRICULA-TAB PIC 9(06).
               10 DCL-NOME-TAB PIC X(20).
               10 DCL-MES-TAB OCCURS 12 TIMES.
                   15 DCL-RENDIMENTO-MES-TAB PIC 9(09)V99.
                   15 DCL-IRRF-MES-TAB PIC 9(09)V99.
               10 DCL-TOTAL-RENDIMENTO-TAB PIC 9(11)V99.
               10 DCL-TOTAL-INSS-TAB PIC 9(11)V99.
               10 DCL-TOTAL-IRRF-TAB PIC 9(11)V99.

       01 WS-IND-FUNCIONARIO-ACHADO PIC X(01) VALUE 'N'.
           88 WS-FUNCIONARIO-ACHADO VALUE 'S'.
           88 WS-FUNCIONARIO-NAO-ACHADO VALUE 'N'.

       01 WS-IND-DECLARACAO PIC X(01) VALUE 'S'.
           88 WS-DECLARACAO-LIBERADA VALUE 'S'.
           88 WS-DECLARACAO-CANCELADA VALUE 'N'.

       01 WS-IND-CPF-VALIDO PIC X(01) VALUE 'N'.
           88 WS-CPF-VALIDO VALUE 'S'.
           88 WS-CPF-INVALIDO VALUE 'N'.

       01 WS-AREA-CONTADORES.
           05 WS-QTD-BENEFICIARIOS PIC 9(06) COMP VALUE ZERO.
           05 WS-QTD-REJEITADOS PIC 9(06) COMP VALUE ZERO.
           05 WS-QTD-OUTRAS-EMPRESAS PIC 9(06) COMP VALUE ZERO.
           05 WS-QTD-REGISTROS PIC 9(06) COMP VALUE ZERO.
           05 WS-QTD-LINHAS-PLR PIC 9(06) COMP VALUE ZERO.
           05 WS-TOTAL-RENDIMENTO PIC 9(13)V99 VALUE ZERO.
           05 WS-TOTAL-INSS PIC 9(13)V99 VALUE ZERO.
           05 WS-TOTAL-IRRF PIC 9(13)V99 VALUE ZERO.

       01 WS-REG-DIRF-CABECALHO.
           05 DCB-TIPO-REGISTRO PIC X(01) VALUE '0'.
           05 DCB-ANO-CALENDARIO PIC 9(04) VALUE ZERO.
           05 DCB-EMPRESA PIC 9(03) VALUE ZERO.
           05 DCB-CNPJ PIC 9(14) VALUE ZERO.
           05 DCB-NOME-EMPRESA PIC X(30) VALUE SPACES.
           05 DCB-DATA-GERACAO PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(290) VALUE SPACES.

       01 WS-REG-DIRF-BENEFICIARIO.
           05 DBE-TIPO-REGISTRO PIC X(01) VALUE '1'.
           05 DBE-CPF PIC 9(11) VALUE ZERO.
           05 DBE-NOME PIC X(20) VALUE SPACES.
           05 DBE-MATRICULA PIC 9(06) VALUE ZERO.
           05 DBE-MES OCCURS 12 TIMES.
               10 DBE-RENDIMENTO-MES PIC 9(09)V99.
               10 DBE-IRRF-MES PIC 9(09)V99.
           05 DBE-TOTAL-RENDIMENTO PIC 9(11)V99 VALUE ZERO.
           05 DBE-TOTAL-INSS PIC 9(11)V99 VALUE ZERO.
           05 DBE-TOTAL-IRRF PIC 9(11)V99 VALUE ZERO.
           05 FILLER PIC X(09) VALUE SPACES.

       01 WS-REG-DIRF-TRAILER.
           05 DTR-TIPO-REGISTRO PIC X(01) VALUE '9'.
           05 DTR-QTD-BENEFICIARIOS PIC 9(06) VALUE ZERO.
           05 DTR-QTD-REJEITADOS PIC 9(06) VALUE ZERO.
           05 DTR-QTD-REGISTROS PIC 9(06) VALUE ZERO.
           05 DTR-TOTAL-RENDIMENTO PIC 9(13)V99 VALUE ZERO.
           05 DTR-TOTAL-INSS PIC 9(13)V99 VALUE ZERO.
           05 DTR-TOTAL-IRRF PIC 9(13)V99 VALUE ZERO.
           05 FILLER PIC X(286) VALUE SPACES.

       01 WS-REG-EXCECAO.
           COPY EXCECAO.
           05 FILLER PIC X VALUE SPACE.
           05 EXC-MATRICULA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 EXC-CPF PIC 9(11) VALUE ZERO.

       01 WS-AREA-JOBPRED.
           05 WS-JOB-NOME-PRED PIC X(08) VALUE 'MOVEDIRF'.
           05 WS-RESULTADO-PRED PIC X(01) VALUE 'S'.
               88 WS-PREDECESSORES-OK VALUE 'S'.
               88 WS-PREDECESSOR-PENDENTE VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-ANUAL PIC X(02) VALUE '00'.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-EMPRESA PIC X(02) VALUE '00'.
           05 WS-FS-DECLARACAO PIC X(02) VALUE '00'.
           05 WS-FS-EXCECAO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-ANUAL PIC X(01) VALUE 'N'.
               88 WS-FIM-ANUAL VALUE 'S'.
               88 WS-NAO-FIM-ANUAL VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       IF WS-DECLARACAO-LIBERADA
           PERFORM 1000-ACUMULAR-ANO
           PERFORM 2000-GRAVAR-DECLARACAO
       END-IF
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           PERFORM 0005-CONFERIR-PREDECESSORES
           DISPLAY '--DECLARACAO ANUAL DE IRRF (MOVEANUA)--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'ANO CALENDARIO (AAAA)?'
           ACCEPT WS-ANO-DECLARACAO
           DISPLAY 'CODIGO DA EMPRESA DECLARANTE (3 DIGITOS)?'
           ACCEPT WS-EMPRESA-INFORMADA

           PERFORM 0100-LOCALIZAR-EMPRESA
           IF WS-DECLARACAO-LIBERADA
               PERFORM 0200-ABRIR-ARQUIVOS
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

       0100-LOCALIZAR-EMPRESA.
           OPEN INPUT EMPRESA-ARQ
           IF WS-FS-EMPRESA = '35'
               DISPLAY 'AC00EMPR NAO ENCONTRADO - SEM CNPJ NAO HA '
                   'DECLARACAO A GERAR'
               SET WS-DECLARACAO-CANCELADA TO TRUE
           ELSE
               IF WS-FS-EMPRESA NOT = '00'
                   MOVE WS-FS-EMPRESA TO WS-FILE-STATUS
                   MOVE 'AC00EMPR' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               MOVE WS-EMPRESA-INFORMADA TO EPR-CODIGO
               READ EMPRESA-ARQ
                   INVALID KEY
                       DISPLAY 'EMPRESA NAO CADASTRADA EM AC00EMPR: '
                           WS-EMPRESA-INFORMADA
                       SET WS-DECLARACAO-CANCELADA TO TRUE
                   NOT INVALID KEY
                       MOVE EPR-CNPJ TO WS-CNPJ-EMPRESA
                       MOVE EPR-NOME TO WS-NOME-EMPRESA
               END-READ
               CLOSE EMPRESA-ARQ
           END-IF
           EXIT.

       0200-ABRIR-ARQUIVOS.
           OPEN INPUT ANUAL-ARQ
           IF WS-FS-ANUAL NOT = '00'
               MOVE WS-FS-ANUAL TO WS-FILE-STATUS
               MOVE 'MOVEANUA' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           OPEN INPUT AC00-ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = '00'
               MOVE WS-FS-FUNCIONARIOS TO WS-FILE-STATUS
               MOVE 'AC00FUNC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           OPEN OUTPUT DECLARACAO-ARQ
           IF WS-FS-DECLARACAO NOT = '00'
               MOVE WS-FS-DECLARACAO TO WS-FILE-STATUS
               MOVE 'MOVEDIRF' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           OPEN OUTPUT EXCECAO-ARQ
           IF WS-FS-EXCECAO NOT = '00'
               MOVE WS-FS-EXCECAO TO WS-FILE-STATUS
               MOVE 'MOVEDEXC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       1000-ACUMULAR-ANO.
           PERFORM 1050-LER-ANUAL
           PERFORM 1100-ACUMULAR-REGISTRO UNTIL WS-FIM-ANUAL
           CLOSE ANUAL-ARQ
           EXIT.

       1050-LER-ANUAL.
           READ ANUAL-ARQ
               AT END
                   SET WS-FIM-ANUAL TO TRUE
           END-READ
           EXIT.

       1100-ACUMULAR-REGISTRO.
           IF ANU-ANO = WS-ANO-DECLARACAO
               AND ANU-RENDIMENTO-PLR
               ADD 1 TO WS-QTD-LINHAS-PLR
           END-IF
           IF ANU-ANO = WS-ANO-DECLARACAO
               AND ANU-RENDIMENTO-FOLHA
               PERFORM 1200-LOCALIZAR-FUNCIONARIO
               IF WS-FUNCIONARIO-NAO-ACHADO
                   IF WS-QTD-FUNCIONARIOS < WS-MAX-FUNCIONARIOS
                       ADD 1 TO WS-QTD-FUNCIONARIOS
                       MOVE WS-QTD-FUNCIONARIOS
                           TO WS-SUB-FUNCIONARIO
                       INITIALIZE
                           WS-FUNCIONARIO-TAB(WS-SUB-FUNCIONARIO)
                       MOVE ANU-MATRICULA
                           TO DCL-MATRICULA-TAB(WS-SUB-FUNCIONARIO)
                       SET WS-FUNCIONARIO-ACHADO TO TRUE
                   ELSE
                       DISPLAY 'ATENCAO: TABELA DE FUNCIONARIOS '
                           'CHEIA (' WS-MAX-FUNCIONARIOS ') - FORA '
                           'DA DECLARACAO: MATRICULA ' ANU-MATRICULA
                   END-IF
               END-IF
               IF WS-FUNCIONARIO-ACHADO
                   MOVE ANU-NOME
                       TO DCL-NOME-TAB(WS-SUB-FUNCIONARIO)
                   MOVE ANU-MES TO WS-SUB-MES
                   ADD ANU-SALARIO TO DCL-RENDIMENTO-MES-TAB
                       (WS-SUB-FUNCIONARIO, WS-SUB-MES)
                   ADD ANU-IRRF TO DCL-IRRF-MES-TAB
                       (WS-SUB-FUNCIONARIO, WS-SUB-MES)
                   ADD ANU-SALARIO
                       TO DCL-TOTAL-RENDIMENTO-TAB(WS-SUB-FUNCIONARIO)
                   ADD ANU-INSS
                       TO DCL-TOTAL-INSS-TAB(WS-SUB-FUNCIONARIO)
                   ADD ANU-IRRF
                       TO DCL-TOTAL-IRRF-TAB(WS-SUB-FUNCIONARIO)
               END-IF
           END-IF
           PERFORM 1050-LER-ANUAL
           EXIT.

       1200-LOCALIZAR-FUNCIONARIO.
           SET WS-FUNCIONARIO-NAO-ACHADO TO TRUE
           MOVE 1 TO WS-SUB-FUNCIONARIO
           PERFORM 1250-COMPARAR-FUNCIONARIO
               UNTIL WS-SUB-FUNCIONARIO > WS-QTD-FUNCIONARIOS
               OR WS-FUNCIONARIO-ACHADO
           EXIT.

       1250-COMPARAR-FUNCIONARIO.
           IF DCL-MATRICULA-TAB(WS-SUB-FUNCIONARIO) = ANU-MATRICULA
               SET WS-FUNCIONARIO-ACHADO TO TRUE
           ELSE
               ADD 1 TO WS-SUB-FUNCIONARIO
           END-IF
           EXIT.

       2000-GRAVAR-DECLARACAO.
           MOVE WS-ANO-DECLARACAO TO DCB-ANO-CALENDARIO
           MOVE WS-EMPRESA-INFORMADA TO DCB-EMPRESA
           MOVE WS-CNPJ-EMPRESA TO DCB-CNPJ
           MOVE WS-NOME-EMPRESA TO DCB-NOME-EMPRESA
           MOVE WS-DATA-HOJE TO DCB-DATA-GERACAO
           WRITE REG-DECLARACAO FROM WS-REG-DIRF-CABECALHO
           ADD 1 TO WS-QTD-REGISTROS

           MOVE 1 TO WS-SUB-FUNCIONARIO
           PERFORM 2100-TRATAR-BENEFICIARIO
               UNTIL WS-SUB-FUNCIONARIO > WS-QTD-FUNCIONARIOS

           ADD 1 TO WS-QTD-REGISTROS
           MOVE WS-QTD-BENEFICIARIOS TO DTR-QTD-BENEFICIARIOS
           MOVE WS-QTD-REJEITADOS TO DTR-QTD-REJEITADOS
           MOVE WS-QTD-REGISTROS TO DTR-QTD-REGISTROS
           MOVE WS-TOTAL-RENDIMENTO TO DTR-TOTAL-RENDIMENTO
           MOVE WS-TOTAL-INSS TO DTR-TOTAL-INSS
           MOVE WS-TOTAL-IRRF TO DTR-TOTAL-IRRF
           WRITE REG-DECLARACAO FROM WS-REG-DIRF-TRAILER
           EXIT.

       2100-TRATAR-BENEFICIARIO.
           MOVE DCL-MATRICULA-TAB(WS-SUB-FUNCIONARIO) TO FUNC-MATRICULA
           READ AC00-ARQ-FUNCIONARIOS
               INVALID KEY
                   MOVE 'MATR' TO EXC-COD-MOTIVO
                   MOVE 'MATRICULA NAO CADASTRADA' TO EXC-DESC-MOTIVO
                   MOVE ZERO TO EXC-CPF
                   PERFORM 8000-GRAVAR-EXCECAO
               NOT INVALID KEY
                   IF FUNC-EMPRESA NOT = WS-EMPRESA-INFORMADA
                       ADD 1 TO WS-QTD-OUTRAS-EMPRESAS
                   ELSE
                       PERFORM 2200-CONFERIR-CPF
                   END-IF
           END-READ
           ADD 1 TO WS-SUB-FUNCIONARIO
           EXIT.

       2200-CONFERIR-CPF.
           CALL 'CPFVALID' USING FUNC-CPF WS-IND-CPF-VALIDO
           IF WS-CPF-INVALIDO
               MOVE 'CPF ' TO EXC-COD-MOTIVO
               MOVE 'CPF INVALIDO NO CADASTRO' TO EXC-DESC-MOTIVO
               MOVE FUNC-CPF TO EXC-CPF
               PERFORM 8000-GRAVAR-EXCECAO
           ELSE
               PERFORM 2300-GRAVAR-BENEFICIARIO
           END-IF
           EXIT.

       2300-GRAVAR-BENEFICIARIO.
           MOVE FUNC-CPF TO DBE-CPF
           MOVE DCL-NOME-TAB(WS-SUB-FUNCIONARIO) TO DBE-NOME
           MOVE DCL-MATRICULA-TAB(WS-SUB-FUNCIONARIO) TO DBE-MATRICULA
           MOVE 1 TO WS-SUB-MES
           PERFORM 2350-MOVER-MES UNTIL WS-SUB-MES > 12
           MOVE DCL-TOTAL-RENDIMENTO-TAB(WS-SUB-FUNCIONARIO)
               TO DBE-TOTAL-RENDIMENTO
           MOVE DCL-TOTAL-INSS-TAB(WS-SUB-FUNCIONARIO)
               TO DBE-TOTAL-INSS
           MOVE DCL-TOTAL-IRRF-TAB(WS-SUB-FUNCIONARIO)
               TO DBE-TOTAL-IRRF
           WRITE REG-DECLARACAO FROM WS-REG-DIRF-BENEFICIARIO

           ADD 1 TO WS-QTD-BENEFICIARIOS
           ADD 1 TO WS-QTD-REGISTROS
           ADD DBE-TOTAL-RENDIMENTO TO WS-TOTAL-RENDIMENTO
           ADD DBE-TOTAL-INSS TO WS-TOTAL-INSS
           ADD DBE-TOTAL-IRRF TO WS-TOTAL-IRRF
           EXIT.

       2350-MOVER-MES.
           MOVE DCL-RENDIMENTO-MES-TAB(WS-SUB-FUNCIONARIO, WS-SUB-MES)
               TO DBE-RENDIMENTO-MES(WS-SUB-MES)
           MOVE DCL-IRRF-MES-TAB(WS-SUB-FUNCIONARIO, WS-SUB-MES)
               TO DBE-IRRF-MES(WS-SUB-MES)
           ADD 1 TO WS-SUB-MES
           EXIT.

       8000-GRAVAR-EXCECAO.
           MOVE WS-DATA-HOJE TO EXC-DATA-PROCESSAMENTO
           MOVE DCL-MATRICULA-TAB(WS-SUB-FUNCIONARIO) TO EXC-MATRICULA
           WRITE REG-EXCECAO FROM WS-REG-EXCECAO
           ADD 1 TO WS-QTD-REJEITADOS
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           IF WS-DECLARACAO-LIBERADA
               CLOSE AC00-ARQ-FUNCIONARIOS
               CLOSE DECLARACAO-ARQ
               CLOSE EXCECAO-ARQ
               DISPLAY 'DECLARACAO MOVEDIRF DA EMPRESA '
                   WS-EMPRESA-INFORMADA ' - ANO ' WS-ANO-DECLARACAO
               DISPLAY 'BENEFICIARIOS DECLARADOS...: '
                   WS-QTD-BENEFICIARIOS
               DISPLAY 'REJEITADOS EM MOVEDEXC.....: '
                   WS-QTD-REJEITADOS
               DISPLAY 'DE OUTRAS EMPRESAS.........: '
                   WS-QTD-OUTRAS-EMPRESAS
               DISPLAY 'LINHAS DE PLR NAO SOMADAS..: '
                   WS-QTD-LINHAS-PLR
               IF WS-QTD-REJEITADOS > ZERO
                   DISPLAY 'ATENCAO: CORRIGIR OS REJEITADOS NO '
                       'CADASTRO E GERAR A DECLARACAO DE NOVO ANTES '
                       'DO PRAZO'
               END-IF
           ELSE
               DISPLAY 'DECLARACAO NAO GERADA'
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
