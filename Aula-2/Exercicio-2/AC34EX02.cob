      *                   EMPRESA, CADASTRO AC00EMPR) INCLUIDO EM
      *                   AC00FUNC PARA O SUPORTE A MULTIPLAS
      *                   EMPRESAS
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

       WORKING-STORAGE SECTION.
       01 WS-REG-EXCECAO.
       01 WS-AREA-JOBSTAT.
           05 WS-JOB-NOME-STAT PIC X(08) VALUE 'AC34EX02'.
           05 WS-SITUACAO-STAT PIC X(01) VALUE SPACE.
           05 WS-RESULTADO-PRED PIC X(01) VALUE 'S'.
               88 WS-PREDECESSORES-OK VALUE 'S'.
               88 WS-PREDECESSOR-PENDENTE VALUE 'N'.

       01 WS-AREA-FUNCIONARIO.
           05 WS-MATRICULA PIC 9(06) VALUE ZERO.
               ACCEPT WS-ANO
           END-IF.

       1090-CONFERIR-PREDECESSORES.
           CALL 'JOBPRED' USING WS-JOB-NOME-STAT WS-RESULTADO-PRED
           IF WS-PREDECESSOR-PENDENTE
               DISPLAY 'PREDECESSOR PENDENTE EM SETSTAT - '
                   'PROCESSAMENTO NAO INICIADO (RC 12)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       1100-PROCESSAR-LOTE.
           PERFORM 1090-CONFERIR-PREDECESSORES
           MOVE 'E' TO WS-SITUACAO-STAT
           CALL 'JOBSTAT' USING WS-JOB-NOME-STAT WS-SITUACAO-STAT

