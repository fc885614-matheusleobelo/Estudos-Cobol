      *02/09/2026 MLBF    AVISO QUANDO A TABELA DE CPFS ENCHE E A
      *                   MATRICULA FICA FORA DA CHECAGEM DE
      *                   DUPLICIDADE
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
      *15/10/2026 MLBF    LAYOUT DE REG-MESTRE ATUALIZADO PARA
      *                   ACOMPANHAR OS CAMPOS DE ENDERECO
      *                   (MST-LOGRADOURO, MST-NUMERO-ENDERECO, MST-CEP,
      *                   MST-UF E MST-COD-MUNICIPIO) INCLUIDOS EM
      *                   INITMST
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

       FD  EXCECAO-ARQ.
       01 REG-EXCECAO PIC X(51).
