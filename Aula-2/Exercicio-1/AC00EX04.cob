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
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR OS CAMPOS DE ENDERECO
      *                   (FUNC-LOGRADOURO, FUNC-NUMERO-ENDERECO,
      *                   FUNC-CEP, FUNC-UF E FUNC-COD-MUNICIPIO, CODIGO
      *                   IBGE) INCLUIDOS EM AC00FUNC
      *15/10/2026 MLBF    ADESAO AO VALE TRANSPORTE PASSA A PEDIR O
      *                   CUSTO DIARIO DA RECARGA (IDA E VOLTA), NOVO
      *                   CAMPO BEN-VALOR-VT-DIA DE AC00BENE - REGISTRO
      *                   DE 15 PARA 20 POSICOES - USADO PELO PEDIDO
      *                   MENSAL AOS FORNECEDORES AC00PBEN; AS ADESOES
      *                   EXISTENTES DEVEM SER RECARREGADAS NO NOVO
      *                   TAMANHO E O CUSTO INFORMADO PELA OPCAO ALTERAR
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 BEN-IND-VR PIC X(01).
               88 BEN-TEM-VR VALUE 'S'.
           05 BEN-VALOR-VR PIC 9(5)V99.
           05 BEN-VALOR-VT-DIA PIC 9(3)V99.

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

       WORKING-STORAGE SECTION.
       01 WS-MATRICULA PIC 9(06) VALUE ZERO.
           05 WS-BEN-IND-VT PIC X(01) VALUE 'N'.
           05 WS-BEN-IND-VR PIC X(01) VALUE 'N'.
           05 WS-BEN-VALOR-VR PIC 9(5)V99 VALUE ZERO.
           05 WS-BEN-VALOR-VT-DIA PIC 9(3)V99 VALUE ZERO.

       01 WS-IND-FUNCIONARIO-ACHADO PIC X(01) VALUE 'N'.
           88 WS-FUNCIONARIO-ACHADO VALUE 'S'.
       5160-RECEBER-ADESAO.
           DISPLAY 'ADERE AO VALE TRANSPORTE (S/N)?'
           ACCEPT WS-BEN-IND-VT
           IF WS-BEN-IND-VT = 'S'
               DISPLAY 'CUSTO DIARIO DO VALE TRANSPORTE, IDA E VOLTA '
                   '(SEM VIRGULA, EX.: 1100 = 11,00)?'
               ACCEPT WS-BEN-VALOR-VT-DIA
           ELSE
               MOVE 'N' TO WS-BEN-IND-VT
               MOVE ZERO TO WS-BEN-VALOR-VT-DIA
           END-IF
           DISPLAY 'ADERE AO VALE REFEICAO (S/N)?'
           ACCEPT WS-BEN-IND-VR
                   MOVE WS-BEN-IND-VT TO BEN-IND-VT
                   MOVE WS-BEN-IND-VR TO BEN-IND-VR
                   MOVE WS-BEN-VALOR-VR TO BEN-VALOR-VR
                   MOVE WS-BEN-VALOR-VT-DIA TO BEN-VALOR-VT-DIA
                   REWRITE REG-BENEFICIO
           END-READ
           EXIT.
               NOT INVALID KEY
                   DISPLAY 'MATRICULA......: ' BEN-MATRICULA
                   DISPLAY 'VALE TRANSPORTE: ' BEN-IND-VT
                   DISPLAY 'CUSTO DIARIO VT: ' BEN-VALOR-VT-DIA
                   DISPLAY 'VALE REFEICAO..: ' BEN-IND-VR
                   DISPLAY 'VALOR MENSAL VR: ' BEN-VALOR-VR
           END-READ
