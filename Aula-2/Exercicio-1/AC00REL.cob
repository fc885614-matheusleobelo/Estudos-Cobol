      *                   EMPRESA, CADASTRO AC00EMPR) INCLUIDO EM
      *                   AC00FUNC PARA O SUPORTE A MULTIPLAS
      *                   EMPRESAS
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO FUNC-CARGO (CODIGO DO
      *                   CARGO, CADASTRO AC00CARG MANTIDO POR AC00EX11)
      *                   INCLUIDO EM AC00FUNC
      *15/10/2026 MLBF    O SALARIO DO FUNCIONARIO COM RATEIO POR CENTRO
      *                   DE CUSTO (AC00RATE, ROTINA RATEIDEP) PASSA A
      *                   SER DISTRIBUIDO ENTRE OS DEPARTAMENTOS PELOS
      *                   PERCENTUAIS DO RATEIO, E O FUNCIONARIO E
      *                   CONTADO EM CADA DEPARTAMENTO QUE RECEBE PARTE
      *                   DO CUSTO (O TOTAL GERAL CONTINUA CONTANDO CADA
      *                   FUNCIONARIO UMA VEZ); SEM RATEIO, NADA MUDA
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

       FD  RELATORIO-ARQ.
       01 REG-RELATORIO PIC X(80).
               10 DEPTO-QTD-FUNCIONARIOS PIC 9(05) COMP VALUE ZERO.
               10 DEPTO-TOTAL-SALARIO PIC 9(09)V99 VALUE ZERO.

       01 WS-AREA-RATEIDEP.
           05 WS-RTD-MATRICULA PIC 9(06) VALUE ZERO.
           05 WS-RTD-DEPARTAMENTO-CADASTRO PIC X(04) VALUE SPACES.
           05 WS-RTD-QTD-DEPARTAMENTOS PIC 9(02) VALUE ZERO.
           05 WS-RTD-DEPTO-RATEIO OCCURS 10 TIMES.
               10 WS-RTD-DEPARTAMENTO PIC X(04).
               10 WS-RTD-PERCENTUAL PIC 9(03)V99.
           05 WS-RTD-IND-RATEADO PIC X(01) VALUE 'N'.
               88 WS-RTD-RATEADO VALUE 'S'.
               88 WS-RTD-NAO-RATEADO VALUE 'N'.

       01 WS-SUB-RATEIO PIC 99 COMP VALUE ZERO.
       01 WS-DEPARTAMENTO-RATEIO PIC X(04) VALUE SPACES.
       01 WS-PARCELA-SALARIO PIC 9(07)V99 VALUE ZERO.
       01 WS-SALDO-SALARIO PIC 9(07)V99 VALUE ZERO.

       01 WS-IND-DEPTO-ACHADO PIC X(01) VALUE 'N'.
           88 WS-DEPTO-ACHADO VALUE 'S'.
           88 WS-DEPTO-NAO-ACHADO VALUE 'N'.

       1100-ACUMULAR-FUNCIONARIO.
           IF FUNC-ATIVO
               MOVE FUNC-MATRICULA TO WS-RTD-MATRICULA
               MOVE FUNC-DEPARTAMENTO TO WS-RTD-DEPARTAMENTO-CADASTRO
               CALL 'RATEIDEP' USING WS-AREA-RATEIDEP
               MOVE FUNC-SALARIO TO WS-SALDO-SALARIO
               MOVE 1 TO WS-SUB-RATEIO
               PERFORM 1120-ACUMULAR-PARCELA-DEPTO
                   UNTIL WS-SUB-RATEIO > WS-RTD-QTD-DEPARTAMENTOS

               ADD 1 TO WS-TOTAL-GERAL-FUNCIONARIOS
               ADD FUNC-SALARIO TO WS-TOTAL-GERAL-SALARIO
           PERFORM 1050-LER-FUNCIONARIO
           EXIT.

       1120-ACUMULAR-PARCELA-DEPTO.
           IF WS-SUB-RATEIO = WS-RTD-QTD-DEPARTAMENTOS
               MOVE WS-SALDO-SALARIO TO WS-PARCELA-SALARIO
           ELSE
               COMPUTE WS-PARCELA-SALARIO ROUNDED = FUNC-SALARIO
                   * WS-RTD-PERCENTUAL(WS-SUB-RATEIO) / 100
               IF WS-PARCELA-SALARIO > WS-SALDO-SALARIO
                   MOVE WS-SALDO-SALARIO TO WS-PARCELA-SALARIO
               END-IF
               SUBTRACT WS-PARCELA-SALARIO FROM WS-SALDO-SALARIO
           END-IF

           MOVE WS-RTD-DEPARTAMENTO(WS-SUB-RATEIO)
               TO WS-DEPARTAMENTO-RATEIO
           PERFORM 1150-LOCALIZAR-DEPARTAMENTO
           IF WS-DEPTO-NAO-ACHADO
               AND WS-QTD-DEPARTAMENTOS < WS-MAX-DEPARTAMENTOS
               ADD 1 TO WS-QTD-DEPARTAMENTOS
               MOVE WS-QTD-DEPARTAMENTOS TO WS-SUB-DEPTO
               MOVE WS-DEPARTAMENTO-RATEIO TO DEPTO-COD(WS-SUB-DEPTO)
               SET WS-DEPTO-ACHADO TO TRUE
           END-IF
           IF WS-DEPTO-ACHADO
               ADD 1 TO DEPTO-QTD-FUNCIONARIOS(WS-SUB-DEPTO)
               ADD WS-PARCELA-SALARIO
                   TO DEPTO-TOTAL-SALARIO(WS-SUB-DEPTO)
           END-IF
           ADD 1 TO WS-SUB-RATEIO
           EXIT.

       1150-LOCALIZAR-DEPARTAMENTO.
           SET WS-DEPTO-NAO-ACHADO TO TRUE
           MOVE 1 TO WS-SUB-DEPTO
           EXIT.

       1160-COMPARAR-DEPARTAMENTO.
           IF DEPTO-COD(WS-SUB-DEPTO) = WS-DEPARTAMENTO-RATEIO
               SET WS-DEPTO-ACHADO TO TRUE
           ELSE
               ADD 1 TO WS-SUB-DEPTO
           CLOSE RELATORIO-ARQ
           DISPLAY 'RELATORIO AC00RDEP GERADO COM ' WS-QTD-DEPARTAMENTOS
               ' DEPARTAMENTO(S).'
           CANCEL 'RATEIDEP'
           EXIT.

       9900-ERRO-ARQUIVO.
