      *02/09/2026 MLBF    A COLUNA DE PAGOS SO ACUMULA MOVEORD DA
      *                   COMPETENCIA PEDIDA; ROSTER DE OUTRA
      *                   COMPETENCIA E AVISADO E IGNORADO
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR OS CAMPOS ROS-PENSAO E
      *                   ROS-BASE-PENSAO (PENSAO ALIMENTICIA JUDICIAL)
      *                   INCLUIDOS POR MOVE
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR O CAMPO ROS-PLANO-SAUDE (PARTE
      *                   DO FUNCIONARIO NO PLANO DE SAUDE) INCLUIDO POR
      *                   MOVE
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR O CAMPO ROS-ADIANTAMENTO
      *                   (ADIANTAMENTO QUINZENAL DESCONTADO NA FOLHA)
      *                   INCLUIDO POR MOVE
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR OS CAMPOS DE AFASTAMENTO
      *                   (TIPO, DIAS AFASTADOS, DIAS NAO PAGOS, MES
      *                   SUSPENSO E BASE DE FGTS DO AFASTAMENTO)
      *                   INCLUIDOS POR MOVE
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO FUNC-CARGO (CODIGO DO
      *                   CARGO, CADASTRO AC00CARG MANTIDO POR AC00EX11)
      *                   INCLUIDO EM AC00FUNC
      *15/10/2026 MLBF    O QUADRO REALIZADO (HEADCOUNT E SALARIO DOS
      *                   ATIVOS) E A COLUNA DE PAGOS PASSAM A
      *                   DISTRIBUIR O FUNCIONARIO COM RATEIO POR CENTRO
      *                   DE CUSTO (AC00RATE, ROTINA RATEIDEP) ENTRE OS
      *                   DEPARTAMENTOS PELOS PERCENTUAIS DO RATEIO; SEM
      *                   RATEIO, NADA MUDA
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR O CAMPO ROS-SALARIO-FAMILIA
      *                   (SALARIO-FAMILIA PAGO) INCLUIDO POR MOVE
      *15/10/2026 MLBF    LAYOUT DO ROSTER MOVEORD ATUALIZADO COM
      *                   ROS-TIPO-CONTRATO (TIPO DE CONTRATO DO
      *                   FUNCIONARIO, GRAVADO PELO MOVE)
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO FUNC-GRAU-RISCO
      *                   (1/2/3=INSALUBRIDADE MINIMA/MEDIA/MAXIMA,
      *                   P=PERICULOSIDADE, BRANCO=SEM ADICIONAL)
      *                   INCLUIDO EM AC00FUNC
      *15/10/2026 MLBF    LAYOUT DO ROSTER MOVEORD ATUALIZADO COM
      *                   ROS-ADICIONAL-NOTURNO, ROS-GRAU-RISCO E
      *                   ROS-ADICIONAL-RISCO, INCLUIDOS POR MOVE (229
      *                   POSICOES); OS ADICIONAIS JA ESTAO SOMADOS EM
      *                   ROS-SALARIO
      *15/10/2026 MLBF    LAYOUT DO ROSTER MOVEORD ATUALIZADO COM
      *                   ROS-COMISSAO E ROS-DSR-COMISSAO, INCLUIDOS POR
      *                   MOVE (247 POSICOES); A COMISSAO E O SEU DSR JA
      *                   ESTAO SOMADOS EM ROS-SALARIO
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

       FD  ROSTER-ARQ.
       01 REG-ROSTER.
           05 ROS-VALE-TRANSPORTE PIC 9(7)V99.
           05 ROS-VALOR-VR PIC 9(5)V99.
           05 ROS-EMPRESA PIC 9(03).
           05 ROS-PENSAO PIC 9(7)V99.
           05 ROS-BASE-PENSAO PIC 9(7)V99.
           05 ROS-PLANO-SAUDE PIC 9(7)V99.
           05 ROS-ADIANTAMENTO PIC 9(7)V99.
           05 ROS-AFASTAMENTO PIC X(01).
           05 ROS-DIAS-AFASTAMENTO PIC 9(02).
           05 ROS-DIAS-NAO-PAGOS PIC 9(02).
           05 ROS-MES-SUSPENSO PIC X(01).
           05 ROS-BASE-FGTS-AFAST PIC 9(7)V99.
           05 ROS-SALARIO-FAMILIA PIC 9(7)V99.
           05 ROS-TIPO-CONTRATO PIC X(01).
           05 ROS-ADICIONAL-NOTURNO PIC 9(7)V99.
           05 ROS-GRAU-RISCO PIC X(01).
           05 ROS-ADICIONAL-RISCO PIC 9(7)V99.
           05 ROS-COMISSAO PIC 9(7)V99.
           05 ROS-DSR-COMISSAO PIC 9(7)V99.

       FD  SNAPSHOT-ARQ.
       01 REG-SNAPSHOT.
               10 DEPTO-REAL-SALARIO PIC 9(11)V99.
               10 DEPTO-PAGO-TOTAL PIC 9(11)V99.

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
       01 WS-VALOR-RATEAR PIC 9(07)V99 VALUE ZERO.
       01 WS-PARCELA-VALOR PIC 9(07)V99 VALUE ZERO.
       01 WS-SALDO-VALOR PIC 9(07)V99 VALUE ZERO.
       01 WS-IND-COLUNA-RATEIO PIC X(01) VALUE 'R'.
           88 WS-RATEAR-REALIZADO VALUE 'R'.
           88 WS-RATEAR-PAGO VALUE 'P'.

       01 WS-IND-DEPTO-ACHADO PIC X(01) VALUE 'N'.
           88 WS-DEPTO-ACHADO VALUE 'S'.
           88 WS-DEPTO-NAO-ACHADO VALUE 'N'.

       2100-ACUMULAR-ATIVO.
           IF FUNC-ATIVO
               SET WS-RATEAR-REALIZADO TO TRUE
               MOVE FUNC-SALARIO TO WS-VALOR-RATEAR
               PERFORM 2150-RATEAR-VALOR
           END-IF
           PERFORM 2050-LER-FUNCIONARIO
           EXIT.

       2150-RATEAR-VALOR.
           MOVE FUNC-MATRICULA TO WS-RTD-MATRICULA
           MOVE FUNC-DEPARTAMENTO TO WS-RTD-DEPARTAMENTO-CADASTRO
           CALL 'RATEIDEP' USING WS-AREA-RATEIDEP
           MOVE WS-VALOR-RATEAR TO WS-SALDO-VALOR
           MOVE 1 TO WS-SUB-RATEIO
           PERFORM 2160-ACUMULAR-PARCELA-DEPTO
               UNTIL WS-SUB-RATEIO > WS-RTD-QTD-DEPARTAMENTOS
           EXIT.

       2160-ACUMULAR-PARCELA-DEPTO.
           IF WS-SUB-RATEIO = WS-RTD-QTD-DEPARTAMENTOS
               MOVE WS-SALDO-VALOR TO WS-PARCELA-VALOR
           ELSE
               COMPUTE WS-PARCELA-VALOR ROUNDED = WS-VALOR-RATEAR
                   * WS-RTD-PERCENTUAL(WS-SUB-RATEIO) / 100
               IF WS-PARCELA-VALOR > WS-SALDO-VALOR
                   MOVE WS-SALDO-VALOR TO WS-PARCELA-VALOR
               END-IF
               SUBTRACT WS-PARCELA-VALOR FROM WS-SALDO-VALOR
           END-IF

           MOVE WS-RTD-DEPARTAMENTO(WS-SUB-RATEIO)
               TO WS-DEPARTAMENTO-RATEIO
           PERFORM 2200-LOCALIZAR-DEPARTAMENTO
           IF WS-DEPTO-ACHADO
               IF WS-RATEAR-REALIZADO
                   ADD 1 TO DEPTO-REAL-QTD(WS-SUB-DEPTO)
                   ADD WS-PARCELA-VALOR
                       TO DEPTO-REAL-SALARIO(WS-SUB-DEPTO)
               ELSE
                   ADD WS-PARCELA-VALOR
                       TO DEPTO-PAGO-TOTAL(WS-SUB-DEPTO)
               END-IF
           END-IF
           ADD 1 TO WS-SUB-RATEIO
           EXIT.

       2200-LOCALIZAR-DEPARTAMENTO.
           EXIT.

       2250-COMPARAR-DEPARTAMENTO.
           IF DEPTO-COD(WS-SUB-DEPTO) = WS-DEPARTAMENTO-RATEIO
               SET WS-DEPTO-ACHADO TO TRUE
           ELSE
               ADD 1 TO WS-SUB-DEPTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RATEAR-PAGO TO TRUE
                       MOVE ROS-SALARIO TO WS-VALOR-RATEAR
                       PERFORM 2150-RATEAR-VALOR
               END-READ
           END-IF
           PERFORM 3050-LER-ROSTER
           CLOSE RELATORIO-ARQ
           DISPLAY 'RELATORIO AC00ORCR GERADO COM '
               WS-QTD-DEPARTAMENTOS ' DEPARTAMENTO(S) ORCADO(S)'
           CANCEL 'RATEIDEP'
           EXIT.

       9900-ERRO-ARQUIVO.
