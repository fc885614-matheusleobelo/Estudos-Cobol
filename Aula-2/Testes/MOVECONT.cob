      *                   FUNCIONARIO COM ARREDONDAMENTO (COMO NA
      *                   GUIA MOVEGUIA), NAO MAIS RECALCULADOS
      *                   SOBRE O TOTAL
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR OS CAMPOS ROS-PENSAO E
      *                   ROS-BASE-PENSAO (PENSAO ALIMENTICIA JUDICIAL)
      *                   INCLUIDOS POR MOVE
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR O CAMPO ROS-PLANO-SAUDE
      *                   INCLUIDO POR MOVE; A PENSAO ALIMENTICIA
      *                   (ROS-PENSAO) E A PARTE DO FUNCIONARIO NO PLANO
      *                   DE SAUDE (ROS-PLANO-SAUDE) PASSAM A SER
      *                   CREDITADAS EM CONTAS PROPRIAS E ENTRAM NA
      *                   CONFERENCIA DAS PARTIDAS
      *15/10/2026 MLBF    O ADIANTAMENTO QUINZENAL DESCONTADO NA FOLHA
      *                   (ROS-ADIANTAMENTO, INCLUIDO POR MOVE NO
      *                   MOVEORD) PASSA A SER CREDITADO NA CONTA
      *                   ADIANTAMENTO SALARIAL, BAIXANDO O VALOR PAGO
      *                   NO DIA 20 POR MOVEADTO, E ENTRA NA CONFERENCIA
      *                   DAS PARTIDAS
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR OS CAMPOS DE AFASTAMENTO
      *                   (TIPO, DIAS AFASTADOS, DIAS NAO PAGOS, MES
      *                   SUSPENSO E BASE DE FGTS DO AFASTAMENTO)
      *                   INCLUIDOS POR MOVE; O FGTS DA CONTABILIZACAO
      *                   PASSA A INCIDIR TAMBEM SOBRE
      *                   ROS-BASE-FGTS-AFAST (AFASTAMENTO POR ACIDENTE
      *                   DE TRABALHO, EM QUE O FGTS CONTINUA DEVIDO SEM
      *                   SALARIO PAGO)
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO FUNC-CARGO (CODIGO DO
      *                   CARGO, CADASTRO AC00CARG MANTIDO POR AC00EX11)
      *                   INCLUIDO EM AC00FUNC
      *15/10/2026 MLBF    DESPESA DE SALARIOS, INSS PATRONAL E FGTS
      *                   PASSAM A SER DEBITADAS POR DEPARTAMENTO,
      *                   DISTRIBUINDO O CUSTO DA MATRICULA PELOS
      *                   PERCENTUAIS DO RATEIO POR CENTRO DE CUSTO
      *                   (AC00RATE, ROTINA RATEIDEP) - A ULTIMA PARCELA
      *                   RECEBE A DIFERENCA DE ARREDONDAMENTO;
      *                   MATRICULA SEM RATEIO CONTINUA NO DEPARTAMENTO
      *                   DO CADASTRO
      *15/10/2026 MLBF    O SALARIO-FAMILIA PAGO NO LIQUIDO
      *                   (ROS-SALARIO-FAMILIA, INCLUIDO POR MOVE NO
      *                   MOVEORD) E DEBITADO NA CONTA INSS A RECOLHER,
      *                   POIS E COMPENSADO NO INSS PATRONAL DA GUIA, E
      *                   ENTRA NA CONFERENCIA DAS PARTIDAS
      *15/10/2026 MLBF    LAYOUT DE AC00FUNC (FUNC-TIPO-CONTRATO E
      *                   FUNC-DATA-FIM-CONTRATO) E DO MOVEORD
      *                   (ROS-TIPO-CONTRATO) ATUALIZADOS; O INSS
      *                   PATRONAL E O FGTS LANCADOS PASSAM A SAIR DAS
      *                   ALIQUOTAS DO TIPO DE CONTRATO (ROTINA
      *                   TIPOCONT), COMO NA GUIA MOVEGUIA
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

       FD  LANCAMENTO-ARQ.
       01 REG-LANCAMENTO PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-AREA-TIPOCONT.
           05 TPC-ENTRADA.
               10 TPC-TIPO-CONTRATO PIC X(01) VALUE SPACE.
           05 TPC-SAIDA.
               10 TPC-DESCRICAO-CONTRATO PIC X(12) VALUE SPACES.
               10 TPC-IND-INSS-EMPREGADO PIC X(01) VALUE 'T'.
                   88 TPC-INSS-POR-FAIXA VALUE 'T'.
                   88 TPC-INSS-ALIQUOTA-FIXA VALUE 'F'.
                   88 TPC-SEM-INSS-EMPREGADO VALUE 'N'.
               10 TPC-ALIQUOTA-INSS-FIXA PIC 9V999 VALUE ZERO.
               10 TPC-ALIQUOTA-INSS-PATRONAL PIC 9V999 VALUE ZERO.
               10 TPC-ALIQUOTA-FGTS PIC 9V999 VALUE ZERO.
               10 TPC-IND-PROVISIONA PIC X(01) VALUE 'S'.
                   88 TPC-PROVISIONA VALUE 'S'.
                   88 TPC-NAO-PROVISIONA VALUE 'N'.
               10 TPC-IND-VERBAS-CLT PIC X(01) VALUE 'S'.
                   88 TPC-COM-VERBAS-CLT VALUE 'S'.
                   88 TPC-SEM-VERBAS-CLT VALUE 'N'.
               10 TPC-IND-TIPO-VALIDO PIC X(01) VALUE 'S'.
                   88 TPC-TIPO-VALIDO VALUE 'S'.
                   88 TPC-TIPO-INVALIDO VALUE 'N'.
       01 WS-INSS-PATRONAL-CALC PIC 9(7)V99 VALUE ZERO.
       01 WS-FGTS-CALC PIC 9(7)V99 VALUE ZERO.

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
       01 WS-DEPARTAMENTO-LANCAMENTO PIC X(04) VALUE SPACES.
       01 WS-AREA-PARCELAS-RATEIO.
           05 WS-PARCELA-SALARIO PIC 9(7)V99 VALUE ZERO.
           05 WS-PARCELA-INSS-PATRONAL PIC 9(7)V99 VALUE ZERO.
           05 WS-PARCELA-FGTS PIC 9(7)V99 VALUE ZERO.
           05 WS-SALDO-SALARIO PIC 9(7)V99 VALUE ZERO.
           05 WS-SALDO-INSS-PATRONAL PIC 9(7)V99 VALUE ZERO.
           05 WS-SALDO-FGTS PIC 9(7)V99 VALUE ZERO.

       01 WS-REG-LANCAMENTO.
           05 LCO-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DEPTO-TAB OCCURS 50 TIMES.
               10 DEPTO-COD PIC X(04) VALUE SPACES.
               10 DEPTO-TOTAL-SALARIO PIC 9(11)V99 VALUE ZERO.
               10 DEPTO-TOTAL-INSS-PATRONAL PIC 9(11)V99 VALUE ZERO.
               10 DEPTO-TOTAL-FGTS PIC 9(11)V99 VALUE ZERO.

       01 WS-IND-DEPTO-ACHADO PIC X(01) VALUE 'N'.
           88 WS-DEPTO-ACHADO VALUE 'S'.
           05 WS-TOTAL-LIQUIDO PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-EMPRESTIMO PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-VT PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-PENSAO PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-PLANO-SAUDE PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-ADIANTAMENTO PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-SALARIO-FAMILIA PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-INSS-PATRONAL PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-FGTS PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-DEBITOS PIC 9(12)V99 VALUE ZERO.
           05 WS-COMPETENCIA PIC 9(06) VALUE ZERO.

       01 WS-QTD-SEM-DEPTO PIC 9(05) COMP VALUE ZERO.
       01 WS-QTD-RATEADOS PIC 9(05) COMP VALUE ZERO.
       01 WS-QTD-LANCAMENTOS PIC 9(03) COMP VALUE ZERO.

       01 WS-AREA-JOBPRED.
           05 WS-JOB-NOME-PRED PIC X(08) VALUE 'MOVECONT'.
           05 WS-RESULTADO-PRED PIC X(01) VALUE 'S'.
               88 WS-PREDECESSORES-OK VALUE 'S'.
               88 WS-PREDECESSOR-PENDENTE VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-ROSTER PIC X(02) VALUE '00'.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
       GOBACK.

       0000-INICIAR-PROGRAMA.
           PERFORM 0005-CONFERIR-PREDECESSORES
           DISPLAY '--LANCAMENTO CONTABIL DA FOLHA (MOVELCTO)--'

           OPEN INPUT ROSTER-ARQ
               UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL
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

       0010-ABRIR-FUNCIONARIOS.
           OPEN INPUT AC00-ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = '00'
       1100-ACUMULAR-REGISTRO.
           MOVE ROS-COMPETENCIA TO WS-COMPETENCIA
           ADD ROS-SALARIO TO WS-TOTAL-SALARIO
           MOVE ROS-TIPO-CONTRATO TO TPC-TIPO-CONTRATO
           CALL 'TIPOCONT' USING WS-AREA-TIPOCONT
           COMPUTE WS-INSS-PATRONAL-CALC ROUNDED =
               ROS-SALARIO * TPC-ALIQUOTA-INSS-PATRONAL
           COMPUTE WS-FGTS-CALC ROUNDED =
               (ROS-SALARIO + ROS-BASE-FGTS-AFAST) * TPC-ALIQUOTA-FGTS
           ADD WS-INSS-PATRONAL-CALC TO WS-TOTAL-INSS-PATRONAL
           ADD WS-FGTS-CALC TO WS-TOTAL-FGTS
           ADD ROS-INSS TO WS-TOTAL-INSS-EMPREGADO
           ADD ROS-LIQUIDO TO WS-TOTAL-LIQUIDO
           ADD ROS-EMPRESTIMO TO WS-TOTAL-EMPRESTIMO
           ADD ROS-VALE-TRANSPORTE TO WS-TOTAL-VT
           ADD ROS-PENSAO TO WS-TOTAL-PENSAO
           ADD ROS-PLANO-SAUDE TO WS-TOTAL-PLANO-SAUDE
           ADD ROS-ADIANTAMENTO TO WS-TOTAL-ADIANTAMENTO
           ADD ROS-SALARIO-FAMILIA TO WS-TOTAL-SALARIO-FAMILIA
           PERFORM 1200-ACUMULAR-DEPARTAMENTO
           PERFORM 1050-LER-ROSTER
           EXIT.
                   CONTINUE
           END-READ

           MOVE ROS-MATRICULA TO WS-RTD-MATRICULA
           MOVE FUNC-DEPARTAMENTO TO WS-RTD-DEPARTAMENTO-CADASTRO
           CALL 'RATEIDEP' USING WS-AREA-RATEIDEP
           IF WS-RTD-RATEADO
               ADD 1 TO WS-QTD-RATEADOS
           END-IF

           MOVE ROS-SALARIO TO WS-SALDO-SALARIO
           MOVE WS-INSS-PATRONAL-CALC TO WS-SALDO-INSS-PATRONAL
           MOVE WS-FGTS-CALC TO WS-SALDO-FGTS
           MOVE 1 TO WS-SUB-RATEIO
           PERFORM 1250-ACUMULAR-PARCELA-DEPTO
               UNTIL WS-SUB-RATEIO > WS-RTD-QTD-DEPARTAMENTOS
           EXIT.

       1250-ACUMULAR-PARCELA-DEPTO.
           IF WS-SUB-RATEIO = WS-RTD-QTD-DEPARTAMENTOS
               MOVE WS-SALDO-SALARIO TO WS-PARCELA-SALARIO
               MOVE WS-SALDO-INSS-PATRONAL TO WS-PARCELA-INSS-PATRONAL
               MOVE WS-SALDO-FGTS TO WS-PARCELA-FGTS
           ELSE
               COMPUTE WS-PARCELA-SALARIO ROUNDED = ROS-SALARIO
                   * WS-RTD-PERCENTUAL(WS-SUB-RATEIO) / 100
               COMPUTE WS-PARCELA-INSS-PATRONAL ROUNDED =
                   WS-INSS-PATRONAL-CALC
                   * WS-RTD-PERCENTUAL(WS-SUB-RATEIO) / 100
               COMPUTE WS-PARCELA-FGTS ROUNDED = WS-FGTS-CALC
                   * WS-RTD-PERCENTUAL(WS-SUB-RATEIO) / 100
               IF WS-PARCELA-SALARIO > WS-SALDO-SALARIO
                   MOVE WS-SALDO-SALARIO TO WS-PARCELA-SALARIO
               END-IF
               IF WS-PARCELA-INSS-PATRONAL > WS-SALDO-INSS-PATRONAL
                   MOVE WS-SALDO-INSS-PATRONAL
                       TO WS-PARCELA-INSS-PATRONAL
               END-IF
               IF WS-PARCELA-FGTS > WS-SALDO-FGTS
                   MOVE WS-SALDO-FGTS TO WS-PARCELA-FGTS
               END-IF
               SUBTRACT WS-PARCELA-SALARIO FROM WS-SALDO-SALARIO
               SUBTRACT WS-PARCELA-INSS-PATRONAL
                   FROM WS-SALDO-INSS-PATRONAL
               SUBTRACT WS-PARCELA-FGTS FROM WS-SALDO-FGTS
           END-IF

           MOVE WS-RTD-DEPARTAMENTO(WS-SUB-RATEIO)
               TO WS-DEPARTAMENTO-LANCAMENTO
           PERFORM 1300-LOCALIZAR-DEPARTAMENTO
           IF WS-DEPTO-NAO-ACHADO
               AND WS-QTD-DEPARTAMENTOS < WS-MAX-DEPARTAMENTOS
               ADD 1 TO WS-QTD-DEPARTAMENTOS
               MOVE WS-QTD-DEPARTAMENTOS TO WS-SUB-DEPTO
               MOVE WS-DEPARTAMENTO-LANCAMENTO
                   TO DEPTO-COD(WS-SUB-DEPTO)
               SET WS-DEPTO-ACHADO TO TRUE
           END-IF
           IF WS-DEPTO-ACHADO
               ADD WS-PARCELA-SALARIO
                   TO DEPTO-TOTAL-SALARIO(WS-SUB-DEPTO)
               ADD WS-PARCELA-INSS-PATRONAL
                   TO DEPTO-TOTAL-INSS-PATRONAL(WS-SUB-DEPTO)
               ADD WS-PARCELA-FGTS TO DEPTO-TOTAL-FGTS(WS-SUB-DEPTO)
           END-IF
           ADD 1 TO WS-SUB-RATEIO
           EXIT.

       1300-LOCALIZAR-DEPARTAMENTO.
           EXIT.

       1350-COMPARAR-DEPARTAMENTO.
           IF DEPTO-COD(WS-SUB-DEPTO) = WS-DEPARTAMENTO-LANCAMENTO
               SET WS-DEPTO-ACHADO TO TRUE
           ELSE
               ADD 1 TO WS-SUB-DEPTO
       2000-CONFERIR-PARTIDAS.
           COMPUTE WS-TOTAL-DEBITOS =
               WS-TOTAL-SALARIO + WS-TOTAL-INSS-PATRONAL
               + WS-TOTAL-FGTS + WS-TOTAL-SALARIO-FAMILIA
           COMPUTE WS-TOTAL-CREDITOS =
               WS-TOTAL-INSS-EMPREGADO + WS-TOTAL-INSS-PATRONAL
               + WS-TOTAL-IRRF + WS-TOTAL-FGTS + WS-TOTAL-EMPRESTIMO
               + WS-TOTAL-VT + WS-TOTAL-PENSAO
               + WS-TOTAL-PLANO-SAUDE + WS-TOTAL-ADIANTAMENTO
               + WS-TOTAL-LIQUIDO

           IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
               DISPLAY 'PARTIDAS NAO FECHAM - DEBITOS '
           PERFORM 3100-GRAVAR-DEBITO-DEPTO
               UNTIL WS-SUB-DEPTO > WS-QTD-DEPARTAMENTOS

           MOVE 1 TO WS-SUB-DEPTO
           PERFORM 3110-GRAVAR-INSS-PATRONAL-DEPTO
               UNTIL WS-SUB-DEPTO > WS-QTD-DEPARTAMENTOS
           MOVE 1 TO WS-SUB-DEPTO
           PERFORM 3120-GRAVAR-FGTS-DEPTO
               UNTIL WS-SUB-DEPTO > WS-QTD-DEPARTAMENTOS
           IF WS-TOTAL-SALARIO-FAMILIA > ZERO
               MOVE 'D' TO LCO-TIPO
               MOVE SPACES TO LCO-DEPARTAMENTO
               MOVE 'INSS A RECOLHER' TO LCO-CONTA
               MOVE WS-TOTAL-SALARIO-FAMILIA TO LCO-VALOR
               PERFORM 3200-GRAVAR-LINHA
           END-IF

           MOVE 'C' TO LCO-TIPO
           MOVE SPACES TO LCO-DEPARTAMENTO
           MOVE 'INSS A RECOLHER' TO LCO-CONTA
           COMPUTE LCO-VALOR =
               WS-TOTAL-INSS-EMPREGADO + WS-TOTAL-INSS-PATRONAL
               MOVE WS-TOTAL-VT TO LCO-VALOR
               PERFORM 3200-GRAVAR-LINHA
           END-IF
           IF WS-TOTAL-PENSAO > ZERO
               MOVE 'PENSAO ALIMENT A PAGAR' TO LCO-CONTA
               MOVE WS-TOTAL-PENSAO TO LCO-VALOR
               PERFORM 3200-GRAVAR-LINHA
           END-IF
           IF WS-TOTAL-PLANO-SAUDE > ZERO
               MOVE 'PLANO DE SAUDE RETIDO' TO LCO-CONTA
               MOVE WS-TOTAL-PLANO-SAUDE TO LCO-VALOR
               PERFORM 3200-GRAVAR-LINHA
           END-IF
           IF WS-TOTAL-ADIANTAMENTO > ZERO
               MOVE 'ADIANTAMENTO SALARIAL' TO LCO-CONTA
               MOVE WS-TOTAL-ADIANTAMENTO TO LCO-VALOR
               PERFORM 3200-GRAVAR-LINHA
           END-IF
           MOVE 'SALARIOS A PAGAR' TO LCO-CONTA
           MOVE WS-TOTAL-LIQUIDO TO LCO-VALOR
           PERFORM 3200-GRAVAR-LINHA
           ADD 1 TO WS-SUB-DEPTO
           EXIT.

       3110-GRAVAR-INSS-PATRONAL-DEPTO.
           MOVE 'D' TO LCO-TIPO
           MOVE 'DESPESA INSS PATRONAL' TO LCO-CONTA
           MOVE DEPTO-COD(WS-SUB-DEPTO) TO LCO-DEPARTAMENTO
           MOVE DEPTO-TOTAL-INSS-PATRONAL(WS-SUB-DEPTO) TO LCO-VALOR
           PERFORM 3200-GRAVAR-LINHA
           ADD 1 TO WS-SUB-DEPTO
           EXIT.

       3120-GRAVAR-FGTS-DEPTO.
           MOVE 'D' TO LCO-TIPO
           MOVE 'DESPESA FGTS' TO LCO-CONTA
           MOVE DEPTO-COD(WS-SUB-DEPTO) TO LCO-DEPARTAMENTO
           MOVE DEPTO-TOTAL-FGTS(WS-SUB-DEPTO) TO LCO-VALOR
           PERFORM 3200-GRAVAR-LINHA
           ADD 1 TO WS-SUB-DEPTO
           EXIT.

       3200-GRAVAR-LINHA.
           WRITE REG-LANCAMENTO FROM WS-REG-LANCAMENTO
           ADD 1 TO WS-QTD-LANCAMENTOS
               DISPLAY 'ATENCAO: ' WS-QTD-SEM-DEPTO ' REGISTRO(S) '
                   'SEM DEPARTAMENTO EM AC00FUNC (LANCADOS EM ????)'
           END-IF
           IF WS-QTD-RATEADOS > ZERO
               DISPLAY WS-QTD-RATEADOS ' REGISTRO(S) COM CUSTO RATEADO '
                   'ENTRE CENTROS DE CUSTO (AC00RATE)'
           END-IF
           CANCEL 'RATEIDEP'
           EXIT.

       9900-ERRO-ARQUIVO.
