      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *02/09/2026 MLBF    PROGRAMA CRIADO
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
      *15/10/2026 MLBF    ANTES DA CONFIRMACAO, CHAMA MOVEVARI PARA
      *                   COMPARAR O CONTRACHEQUE DE CADA MATRICULA COM
      *                   O DA COMPETENCIA ANTERIOR (RELATORIO
      *                   MOVEVARR); HAVENDO VARIACAO ACIMA DO LIMITE,
      *                   NOVO OU AUSENTE, A APROVACAO SO E REGISTRADA
      *                   APOS O OPERADOR DECLARAR AS VARIACOES
      *                   CONFERIDAS
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR O CAMPO ROS-SALARIO-FAMILIA
      *                   (SALARIO-FAMILIA PAGO) INCLUIDO POR MOVE
      *15/10/2026 MLBF    LAYOUT DO ROSTER MOVEORD ATUALIZADO COM
      *                   ROS-TIPO-CONTRATO (TIPO DE CONTRATO DO
      *                   FUNCIONARIO, GRAVADO PELO MOVE)
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

       FD  RECN-HIST-ARQ.
       01 REG-RECN-HIST PIC X(80).
               88 WS-RECN-ACHADO VALUE 'S'.
               88 WS-RECN-NAO-ACHADO VALUE 'N'.

       01 WS-AREA-MOVEVARI.
           05 VAR-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 VAR-QTD-LISTADOS PIC 9(05) VALUE ZERO.
       01 WS-OPCAO-VARIACAO PIC X(01) VALUE 'N'.
           88 WS-VARIACOES-CONFERIDAS VALUE 'S'.

       01 WS-TOTAL-BRUTO-EDIT PIC $ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LIQUIDO-EDIT PIC $ZZZ,ZZZ,ZZ9.99.

           88 WS-COMPETENCIA-CADASTRADA VALUE 'S'.
           88 WS-COMPETENCIA-NOVA VALUE 'N'.

       01 WS-AREA-JOBPRED.
           05 WS-JOB-NOME-PRED PIC X(08) VALUE 'MOVEAPRV'.
           05 WS-RESULTADO-PRED PIC X(01) VALUE 'S'.
               88 WS-PREDECESSORES-OK VALUE 'S'.
               88 WS-PREDECESSOR-PENDENTE VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-CONTROLE-COMP PIC X(02) VALUE '00'.
           05 WS-FS-ROSTER PIC X(02) VALUE '00'.
       ELSE
           PERFORM 1000-EXIBIR-TOTAIS-QUADRO
           PERFORM 2000-EXIBIR-ULTIMA-CONCILIACAO
           PERFORM 2500-CONFERIR-VARIACOES
           PERFORM 3000-REGISTRAR-APROVACAO
       END-IF
       PERFORM 9000-FINALIZAR-PROGRAMA.
       GOBACK.

       0000-INICIAR-PROGRAMA.
           PERFORM 0005-CONFERIR-PREDECESSORES
           DISPLAY '--APROVACAO DA FOLHA (MOVEAPRV)--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'COMPETENCIA A APROVAR (AAAAMM)?'
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

       1000-EXIBIR-TOTAIS-QUADRO.
           OPEN INPUT ROSTER-ARQ
           IF WS-FS-ROSTER = '35'
           END-READ
           EXIT.

       2500-CONFERIR-VARIACOES.
           MOVE WS-COMPETENCIA TO VAR-COMPETENCIA
           MOVE ZERO TO VAR-QTD-LISTADOS
           CALL 'MOVEVARI' USING WS-AREA-MOVEVARI
           CANCEL 'MOVEVARI'
           IF VAR-QTD-LISTADOS = ZERO
               DISPLAY 'NENHUMA VARIACAO DE LIQUIDO ACIMA DO LIMITE '
                   'CONTRA A COMPETENCIA ANTERIOR'
               SET WS-VARIACOES-CONFERIDAS TO TRUE
           ELSE
               DISPLAY VAR-QTD-LISTADOS ' FUNCIONARIO(S) COM VARIACAO '
                   'ACIMA DO LIMITE, NOVO(S) OU AUSENTE(S) - '
                   'RELATORIO MOVEVARR'
               DISPLAY 'VARIACOES CONFERIDAS E JUSTIFICADAS (S/N)?'
               ACCEPT WS-OPCAO-VARIACAO
           END-IF
           EXIT.

       3000-REGISTRAR-APROVACAO.
           IF NOT WS-VARIACOES-CONFERIDAS
               DISPLAY 'VARIACOES NAO CONFERIDAS - APROVACAO NAO '
                   'REGISTRADA'
               MOVE 'N' TO WS-OPCAO-APROVA
           ELSE
               PERFORM 3050-CONFIRMAR-APROVACAO
           END-IF
           EXIT.

       3050-CONFIRMAR-APROVACAO.
           DISPLAY 'APROVAR A COMPETENCIA ' WS-COMPETENCIA
               ' PARA GERACAO DO BORDERO (S/N)?'
           ACCEPT WS-OPCAO-APROVA
