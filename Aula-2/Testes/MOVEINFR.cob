      *02/09/2026 MLBF    PROGRAMA CRIADO
      *02/09/2026 MLBF    AVISO QUANDO A TABELA DE FUNCIONARIOS ENCHE
      *                   E A MATRICULA FICA FORA DO INFORME
      *15/10/2026 MLBF    MOVEANUA COM 84 POSICOES
      *                   (ANU-TIPO-RENDIMENTO): AS LINHAS DE PLR (TIPO
      *                   P, GRAVADAS PELO MOVEPLR) FICAM FORA DOS MESES
      *                   E DOS TOTAIS DA FOLHA E SAO IMPRESSAS NO
      *                   QUADRO DE RENDIMENTOS SUJEITOS A TRIBUTACAO
      *                   EXCLUSIVA (PLR E IRRF RETIDO)
      *15/10/2026 MLBF    CONFERE NO INICIO, VIA ROTINA JOBPRED, SE OS
      *                   JOBS PREDECESSORES CADASTRADOS EM SETDEPE
      *                   CONCLUIRAM EM SETSTAT; COM PREDECESSOR
      *                   AUSENTE, ABORTADO OU EM EXECUCAO O PROGRAMA
      *                   NAO RODA E ENCERRA COM RETURN-CODE 12 (MOTIVO
      *                   GRAVADO EM SETAUDIT)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 ANU-IRRF PIC 9(09)V99.
           05 FILLER PIC X.
           05 ANU-FGTS PIC 9(09)V99.
           05 FILLER PIC X.
           05 ANU-TIPO-RENDIMENTO PIC X(01).
               88 ANU-RENDIMENTO-FOLHA VALUE 'F' ' '.
               88 ANU-RENDIMENTO-PLR VALUE 'P'.

       FD  INFORME-ARQ.
       01 REG-INFORME PIC X(80).
               10 INF-TOTAL-INSS-TAB PIC 9(11)V99.
               10 INF-TOTAL-IRRF-TAB PIC 9(11)V99.
               10 INF-TOTAL-FGTS-TAB PIC 9(11)V99.
               10 INF-TOTAL-PLR-TAB PIC 9(11)V99.
               10 INF-TOTAL-IRRF-PLR-TAB PIC 9(11)V99.

       01 WS-IND-FUNCIONARIO-ACHADO PIC X(01) VALUE 'N'.
           88 WS-FUNCIONARIO-ACHADO VALUE 'S'.
           05 TOT-VALOR PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(43) VALUE SPACES.

       01 WS-CAB-TRIBUTACAO-EXCLUSIVA.
           05 FILLER PIC X(80) VALUE
               'RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA'.

       01 WS-LINHA-BRANCO PIC X(01) VALUE SPACES.

       01 WS-AREA-JOBPRED.
           05 WS-JOB-NOME-PRED PIC X(08) VALUE 'MOVEINFR'.
           05 WS-RESULTADO-PRED PIC X(01) VALUE 'S'.
               88 WS-PREDECESSORES-OK VALUE 'S'.
               88 WS-PREDECESSOR-PENDENTE VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-ANUAL PIC X(02) VALUE '00'.
           05 WS-FS-INFORME PIC X(02) VALUE '00'.
       GOBACK.

       0000-INICIAR-PROGRAMA.
           PERFORM 0005-CONFERIR-PREDECESSORES
           DISPLAY '--INFORME DE RENDIMENTOS ANUAL (MOVEANUA)--'
           DISPLAY 'ANO BASE (AAAA)?'
           ACCEPT WS-ANO-INFORME
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

       1000-ACUMULAR-ANO.
           PERFORM 1050-LER-ANUAL
           PERFORM 1100-ACUMULAR-REGISTRO UNTIL WS-FIM-ANUAL
                   END-IF
               END-IF
               IF WS-FUNCIONARIO-ACHADO
                   AND ANU-RENDIMENTO-PLR
                   MOVE ANU-NOME
                       TO INF-NOME-TAB(WS-SUB-FUNCIONARIO)
                   ADD ANU-SALARIO
                       TO INF-TOTAL-PLR-TAB(WS-SUB-FUNCIONARIO)
                   ADD ANU-IRRF
                       TO INF-TOTAL-IRRF-PLR-TAB(WS-SUB-FUNCIONARIO)
               END-IF
               IF WS-FUNCIONARIO-ACHADO
                   AND ANU-RENDIMENTO-FOLHA
                   MOVE ANU-NOME
                       TO INF-NOME-TAB(WS-SUB-FUNCIONARIO)
                   MOVE ANU-MES TO WS-SUB-MES
           MOVE INF-TOTAL-FGTS-TAB(WS-SUB-FUNCIONARIO) TO TOT-VALOR
           WRITE REG-INFORME FROM WS-LINHA-TOTAL
           WRITE REG-INFORME FROM WS-LINHA-BRANCO
           IF INF-TOTAL-PLR-TAB(WS-SUB-FUNCIONARIO) > ZERO
               WRITE REG-INFORME FROM WS-CAB-TRIBUTACAO-EXCLUSIVA
               MOVE 'PLR..................' TO TOT-ROTULO
               MOVE INF-TOTAL-PLR-TAB(WS-SUB-FUNCIONARIO) TO TOT-VALOR
               WRITE REG-INFORME FROM WS-LINHA-TOTAL
               MOVE 'IRRF RETIDO S/ PLR...' TO TOT-ROTULO
               MOVE INF-TOTAL-IRRF-PLR-TAB(WS-SUB-FUNCIONARIO)
                   TO TOT-VALOR
               WRITE REG-INFORME FROM WS-LINHA-TOTAL
               WRITE REG-INFORME FROM WS-LINHA-BRANCO
           END-IF

           ADD 1 TO WS-SUB-FUNCIONARIO
           EXIT.
