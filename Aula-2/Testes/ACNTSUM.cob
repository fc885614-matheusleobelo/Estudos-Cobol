      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *02/09/2026 MLBF    PROGRAMA CRIADO
      *15/10/2026 MLBF    REG-ROSTER AJUSTADO DE 149 PARA 167 POSICOES,
      *                   ACOMPANHANDO OS CAMPOS DE PENSAO ALIMENTICIA
      *                   JUDICIAL INCLUIDOS POR MOVE NO QUADRO ORDENADO
      *                   MOVEORD
      *15/10/2026 MLBF    REG-ROSTER AMPLIADO DE 167 PARA 176 POSICOES,
      *                   ACOMPANHANDO O CAMPO ROS-PLANO-SAUDE INCLUIDO
      *                   POR MOVE NO MOVEORD
      *15/10/2026 MLBF    REG-ROSTER AMPLIADO DE 176 PARA 185 POSICOES,
      *                   ACOMPANHANDO O CAMPO ROS-ADIANTAMENTO INCLUIDO
      *                   POR MOVE NO MOVEORD
      *15/10/2026 MLBF    REG-ROSTER AMPLIADO DE 185 PARA 200 POSICOES,
      *                   ACOMPANHANDO OS CAMPOS DE AFASTAMENTO
      *                   INCLUIDOS POR MOVE NO MOVEORD
      *15/10/2026 MLBF    O RESUMO PASSA A LISTAR AS ALTERACOES DE
      *                   SALARIO, DEPARTAMENTO E EMPRESA AINDA
      *                   PENDENTES DE APROVACAO NO AC00PEND
      *                   (SOLICITADAS EM AC00EX01 E NAO DECIDIDAS EM
      *                   AC00APRV), QUE NAO ENTRARAM NA FOLHA DA NOITE
      *15/10/2026 MLBF    TAMANHO DO REGISTRO DO MOVEORD AJUSTADO DE 200
      *                   PARA 209 (CAMPO ROS-SALARIO-FAMILIA INCLUIDO
      *                   POR MOVE)
      *15/10/2026 MLBF    TAMANHO DO REGISTRO DO MOVEORD AJUSTADO DE 209
      *                   PARA 210 (CAMPO ROS-TIPO-CONTRATO INCLUIDO
      *                   POR MOVE)
      *15/10/2026 MLBF    TAMANHO DO REGISTRO DO MOVEORD AJUSTADO DE 210
      *                   PARA 229 (CAMPOS ROS-ADICIONAL-NOTURNO,
      *                   ROS-GRAU-RISCO E ROS-ADICIONAL-RISCO INCLUIDOS
      *                   POR MOVE)
      *15/10/2026 MLBF    TAMANHO DO REGISTRO DO MOVEORD AJUSTADO DE 229
      *                   PARA 247 (CAMPOS ROS-COMISSAO E
      *                   ROS-DSR-COMISSAO INCLUIDOS POR MOVE)
      *15/10/2026 MLBF    LAYOUT DE SETSTAT COM STA-HORA-INICIO E
      *                   STA-HORA-FIM (32 POSICOES); A LINHA DE CADA
      *                   PASSO PASSA A MOSTRAR A HORA DE INICIO E DE
      *                   FIM, E O RESUMO CONFERE A JANELA DO LOTE: SE O
      *                   ULTIMO PASSO DO DIA TERMINOU DEPOIS DA HORA
      *                   LIMITE DO CARTAO SETJANEL (PADRAO 07:00:00),
      *                   SAI UM AVISO NO RESUMO E NO LOG E O PASSO
      *                   TERMINA COM RC 4
      *15/10/2026 MLBF    A CONFERENCIA DA JANELA DO LOTE PASSA A
      *                   COMPARAR DATA E HORA: O FIM DO LOTE (MAIOR
      *                   STA-HORA-FIM DO DIA, COM A SUA STA-DATA) SO E
      *                   ESTOURO QUANDO PASSA DA HORA LIMITE DO DIA
      *                   SEGUINTE AO INICIO DA NOITE; A NOITE COMECOU
      *                   NA VESPERA SE A PRIMEIRA ATIVIDADE DE PASSO DO
      *                   DIA FOI ATE A HORA LIMITE, SENAO COMECOU HOJE
      *                   - ANTES UM LOTE ENCERRADO AS 23:30 ERA DADO
      *                   COMO ESTOURADO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPER-EXCECAO.

           SELECT PENDENCIA-ARQ ASSIGN TO "AC00PEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WS-FS-PENDENCIAS.

           SELECT JANELA-ARQ ASSIGN TO "SETJANEL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JANELA.

           SELECT RESUMO-ARQ ASSIGN TO "ACNTSUMR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESUMO.
               10 STA-DATA PIC 9(08).
           05 STA-SWITCH PIC X(01).
           05 STA-TENTATIVAS PIC 9(03).
           05 STA-HORA-INICIO PIC 9(06).
           05 STA-HORA-FIM PIC 9(06).

       FD  ROSTER-ARQ.
       01 REG-ROSTER PIC X(247).

       FD  CONTRACHEQUE-ARQ.
       01 REG-CONTRACHEQUE PIC X(80).
       FD  OPER-EXCECAO-ARQ.
       01 REG-OPER-EXCECAO PIC X(80).

       FD  PENDENCIA-ARQ.
       01 REG-PENDENCIA.
           05 PND-CHAVE.
               10 PND-MATRICULA PIC 9(06).
               10 PND-DATA-SOLIC PIC 9(08).
               10 PND-HORA-SOLIC PIC 9(06).
               10 PND-TIPO PIC X(04).
           05 PND-VALOR-ANTIGO PIC X(20).
           05 PND-VALOR-NOVO PIC X(20).
           05 PND-OPERADOR-SOLIC PIC X(08).
           05 PND-SITUACAO PIC X(01).
               88 PND-PENDENTE VALUE 'P'.
           05 PND-OPERADOR-APROV PIC X(08).
           05 PND-DATA-APROV PIC 9(08).

       FD  JANELA-ARQ.
       01 REG-JANELA.
           05 JAN-HORA-LIMITE PIC 9(06).
           05 FILLER PIC X.
           05 JAN-FATOR-ESTOURO PIC 9V99.
           05 FILLER PIC X.
           05 JAN-QTD-EXECUCOES PIC 9(02).

       FD  RESUMO-ARQ.
       01 REG-RESUMO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
       01 WS-HORA-COMPLETA PIC 9(08) VALUE ZERO.

       01 WS-AREA-JANELA.
           05 WS-HORA-LIMITE PIC 9(06) VALUE 070000.
           05 WS-HORA-FIM-LOTE PIC 9(06) VALUE ZERO.
           05 WS-DATA-FIM-LOTE PIC 9(08) VALUE ZERO.
           05 WS-HORA-PRIMEIRO-PASSO PIC 9(06) VALUE 999999.
           05 WS-DATA-INICIO-LOTE PIC 9(08) VALUE ZERO.
           05 WS-DATA-LIMITE PIC 9(08) VALUE ZERO.
           05 WS-MOMENTO-FIM-LOTE PIC 9(14) VALUE ZERO.
           05 WS-MOMENTO-LIMITE PIC 9(14) VALUE ZERO.

       01 WS-HORA-AUX PIC 9(06) VALUE ZERO.
       01 WS-HORA-AUX-R REDEFINES WS-HORA-AUX.
           05 WS-HH-AUX PIC 9(02).
           05 WS-MM-AUX PIC 9(02).
           05 WS-SS-AUX PIC 9(02).

       01 WS-HORA-FORMATADA.
           05 WS-HF-HH PIC 9(02) VALUE ZERO.
           05 FILLER PIC X VALUE ':'.
           05 WS-HF-MM PIC 9(02) VALUE ZERO.
           05 FILLER PIC X VALUE ':'.
           05 WS-HF-SS PIC 9(02) VALUE ZERO.

       01 WS-REG-RECN-HIST.
           05 RCH-DATA PIC 9(08) VALUE ZERO.
           05 WS-QTD-AC34-EXCECAO PIC 9(06) COMP VALUE ZERO.
           05 WS-QTD-OPER-EXCECAO PIC 9(06) COMP VALUE ZERO.
           05 WS-QTD-STATUS-DIA PIC 9(03) COMP VALUE ZERO.
           05 WS-QTD-PENDENCIAS PIC 9(05) COMP VALUE ZERO.
           05 WS-IND-RECN-ACHADO PIC X(01) VALUE 'N'.
               88 WS-RECN-ACHADO VALUE 'S'.
               88 WS-RECN-NAO-ACHADO VALUE 'N'.
           05 PAS-SITUACAO PIC X(12) VALUE SPACES.
           05 FILLER PIC X(13) VALUE '  TENTATIVAS '.
           05 PAS-TENTATIVAS PIC ZZ9 VALUE ZERO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 PAS-INICIO PIC X(08) VALUE SPACES.
           05 FILLER PIC X(03) VALUE ' A '.
           05 PAS-FIM PIC X(08) VALUE SPACES.
           05 FILLER PIC X(18) VALUE SPACES.

       01 WS-LINHA-SEM-STATUS.
           05 FILLER PIC X(80)
               VALUE '   NENHUM STATUS REGISTRADO PARA A DATA'.

       01 WS-LINHA-JANELA.
           05 FILLER PIC X(03) VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'FIM DO LOTE: '.
           05 JAN-FIM-LOTE PIC X(08) VALUE SPACES.
           05 FILLER PIC X(19) VALUE '  HORARIO LIMITE: '.
           05 JAN-LIMITE PIC X(08) VALUE SPACES.
           05 FILLER PIC X(29) VALUE SPACES.

       01 WS-LINHA-JANELA-ESTOURADA.
           05 FILLER PIC X(37)
               VALUE '   *** ATENCAO: LOTE TERMINOU APOS O '.
           05 FILLER PIC X(43)
               VALUE 'LIMITE DA JANELA NOTURNA - VER SETTEMPO ***'.

       01 WS-LINHA-ARQUIVO.
           05 FILLER PIC X(03) VALUE SPACES.
           05 ARQ-NOME PIC X(10) VALUE SPACES.
           05 FILLER PIC X(80)
               VALUE 'REJEITOS DA NOITE:'.

       01 WS-CAB-PENDENCIAS.
           05 FILLER PIC X(80)
               VALUE 'ALTERACOES PENDENTES DE APROVACAO (AC00PEND):'.

       01 WS-CAB-PENDENCIAS-2.
           05 FILLER PIC X(36)
               VALUE '   MATRIC TIPO  SOLICIT.  OPERADOR  '.
           05 FILLER PIC X(44)
               VALUE 'VALOR ANTIGO         VALOR NOVO'.

       01 WS-LINHA-PENDENCIA.
           05 FILLER PIC X(03) VALUE SPACES.
           05 PEN-MATRICULA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 PEN-TIPO PIC X(04) VALUE SPACES.
           05 FILLER PIC X(02) VALUE SPACES.
           05 PEN-DATA PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 PEN-OPERADOR PIC X(08) VALUE SPACES.
           05 FILLER PIC X(02) VALUE SPACES.
           05 PEN-VALOR-ANTIGO PIC X(20) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACES.
           05 PEN-VALOR-NOVO PIC X(20) VALUE SPACES.
           05 FILLER PIC X(03) VALUE SPACES.

       01 WS-LINHA-SEM-PENDENCIA.
           05 FILLER PIC X(80)
               VALUE '   NENHUMA ALTERACAO PENDENTE DE APROVACAO'.

       01 WS-LINHA-BRANCO PIC X(01) VALUE SPACES.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-AC34-EXCECAO PIC X(02) VALUE '00'.
           05 WS-FS-OPER-EXCECAO PIC X(02) VALUE '00'.
           05 WS-FS-RESUMO PIC X(02) VALUE '00'.
           05 WS-FS-PENDENCIAS PIC X(02) VALUE '00'.
           05 WS-FS-JANELA PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 WS-FIM-ARQUIVO VALUE 'S'.
       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 1000-RESUMIR-PASSOS.
       PERFORM 1500-CONFERIR-JANELA-LOTE.
       PERFORM 2000-CONTAR-ARQUIVOS.
       PERFORM 3000-RESUMIR-CONCILIACAO.
       PERFORM 4000-CONTAR-EXCECOES.
       PERFORM 5000-LISTAR-PENDENCIAS.
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.
               ADD 1 TO WS-QTD-STATUS-DIA
               MOVE STA-JOB TO PAS-JOB
               MOVE STA-TENTATIVAS TO PAS-TENTATIVAS
               MOVE SPACES TO PAS-INICIO
               MOVE SPACES TO PAS-FIM
               IF STA-HORA-INICIO NUMERIC
                   AND STA-HORA-INICIO NOT = ZERO
                   MOVE STA-HORA-INICIO TO WS-HORA-AUX
                   PERFORM 8100-FORMATAR-HORA
                   MOVE WS-HORA-FORMATADA TO PAS-INICIO
                   IF STA-HORA-INICIO < WS-HORA-PRIMEIRO-PASSO
                       MOVE STA-HORA-INICIO TO WS-HORA-PRIMEIRO-PASSO
                   END-IF
               END-IF
               IF STA-HORA-FIM NUMERIC AND STA-HORA-FIM NOT = ZERO
                   MOVE STA-HORA-FIM TO WS-HORA-AUX
                   PERFORM 8100-FORMATAR-HORA
                   MOVE WS-HORA-FORMATADA TO PAS-FIM
                   IF STA-HORA-FIM > WS-HORA-FIM-LOTE
                       MOVE STA-HORA-FIM TO WS-HORA-FIM-LOTE
                       MOVE STA-DATA TO WS-DATA-FIM-LOTE
                   END-IF
                   IF STA-HORA-FIM < WS-HORA-PRIMEIRO-PASSO
                       MOVE STA-HORA-FIM TO WS-HORA-PRIMEIRO-PASSO
                   END-IF
               END-IF
               EVALUATE STA-SWITCH
                   WHEN 'E'
                       MOVE 'EXECUTANDO' TO PAS-SITUACAO
           PERFORM 1050-LER-STATUS
           EXIT.

       1500-CONFERIR-JANELA-LOTE.
           OPEN INPUT JANELA-ARQ
           IF WS-FS-JANELA = '00'
               READ JANELA-ARQ
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JAN-HORA-LIMITE NUMERIC
                           AND JAN-HORA-LIMITE NOT = ZERO
                           MOVE JAN-HORA-LIMITE TO WS-HORA-LIMITE
                       END-IF
               END-READ
               CLOSE JANELA-ARQ
           END-IF

           IF WS-HORA-FIM-LOTE = ZERO
               ACCEPT WS-HORA-COMPLETA FROM TIME
               MOVE WS-HORA-COMPLETA(1:6) TO WS-HORA-FIM-LOTE
               MOVE WS-DATA-HOJE TO WS-DATA-FIM-LOTE
               IF WS-HORA-FIM-LOTE < WS-HORA-PRIMEIRO-PASSO
                   MOVE WS-HORA-FIM-LOTE TO WS-HORA-PRIMEIRO-PASSO
               END-IF
           END-IF
           IF WS-HORA-PRIMEIRO-PASSO > WS-HORA-LIMITE
               MOVE WS-DATA-HOJE TO WS-DATA-INICIO-LOTE
           ELSE
               COMPUTE WS-DATA-INICIO-LOTE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - 1)
           END-IF
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO-LOTE) + 1)
           COMPUTE WS-MOMENTO-FIM-LOTE =
               WS-DATA-FIM-LOTE * 1000000 + WS-HORA-FIM-LOTE
           COMPUTE WS-MOMENTO-LIMITE =
               WS-DATA-LIMITE * 1000000 + WS-HORA-LIMITE
           MOVE WS-HORA-FIM-LOTE TO WS-HORA-AUX
           PERFORM 8100-FORMATAR-HORA
           MOVE WS-HORA-FORMATADA TO JAN-FIM-LOTE
           MOVE WS-HORA-LIMITE TO WS-HORA-AUX
           PERFORM 8100-FORMATAR-HORA
           MOVE WS-HORA-FORMATADA TO JAN-LIMITE
           WRITE REG-RESUMO FROM WS-LINHA-JANELA
           IF WS-MOMENTO-FIM-LOTE > WS-MOMENTO-LIMITE
               WRITE REG-RESUMO FROM WS-LINHA-JANELA-ESTOURADA
               DISPLAY 'ATENCAO: LOTE NOTURNO TERMINOU AS '
                   JAN-FIM-LOTE ', APOS O LIMITE DE ' JAN-LIMITE
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE REG-RESUMO FROM WS-LINHA-BRANCO
           EXIT.

       2000-CONTAR-ARQUIVOS.
           WRITE REG-RESUMO FROM WS-CAB-ARQUIVOS

           END-READ
           EXIT.

       5000-LISTAR-PENDENCIAS.
           WRITE REG-RESUMO FROM WS-LINHA-BRANCO
           WRITE REG-RESUMO FROM WS-CAB-PENDENCIAS
           OPEN INPUT PENDENCIA-ARQ
           IF WS-FS-PENDENCIAS = '35'
               SET WS-FIM-ARQUIVO TO TRUE
           ELSE
               IF WS-FS-PENDENCIAS NOT = '00'
                   MOVE WS-FS-PENDENCIAS TO WS-FILE-STATUS
                   MOVE 'AC00PEND' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               WRITE REG-RESUMO FROM WS-CAB-PENDENCIAS-2
               SET WS-NAO-FIM-ARQUIVO TO TRUE
               PERFORM 5100-LISTAR-PENDENCIA UNTIL WS-FIM-ARQUIVO
               CLOSE PENDENCIA-ARQ
           END-IF
           IF WS-QTD-PENDENCIAS = ZERO
               WRITE REG-RESUMO FROM WS-LINHA-SEM-PENDENCIA
           END-IF
           EXIT.

       5100-LISTAR-PENDENCIA.
           READ PENDENCIA-ARQ NEXT
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF PND-PENDENTE
                       ADD 1 TO WS-QTD-PENDENCIAS
                       MOVE PND-MATRICULA TO PEN-MATRICULA
                       MOVE PND-TIPO TO PEN-TIPO
                       MOVE PND-DATA-SOLIC TO PEN-DATA
                       MOVE PND-OPERADOR-SOLIC TO PEN-OPERADOR
                       MOVE PND-VALOR-ANTIGO TO PEN-VALOR-ANTIGO
                       MOVE PND-VALOR-NOVO TO PEN-VALOR-NOVO
                       WRITE REG-RESUMO FROM WS-LINHA-PENDENCIA
                   END-IF
           END-READ
           EXIT.

       8100-FORMATAR-HORA.
           MOVE WS-HH-AUX TO WS-HF-HH
           MOVE WS-MM-AUX TO WS-HF-MM
           MOVE WS-SS-AUX TO WS-HF-SS
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           CLOSE RESUMO-ARQ
           DISPLAY 'RESUMO ACNTSUMR GERADO: ' WS-QTD-STATUS-DIA
               ' PASSO(S), ' WS-QTD-ROSTER ' REGISTRO(S) NO QUADRO'
           DISPLAY 'ALTERACOES PENDENTES DE APROVACAO: '
               WS-QTD-PENDENCIAS
           EXIT.

       9900-ERRO-ARQUIVO.
