      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. MOVETXMT.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : MOVE
      *PROGRAMA   : MOVETXMT
      *OBJETIVO   : MANTER A TABELA DE FAIXAS DE INSS E IRRF (MOVETAXA)
      *             LIDA PELO FOLHCALC, NO MESMO PADRAO DE MENU COM
      *             REGRAVACAO NO ENCERRAMENTO DE AC00EX05. CADA FAIXA
      *             E IDENTIFICADA POR TIPO (I-INSS / R-IRRF), VIGENCIA
      *             (COMPETENCIA AAAAMM A PARTIR DA QUAL A TABELA VALE)
      *             E LIMITE; A INCLUSAO GUARDA A FAIXA NA POSICAO
      *             ORDENADA (TIPO, VIGENCIA, LIMITE), QUE E A ORDEM EM
      *             QUE O FOLHCALC PROCURA A FAIXA DO SALARIO. A
      *             LISTAGEM MOSTRA UMA VIGENCIA OU O ARQUIVO INTEIRO;
      *             LINHAS ANTIGAS SEM VIGENCIA APARECEM COMO 000000
      *             (VALIDAS DESDE SEMPRE)
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *15/10/2026 MLBF    INCLUIDO O TIPO F (SALARIO-FAMILIA): O LIMITE
      *                   GUARDA O TETO DE REMUNERACAO E A PARCELA A
      *                   DEDUZIR O VALOR DA COTA POR FILHO, COM A MESMA
      *                   VIGENCIA DAS FAIXAS DE INSS/IRRF; LIDO PELO
      *                   MOVE (O FOLHCALC IGNORA ESTE TIPO); A LISTAGEM
      *                   MOSTRA O TIPO COMO SFAM
      *15/10/2026 MLBF    INCLUIDO O TIPO M (SALARIO MINIMO): O LIMITE
      *                   GUARDA O VALOR DO SALARIO MINIMO DA VIGENCIA,
      *                   SEM ALIQUOTA NEM PARCELA A DEDUZIR; LIDO PELO
      *                   FOLHCALC COMO BASE DO ADICIONAL DE
      *                   INSALUBRIDADE; A LISTAGEM MOSTRA O TIPO COMO
      *                   SMIN
      *15/10/2026 MLBF    INCLUIDO O TIPO P (IRRF EXCLUSIVO DA PLR):
      *                   FAIXAS COM LIMITE, ALIQUOTA E PARCELA A
      *                   DEDUZIR, COM VIGENCIA, LIDAS SOMENTE PELO
      *                   MOVEPLR (O FOLHCALC IGNORA ESTE TIPO); A
      *                   LISTAGEM MOSTRA O TIPO COMO IPLR
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXA-ARQ ASSIGN TO "MOVETAXA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAXA.

       DATA DIVISION.
       FILE SECTION.
       FD  TAXA-ARQ.
       01 REG-TAXA.
           05 TAXA-TIPO PIC X(01).
           05 TAXA-LIMITE PIC 9(7)V99.
           05 TAXA-ALIQUOTA PIC 9V999.
           05 TAXA-DEDUCAO PIC 9(7)V99.
           05 TAXA-VIGENCIA PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-MAX-TAXAS PIC 9(03) COMP VALUE 200.
       01 WS-IND-CARGA-TRUNCADA PIC X(01) VALUE 'N'.
           88 WS-CARGA-TRUNCADA VALUE 'S'.
       01 WS-QTD-TAXAS PIC 9(03) COMP VALUE ZERO.
       01 WS-SUB-TAXA PIC 9(03) COMP VALUE ZERO.
       01 WS-QTD-LISTADAS PIC 9(03) COMP VALUE ZERO.
       01 WS-POS-INSERCAO PIC 9(03) COMP VALUE ZERO.
       01 WS-TABELA-TAXAS.
           05 WS-TAXA-TAB OCCURS 200 TIMES.
               10 TAX-TIPO-TAB PIC X(01).
               10 TAX-VIGENCIA-TAB PIC 9(06).
               10 TAX-LIMITE-TAB PIC 9(7)V99.
               10 TAX-ALIQUOTA-TAB PIC 9V999.
               10 TAX-DEDUCAO-TAB PIC 9(7)V99.

       01 WS-IND-TAXA-ACHADA PIC X(01) VALUE 'N'.
           88 WS-TAXA-ACHADA VALUE 'S'.
           88 WS-TAXA-NAO-ACHADA VALUE 'N'.
       01 WS-IND-POSICAO-ACHADA PIC X(01) VALUE 'N'.
           88 WS-POSICAO-ACHADA VALUE 'S'.
           88 WS-POSICAO-NAO-ACHADA VALUE 'N'.

       01 WS-AREA-CAPTURA.
           05 WS-TIPO PIC X(01) VALUE SPACE.
               88 WS-TIPO-VALIDO VALUE 'I' 'R' 'F' 'M' 'P'.
           05 WS-VIGENCIA PIC 9(06) VALUE ZERO.
           05 WS-VIGENCIA-RED REDEFINES WS-VIGENCIA.
               10 WS-ANO-VIGENCIA PIC 9(04).
               10 WS-MES-VIGENCIA PIC 9(02).
           05 WS-LIMITE PIC 9(7)V99 VALUE ZERO.
           05 WS-ALIQUOTA PIC 9V999 VALUE ZERO.
           05 WS-DEDUCAO PIC 9(7)V99 VALUE ZERO.
           05 WS-VIGENCIA-LISTAGEM PIC 9(06) VALUE ZERO.

       01 WS-CHAVE-TAXA PIC X(16) VALUE SPACES.
       01 WS-CHAVE-TAXA-RED REDEFINES WS-CHAVE-TAXA.
           05 WS-CHV-TIPO PIC X(01).
           05 WS-CHV-VIGENCIA PIC 9(06).
           05 WS-CHV-LIMITE PIC 9(7)V99.
       01 WS-CHAVE-TAXA-TAB PIC X(16) VALUE SPACES.
       01 WS-CHAVE-TAXA-TAB-RED REDEFINES WS-CHAVE-TAXA-TAB.
           05 WS-CHT-TIPO PIC X(01).
           05 WS-CHT-VIGENCIA PIC 9(06).
           05 WS-CHT-LIMITE PIC 9(7)V99.

       01 WS-LINHA-TAXA.
           05 LTX-TIPO PIC X(04) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 LTX-VIGENCIA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(08) VALUE ' ATE R$ '.
           05 LTX-LIMITE PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(10) VALUE ' ALIQUOTA '.
           05 LTX-ALIQUOTA PIC 9.999 VALUE ZERO.
           05 FILLER PIC X(11) VALUE ' DEDUCAO R$'.
           05 LTX-DEDUCAO PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-OPCAO-TRANSACAO PIC 9 VALUE ZERO.
       01 WS-IND-FIM-MANUTENCAO PIC X(01) VALUE 'N'.
           88 WS-FIM-MANUTENCAO VALUE 'S'.
           88 WS-NAO-FIM-MANUTENCAO VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-TAXA PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-TAXA PIC X(01) VALUE 'N'.
               88 WS-FIM-TAXA VALUE 'S'.
               88 WS-NAO-FIM-TAXA VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 1000-CARREGAR-TAXAS.
       PERFORM 5000-PROCESSAR-TRANSACAO UNTIL WS-FIM-MANUTENCAO.
       PERFORM 8000-REGRAVAR-TAXAS.
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--MANUTENCAO DAS FAIXAS DE INSS/IRRF (MOVETAXA)--'
           EXIT.

       1000-CARREGAR-TAXAS.
           OPEN INPUT TAXA-ARQ
           IF WS-FS-TAXA = '35'
               DISPLAY 'MOVETAXA NAO ENCONTRADO - SERA CRIADO NO '
                   'ENCERRAMENTO'
               SET WS-FIM-TAXA TO TRUE
           ELSE
               IF WS-FS-TAXA NOT = '00'
                   MOVE WS-FS-TAXA TO WS-FILE-STATUS
                   MOVE 'MOVETAXA' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               PERFORM 1050-LER-TAXA
               PERFORM 1100-GUARDAR-TAXA UNTIL WS-FIM-TAXA
               CLOSE TAXA-ARQ
           END-IF
           DISPLAY WS-QTD-TAXAS ' FAIXA(S) CARREGADA(S)'
           EXIT.

       1050-LER-TAXA.
           READ TAXA-ARQ
               AT END
                   SET WS-FIM-TAXA TO TRUE
           END-READ
           EXIT.

       1100-GUARDAR-TAXA.
           IF WS-QTD-TAXAS < WS-MAX-TAXAS
               ADD 1 TO WS-QTD-TAXAS
               MOVE WS-QTD-TAXAS TO WS-SUB-TAXA
               MOVE TAXA-TIPO TO TAX-TIPO-TAB(WS-SUB-TAXA)
               IF TAXA-VIGENCIA IS NUMERIC
                   MOVE TAXA-VIGENCIA TO TAX-VIGENCIA-TAB(WS-SUB-TAXA)
               ELSE
                   MOVE ZERO TO TAX-VIGENCIA-TAB(WS-SUB-TAXA)
               END-IF
               MOVE TAXA-LIMITE TO TAX-LIMITE-TAB(WS-SUB-TAXA)
               MOVE TAXA-ALIQUOTA TO TAX-ALIQUOTA-TAB(WS-SUB-TAXA)
               MOVE TAXA-DEDUCAO TO TAX-DEDUCAO-TAB(WS-SUB-TAXA)
           ELSE
               SET WS-CARGA-TRUNCADA TO TRUE
               DISPLAY 'ATENCAO: TABELA DE FAIXAS CHEIA ('
                   WS-MAX-TAXAS ') - LINHA FORA DA CARGA: '
                   TAXA-TIPO ' ' TAXA-LIMITE
           END-IF
           PERFORM 1050-LER-TAXA
           EXIT.

       5000-PROCESSAR-TRANSACAO.
           DISPLAY SPACES
           DISPLAY 'FAIXAS DE INSS/IRRF'
           DISPLAY '1-INCLUIR  2-ALTERAR  3-EXCLUIR  4-LISTAR'
               '  5-ENCERRAR'
           ACCEPT WS-OPCAO-TRANSACAO

           EVALUATE WS-OPCAO-TRANSACAO
               WHEN 1
                   PERFORM 5100-INCLUIR-TAXA
               WHEN 2
                   PERFORM 5200-ALTERAR-TAXA
               WHEN 3
                   PERFORM 5300-EXCLUIR-TAXA
               WHEN 4
                   PERFORM 5400-LISTAR-TAXAS
               WHEN 5
                   SET WS-FIM-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           EXIT.

       5100-INCLUIR-TAXA.
           PERFORM 5150-CAPTURAR-CHAVE
           IF WS-TIPO-VALIDO
               PERFORM 5170-LOCALIZAR-TAXA
               IF WS-TAXA-ACHADA
                   DISPLAY 'FAIXA JA CADASTRADA PARA '
                       WS-TIPO '/' WS-VIGENCIA '/' WS-LIMITE
               ELSE
                   IF WS-QTD-TAXAS >= WS-MAX-TAXAS
                       DISPLAY 'TABELA DE FAIXAS CHEIA'
                   ELSE
                       PERFORM 5160-CAPTURAR-VALORES
                       PERFORM 5180-ABRIR-POSICAO
                       MOVE WS-TIPO TO TAX-TIPO-TAB(WS-SUB-TAXA)
                       MOVE WS-VIGENCIA
                           TO TAX-VIGENCIA-TAB(WS-SUB-TAXA)
                       MOVE WS-LIMITE TO TAX-LIMITE-TAB(WS-SUB-TAXA)
                       MOVE WS-ALIQUOTA
                           TO TAX-ALIQUOTA-TAB(WS-SUB-TAXA)
                       MOVE WS-DEDUCAO
                           TO TAX-DEDUCAO-TAB(WS-SUB-TAXA)
                       DISPLAY 'FAIXA INCLUIDA'
                   END-IF
               END-IF
           END-IF
           EXIT.

       5150-CAPTURAR-CHAVE.
           DISPLAY 'TIPO (I-INSS / R-IRRF / F-SALARIO-FAMILIA / '
               'M-SALARIO MINIMO / P-IRRF DA PLR)?'
           ACCEPT WS-TIPO
           IF NOT WS-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO: ' WS-TIPO
           ELSE
               DISPLAY 'VIGENCIA - COMPETENCIA INICIAL (AAAAMM, '
                   '000000 = DESDE SEMPRE)?'
               ACCEPT WS-VIGENCIA
               IF WS-VIGENCIA NOT = ZERO
                   AND (WS-MES-VIGENCIA < 1 OR WS-MES-VIGENCIA > 12)
                   DISPLAY 'VIGENCIA INVALIDA: ' WS-VIGENCIA
                   MOVE SPACE TO WS-TIPO
               ELSE
                   EVALUATE WS-TIPO
                       WHEN 'F'
                           DISPLAY 'TETO DE REMUNERACAO (SEM VIRGULA)?'
                       WHEN 'M'
                           DISPLAY 'VALOR DO SALARIO MINIMO '
                               '(SEM VIRGULA)?'
                       WHEN OTHER
                           DISPLAY 'LIMITE SUPERIOR DA FAIXA '
                               '(SEM VIRGULA)?'
                   END-EVALUATE
                   ACCEPT WS-LIMITE
               END-IF
           END-IF
           EXIT.

       5160-CAPTURAR-VALORES.
           EVALUATE WS-TIPO
               WHEN 'M'
                   MOVE ZERO TO WS-ALIQUOTA
                   MOVE ZERO TO WS-DEDUCAO
               WHEN 'F'
                   MOVE ZERO TO WS-ALIQUOTA
                   DISPLAY 'VALOR DA COTA POR FILHO (SEM VIRGULA)?'
                   ACCEPT WS-DEDUCAO
               WHEN OTHER
                   DISPLAY 'ALIQUOTA (EX.: 0075 = 7,5%)?'
                   ACCEPT WS-ALIQUOTA
                   IF WS-TIPO = 'R' OR WS-TIPO = 'P'
                       DISPLAY 'PARCELA A DEDUZIR (SEM VIRGULA)?'
                       ACCEPT WS-DEDUCAO
                   ELSE
                       MOVE ZERO TO WS-DEDUCAO
                   END-IF
           END-EVALUATE
           EXIT.

       5170-LOCALIZAR-TAXA.
           SET WS-TAXA-NAO-ACHADA TO TRUE
           MOVE 1 TO WS-SUB-TAXA
           PERFORM 5175-COMPARAR-TAXA
               UNTIL WS-SUB-TAXA > WS-QTD-TAXAS
               OR WS-TAXA-ACHADA
           EXIT.

       5175-COMPARAR-TAXA.
           IF TAX-TIPO-TAB(WS-SUB-TAXA) = WS-TIPO
               AND TAX-VIGENCIA-TAB(WS-SUB-TAXA) = WS-VIGENCIA
               AND TAX-LIMITE-TAB(WS-SUB-TAXA) = WS-LIMITE
               SET WS-TAXA-ACHADA TO TRUE
           ELSE
               ADD 1 TO WS-SUB-TAXA
           END-IF
           EXIT.

       5180-ABRIR-POSICAO.
           MOVE WS-TIPO TO WS-CHV-TIPO
           MOVE WS-VIGENCIA TO WS-CHV-VIGENCIA
           MOVE WS-LIMITE TO WS-CHV-LIMITE
           SET WS-POSICAO-NAO-ACHADA TO TRUE
           MOVE 1 TO WS-SUB-TAXA
           PERFORM 5185-COMPARAR-POSICAO
               UNTIL WS-SUB-TAXA > WS-QTD-TAXAS
               OR WS-POSICAO-ACHADA
           MOVE WS-SUB-TAXA TO WS-POS-INSERCAO
           ADD 1 TO WS-QTD-TAXAS
           MOVE WS-QTD-TAXAS TO WS-SUB-TAXA
           PERFORM 5190-DESCER-TAXA
               UNTIL WS-SUB-TAXA <= WS-POS-INSERCAO
           EXIT.

       5185-COMPARAR-POSICAO.
           MOVE TAX-TIPO-TAB(WS-SUB-TAXA) TO WS-CHT-TIPO
           MOVE TAX-VIGENCIA-TAB(WS-SUB-TAXA) TO WS-CHT-VIGENCIA
           MOVE TAX-LIMITE-TAB(WS-SUB-TAXA) TO WS-CHT-LIMITE
           IF WS-CHAVE-TAXA-TAB > WS-CHAVE-TAXA
               SET WS-POSICAO-ACHADA TO TRUE
           ELSE
               ADD 1 TO WS-SUB-TAXA
           END-IF
           EXIT.

       5190-DESCER-TAXA.
           MOVE WS-TAXA-TAB(WS-SUB-TAXA - 1)
               TO WS-TAXA-TAB(WS-SUB-TAXA)
           SUBTRACT 1 FROM WS-SUB-TAXA
           EXIT.

       5200-ALTERAR-TAXA.
           PERFORM 5150-CAPTURAR-CHAVE
           IF WS-TIPO-VALIDO
               PERFORM 5170-LOCALIZAR-TAXA
               IF WS-TAXA-NAO-ACHADA
                   DISPLAY 'FAIXA NAO CADASTRADA PARA '
                       WS-TIPO '/' WS-VIGENCIA '/' WS-LIMITE
               ELSE
                   PERFORM 5160-CAPTURAR-VALORES
                   MOVE WS-ALIQUOTA TO TAX-ALIQUOTA-TAB(WS-SUB-TAXA)
                   MOVE WS-DEDUCAO TO TAX-DEDUCAO-TAB(WS-SUB-TAXA)
                   DISPLAY 'FAIXA ALTERADA'
               END-IF
           END-IF
           EXIT.

       5300-EXCLUIR-TAXA.
           PERFORM 5150-CAPTURAR-CHAVE
           IF WS-TIPO-VALIDO
               PERFORM 5170-LOCALIZAR-TAXA
               IF WS-TAXA-NAO-ACHADA
                   DISPLAY 'FAIXA NAO CADASTRADA PARA '
                       WS-TIPO '/' WS-VIGENCIA '/' WS-LIMITE
               ELSE
                   PERFORM 5350-REMOVER-TAXA
                   DISPLAY 'FAIXA EXCLUIDA'
               END-IF
           END-IF
           EXIT.

       5350-REMOVER-TAXA.
           PERFORM 5360-DESLOCAR-TAXA
               UNTIL WS-SUB-TAXA >= WS-QTD-TAXAS
           SUBTRACT 1 FROM WS-QTD-TAXAS
           EXIT.

       5360-DESLOCAR-TAXA.
           MOVE WS-TAXA-TAB(WS-SUB-TAXA + 1)
               TO WS-TAXA-TAB(WS-SUB-TAXA)
           ADD 1 TO WS-SUB-TAXA
           EXIT.

       5400-LISTAR-TAXAS.
           DISPLAY 'VIGENCIA A LISTAR (AAAAMM, 999999 = TODAS)?'
           ACCEPT WS-VIGENCIA-LISTAGEM
           DISPLAY SPACES
           DISPLAY 'FAIXAS CADASTRADAS: ' WS-QTD-TAXAS
           MOVE ZERO TO WS-QTD-LISTADAS
           MOVE 1 TO WS-SUB-TAXA
           PERFORM 5450-LISTAR-UMA-TAXA
               UNTIL WS-SUB-TAXA > WS-QTD-TAXAS
           DISPLAY 'FAIXAS LISTADAS: ' WS-QTD-LISTADAS
           EXIT.

       5450-LISTAR-UMA-TAXA.
           IF WS-VIGENCIA-LISTAGEM = 999999
               OR TAX-VIGENCIA-TAB(WS-SUB-TAXA) = WS-VIGENCIA-LISTAGEM
               EVALUATE TAX-TIPO-TAB(WS-SUB-TAXA)
                   WHEN 'I'
                       MOVE 'INSS' TO LTX-TIPO
                   WHEN 'F'
                       MOVE 'SFAM' TO LTX-TIPO
                   WHEN 'M'
                       MOVE 'SMIN' TO LTX-TIPO
                   WHEN 'P'
                       MOVE 'IPLR' TO LTX-TIPO
                   WHEN OTHER
                       MOVE 'IRRF' TO LTX-TIPO
               END-EVALUATE
               MOVE TAX-VIGENCIA-TAB(WS-SUB-TAXA) TO LTX-VIGENCIA
               MOVE TAX-LIMITE-TAB(WS-SUB-TAXA) TO LTX-LIMITE
               MOVE TAX-ALIQUOTA-TAB(WS-SUB-TAXA) TO LTX-ALIQUOTA
               MOVE TAX-DEDUCAO-TAB(WS-SUB-TAXA) TO LTX-DEDUCAO
               DISPLAY '  ' WS-LINHA-TAXA
               ADD 1 TO WS-QTD-LISTADAS
           END-IF
           ADD 1 TO WS-SUB-TAXA
           EXIT.

       8000-REGRAVAR-TAXAS.
           IF WS-CARGA-TRUNCADA
               DISPLAY 'MOVETAXA NAO REGRAVADO: A CARGA INICIAL NAO '
                   'COUBE NA TABELA E A REGRAVACAO APAGARIA AS '
                   'LINHAS EXCEDENTES - AUMENTAR WS-MAX-TAXAS'
           ELSE
               OPEN OUTPUT TAXA-ARQ
               IF WS-FS-TAXA NOT = '00'
                   MOVE WS-FS-TAXA TO WS-FILE-STATUS
                   MOVE 'MOVETAXA' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               MOVE 1 TO WS-SUB-TAXA
               PERFORM 8100-GRAVAR-LINHA-TAXA
                   UNTIL WS-SUB-TAXA > WS-QTD-TAXAS
               CLOSE TAXA-ARQ
           END-IF
           EXIT.

       8100-GRAVAR-LINHA-TAXA.
           MOVE TAX-TIPO-TAB(WS-SUB-TAXA) TO TAXA-TIPO
           MOVE TAX-LIMITE-TAB(WS-SUB-TAXA) TO TAXA-LIMITE
           MOVE TAX-ALIQUOTA-TAB(WS-SUB-TAXA) TO TAXA-ALIQUOTA
           MOVE TAX-DEDUCAO-TAB(WS-SUB-TAXA) TO TAXA-DEDUCAO
           MOVE TAX-VIGENCIA-TAB(WS-SUB-TAXA) TO TAXA-VIGENCIA
           WRITE REG-TAXA
           ADD 1 TO WS-SUB-TAXA
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           DISPLAY 'MOVETAXA REGRAVADO COM ' WS-QTD-TAXAS
               ' FAIXA(S)'
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
