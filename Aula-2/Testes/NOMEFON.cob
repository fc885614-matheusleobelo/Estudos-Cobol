      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. NOMEFON.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : NOMEFON
      *PROGRAMA   : NOMEFON
      *OBJETIVO   : GERAR A CHAVE FONETICA DE UM NOME EM PORTUGUES,
      *             PARA QUE GRAFIAS DIFERENTES DA MESMA PESSOA ('JOSE
      *             DA SILVA', 'JOSE SILVA' COM OU SEM ACENTO, 'JOZE
      *             DA SILVA') SEJAM RECONHECIDAS COMO O MESMO NOME. O
      *             NOMEFMT SO PADRONIZA CAIXA E ESPACOS; ESTA ROTINA
      *             TIRA OS ACENTOS, DESPREZA AS PARTICULAS E TROCA AS
      *             LETRAS DE MESMO SOM POR UM UNICO CODIGO. DOIS NOMES
      *             SAO CONSIDERADOS PARECIDOS QUANDO AS CHAVES SAO
      *             IGUAIS
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    ROTINA CRIADA, COMPARTILHADA ENTRE ACCEPT,
      *                   INITIALIZE, AC00EX01 E AC00HOMO
      *----------------------------------------------------------------
      *USO        : CALL 'NOMEFON' USING LK-NOME, LK-CHAVE-FONETICA,
      *             SENDO LK-NOME UM CAMPO PIC X(30) COM O NOME (EM
      *             QUALQUER CAIXA, COM OU SEM ACENTO) E
      *             LK-CHAVE-FONETICA UM CAMPO PIC X(30) DEVOLVIDO COM
      *             A CHAVE. CAMPOS DE NOME MENORES (X(20)) DEVEM SER
      *             MOVIDOS ANTES PARA UM CAMPO X(30).
      *
      *REGRAS     : 1. CAIXA ALTA E ACENTOS REMOVIDOS (A LETRA
      *                ACENTUADA PODE VIR EM UTF-8 OU EM LATIN-1); O
      *                QUE NAO FOR LETRA VIRA ESPACO
      *             2. PARTICULAS DA, DE, DO, DAS, DOS, E E D'
      *                DESPREZADAS
      *             3. EM CADA PALAVRA: C/C-CEDILHA IGUAIS; C ANTES DE
      *                E/I E SC ANTES DE E/I = S; C DURO, K E QU = K;
      *                G ANTES DE E/I = J; GU ANTES DE E/I = G;
      *                CH, SH E X = X; PH = F; Z = S; Y = I; W = V;
      *                H MUDO; M FINAL = N; LETRAS REPETIDAS EM
      *                SEQUENCIA CONTAM UMA VEZ SO (SS, LL, NN, RR...)
      *             4. AS PALAVRAS CODIFICADAS SAO DEVOLVIDAS NA MESMA
      *                ORDEM, SEPARADAS POR UM ESPACO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-NOME-TRABALHO PIC X(30) VALUE SPACES.
       01 WS-NOME-LIMPO PIC X(30) VALUE SPACES.
       01 WS-PALAVRA PIC X(30) VALUE SPACES.
           88 WS-PALAVRA-PARTICULA VALUE 'DA' 'DE' 'DO' 'DAS' 'DOS'
               'E' 'D'.
       01 WS-PALAVRA-FONETICA PIC X(30) VALUE SPACES.

       01 WS-AREA-POSICOES.
           05 WS-POS PIC 99 COMP VALUE ZERO.
           05 WS-POS-LIMPO PIC 99 COMP VALUE ZERO.
           05 WS-PONTEIRO-NOME PIC 99 COMP VALUE ZERO.
           05 WS-PONTEIRO-CHAVE PIC 99 COMP VALUE ZERO.
           05 WS-TAM-PALAVRA PIC 99 COMP VALUE ZERO.
           05 WS-TAM-FONETICA PIC 99 COMP VALUE ZERO.
           05 WS-IND-ACENTO PIC 99 COMP VALUE ZERO.

       01 WS-CARACTER PIC X(01) VALUE SPACE.
           88 WS-CARACTER-LETRA VALUE 'A' THRU 'Z'.

       01 WS-AREA-LETRAS.
           05 WS-LETRA PIC X(01) VALUE SPACE.
           05 WS-LETRA-SEGUINTE PIC X(01) VALUE SPACE.
               88 WS-SEGUINTE-FRONTAL VALUE 'E' 'I' 'Y'.
           05 WS-LETRA-DEPOIS PIC X(01) VALUE SPACE.
               88 WS-DEPOIS-FRONTAL VALUE 'E' 'I' 'Y'.
           05 WS-CODIGO PIC X(01) VALUE SPACE.
           05 WS-ULTIMO-CODIGO PIC X(01) VALUE SPACE.

       01 WS-CONVERSAO-BYTE.
           05 WS-BYTE-VALOR PIC 9(04) COMP VALUE ZERO.
           05 WS-BYTE-ALFA REDEFINES WS-BYTE-VALOR.
               10 FILLER PIC X(01).
               10 WS-BYTE-CARACTER PIC X(01).
       01 WS-BYTE-SEGUINTE PIC 9(04) COMP VALUE ZERO.

       01 WS-TABELA-ACENTOS.
           05 FILLER PIC X(32) VALUE 'AAAAAAACEEEEIIIIDNOOOOO OUUUUY S'.
           05 FILLER PIC X(32) VALUE 'AAAAAAACEEEEIIIIDNOOOOO OUUUUY Y'.
       01 WS-TABELA-ACENTOS-RED REDEFINES WS-TABELA-ACENTOS.
           05 WS-LETRA-SEM-ACENTO PIC X(01) OCCURS 64 TIMES.

       LINKAGE SECTION.
       01 LK-NOME PIC X(30).
       01 LK-CHAVE-FONETICA PIC X(30).

       PROCEDURE DIVISION USING LK-NOME LK-CHAVE-FONETICA.
       0000-GERAR-CHAVE.
           MOVE LK-NOME TO WS-NOME-TRABALHO
           INSPECT WS-NOME-TRABALHO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE SPACES TO WS-NOME-LIMPO
           MOVE ZERO TO WS-POS-LIMPO
           MOVE 1 TO WS-POS
           PERFORM 0100-LIMPAR-CARACTER UNTIL WS-POS > 30

           MOVE SPACES TO LK-CHAVE-FONETICA
           MOVE 1 TO WS-PONTEIRO-NOME
           MOVE 1 TO WS-PONTEIRO-CHAVE
           PERFORM 0200-EXTRAIR-PALAVRA UNTIL WS-PONTEIRO-NOME > 30

           GOBACK.

       0100-LIMPAR-CARACTER.
           MOVE WS-NOME-TRABALHO(WS-POS:1) TO WS-CARACTER
           IF NOT WS-CARACTER-LETRA
               PERFORM 0110-CONVERTER-ACENTO
           END-IF
           ADD 1 TO WS-POS-LIMPO
           MOVE WS-CARACTER TO WS-NOME-LIMPO(WS-POS-LIMPO:1)
           ADD 1 TO WS-POS
           EXIT.

       0110-CONVERTER-ACENTO.
           MOVE ZERO TO WS-BYTE-VALOR
           MOVE WS-CARACTER TO WS-BYTE-CARACTER
           MOVE ZERO TO WS-BYTE-SEGUINTE
           IF WS-BYTE-VALOR = 195 AND WS-POS < 30
               MOVE ZERO TO WS-BYTE-VALOR
               MOVE WS-NOME-TRABALHO(WS-POS + 1:1) TO WS-BYTE-CARACTER
               MOVE WS-BYTE-VALOR TO WS-BYTE-SEGUINTE
               MOVE 195 TO WS-BYTE-VALOR
           END-IF
           EVALUATE TRUE
               WHEN WS-BYTE-SEGUINTE >= 128 AND WS-BYTE-SEGUINTE <= 191
                   COMPUTE WS-IND-ACENTO = WS-BYTE-SEGUINTE - 127
                   MOVE WS-LETRA-SEM-ACENTO(WS-IND-ACENTO)
                       TO WS-CARACTER
                   ADD 1 TO WS-POS
               WHEN WS-BYTE-VALOR >= 192
                   COMPUTE WS-IND-ACENTO = WS-BYTE-VALOR - 191
                   MOVE WS-LETRA-SEM-ACENTO(WS-IND-ACENTO)
                       TO WS-CARACTER
               WHEN OTHER
                   MOVE SPACE TO WS-CARACTER
           END-EVALUATE
           EXIT.

       0200-EXTRAIR-PALAVRA.
           MOVE SPACES TO WS-PALAVRA
           UNSTRING WS-NOME-LIMPO DELIMITED BY ALL SPACE
               INTO WS-PALAVRA
               WITH POINTER WS-PONTEIRO-NOME
           END-UNSTRING
           IF WS-PALAVRA NOT = SPACES AND NOT WS-PALAVRA-PARTICULA
               PERFORM 0300-CODIFICAR-PALAVRA
           END-IF
           EXIT.

       0300-CODIFICAR-PALAVRA.
           MOVE ZERO TO WS-TAM-PALAVRA
           INSPECT WS-PALAVRA TALLYING WS-TAM-PALAVRA
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE SPACES TO WS-PALAVRA-FONETICA
           MOVE ZERO TO WS-TAM-FONETICA
           MOVE SPACE TO WS-ULTIMO-CODIGO
           MOVE 1 TO WS-POS
           PERFORM 0310-CODIFICAR-LETRA UNTIL WS-POS > WS-TAM-PALAVRA

           IF WS-TAM-FONETICA > ZERO
               IF WS-PONTEIRO-CHAVE > 1
                   STRING ' ' DELIMITED BY SIZE
                       INTO LK-CHAVE-FONETICA
                       WITH POINTER WS-PONTEIRO-CHAVE
                   END-STRING
               END-IF
               STRING WS-PALAVRA-FONETICA(1:WS-TAM-FONETICA)
                   DELIMITED BY SIZE
                   INTO LK-CHAVE-FONETICA
                   WITH POINTER WS-PONTEIRO-CHAVE
               END-STRING
           END-IF
           EXIT.

       0310-CODIFICAR-LETRA.
           MOVE WS-PALAVRA(WS-POS:1) TO WS-LETRA
           MOVE SPACE TO WS-LETRA-SEGUINTE
           MOVE SPACE TO WS-LETRA-DEPOIS
           IF WS-POS < WS-TAM-PALAVRA
               MOVE WS-PALAVRA(WS-POS + 1:1) TO WS-LETRA-SEGUINTE
           END-IF
           IF WS-POS + 1 < WS-TAM-PALAVRA
               MOVE WS-PALAVRA(WS-POS + 2:1) TO WS-LETRA-DEPOIS
           END-IF

           MOVE SPACE TO WS-CODIGO
           EVALUATE WS-LETRA
               WHEN 'H'
                   CONTINUE
               WHEN 'Y'
                   MOVE 'I' TO WS-CODIGO
               WHEN 'W'
                   MOVE 'V' TO WS-CODIGO
               WHEN 'Z'
                   MOVE 'S' TO WS-CODIGO
               WHEN 'C'
                   PERFORM 0320-CODIFICAR-C
               WHEN 'Q'
                   MOVE 'K' TO WS-CODIGO
                   IF WS-LETRA-SEGUINTE = 'U' AND WS-DEPOIS-FRONTAL
                       ADD 1 TO WS-POS
                   END-IF
               WHEN 'G'
                   PERFORM 0330-CODIFICAR-G
               WHEN 'P'
                   IF WS-LETRA-SEGUINTE = 'H'
                       MOVE 'F' TO WS-CODIGO
                       ADD 1 TO WS-POS
                   ELSE
                       MOVE 'P' TO WS-CODIGO
                   END-IF
               WHEN 'S'
                   PERFORM 0340-CODIFICAR-S
               WHEN 'M'
                   IF WS-POS = WS-TAM-PALAVRA AND WS-POS > 1
                       MOVE 'N' TO WS-CODIGO
                   ELSE
                       MOVE 'M' TO WS-CODIGO
                   END-IF
               WHEN OTHER
                   MOVE WS-LETRA TO WS-CODIGO
           END-EVALUATE

           IF WS-CODIGO NOT = SPACE
               IF WS-CODIGO NOT = WS-ULTIMO-CODIGO
                   ADD 1 TO WS-TAM-FONETICA
                   MOVE WS-CODIGO
                       TO WS-PALAVRA-FONETICA(WS-TAM-FONETICA:1)
               END-IF
               MOVE WS-CODIGO TO WS-ULTIMO-CODIGO
           END-IF
           ADD 1 TO WS-POS
           EXIT.

       0320-CODIFICAR-C.
           EVALUATE TRUE
               WHEN WS-LETRA-SEGUINTE = 'H'
                   MOVE 'X' TO WS-CODIGO
                   ADD 1 TO WS-POS
               WHEN WS-SEGUINTE-FRONTAL
                   MOVE 'S' TO WS-CODIGO
               WHEN OTHER
                   MOVE 'K' TO WS-CODIGO
           END-EVALUATE
           EXIT.

       0330-CODIFICAR-G.
           EVALUATE TRUE
               WHEN WS-SEGUINTE-FRONTAL
                   MOVE 'J' TO WS-CODIGO
               WHEN WS-LETRA-SEGUINTE = 'U' AND WS-DEPOIS-FRONTAL
                   MOVE 'G' TO WS-CODIGO
                   ADD 1 TO WS-POS
               WHEN OTHER
                   MOVE 'G' TO WS-CODIGO
           END-EVALUATE
           EXIT.

       0340-CODIFICAR-S.
           EVALUATE TRUE
               WHEN WS-LETRA-SEGUINTE = 'H'
                   MOVE 'X' TO WS-CODIGO
                   ADD 1 TO WS-POS
               WHEN WS-LETRA-SEGUINTE = 'C' AND WS-DEPOIS-FRONTAL
                   MOVE 'S' TO WS-CODIGO
                   ADD 1 TO WS-POS
               WHEN OTHER
                   MOVE 'S' TO WS-CODIGO
           END-EVALUATE
           EXIT.
