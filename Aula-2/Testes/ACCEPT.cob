      *                   PRE-CARREGADA CHEIA, O PRIMEIRO NOME NOVO
      *                   GRAVAVA ALEM DO OCCURS E O TESTE DE IGUALDADE
      *                   NUNCA MAIS DISPARAVA
      *15/10/2026 MLBF    ALEM DA REJEICAO DO NOME IDENTICO, O NOME NOVO
      *                   E COMPARADO PELA CHAVE FONETICA (ROTINA
      *                   NOMEFON) COM OS JA CADASTRADOS; GRAFIA
      *                   PARECIDA ('JOZE DA SILVA' X 'JOSE SILVA') GERA
      *                   AVISO, MAS O NOME E ACEITO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-TABELA-NOMES.
           05 WS-NOME-TAB OCCURS 50 TIMES PIC X(30).

       01 WS-TABELA-CHAVES-FONETICAS.
           05 WS-CHAVE-TAB OCCURS 50 TIMES PIC X(30).
       01 WS-CHAVE-NOME PIC X(30) VALUE SPACES.

       01 WS-CONTROLE-CAPTURA.
           05 WS-IND-FIM-CAPTURA PIC X(01) VALUE 'N'.
               88 WS-FIM-CAPTURA VALUE 'S'.
           05 WS-IND-FIM-CARGA-NOMES PIC X(01) VALUE 'N'.
               88 WS-FIM-CARGA-NOMES VALUE 'S'.
               88 WS-NAO-FIM-CARGA-NOMES VALUE 'N'.
           05 WS-IND-NOME-PARECIDO PIC X(01) VALUE 'N'.
               88 WS-NOME-PARECIDO VALUE 'S'.
               88 WS-NOME-NAO-PARECIDO VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-NOMES PIC X(02) VALUE '00'.
           IF WS-QTD-NOMES < WS-MAX-NOMES
               ADD 1 TO WS-QTD-NOMES
               MOVE REG-NOME TO WS-NOME-TAB(WS-QTD-NOMES)
               CALL 'NOMEFON' USING WS-NOME-TAB(WS-QTD-NOMES)
                   WS-CHAVE-TAB(WS-QTD-NOMES)
           END-IF
           PERFORM 0060-LER-NOME
           EXIT.
                   IF WS-NOME-DUPLICADO
                       DISPLAY 'NOME JA INFORMADO: ' WS-NOME
                   ELSE
                       PERFORM 1150-VERIFICAR-PARECIDO
                       ADD 1 TO WS-QTD-NOMES
                       MOVE WS-NOME TO WS-NOME-TAB(WS-QTD-NOMES)
                       MOVE WS-CHAVE-NOME TO WS-CHAVE-TAB(WS-QTD-NOMES)
                       WRITE REG-NOME FROM WS-NOME
                       DISPLAY 'ENTENDI, SEU NOME E: ' WS-NOME
                   END-IF
           ADD 1 TO WS-SUB
           EXIT.

       1150-VERIFICAR-PARECIDO.
           CALL 'NOMEFON' USING WS-NOME WS-CHAVE-NOME
           SET WS-NOME-NAO-PARECIDO TO TRUE
           MOVE 1 TO WS-SUB
           PERFORM 1160-COMPARAR-CHAVE-TAB UNTIL WS-SUB > WS-QTD-NOMES
           IF WS-NOME-PARECIDO
               DISPLAY 'O NOME SERA CADASTRADO - CONFIRA SE NAO E A '
                   'MESMA PESSOA.'
           END-IF
           EXIT.

       1160-COMPARAR-CHAVE-TAB.
           IF WS-CHAVE-TAB(WS-SUB) = WS-CHAVE-NOME
               AND WS-CHAVE-NOME NOT = SPACES
               SET WS-NOME-PARECIDO TO TRUE
               DISPLAY 'ATENCAO: NOME PARECIDO JA CADASTRADO: '
                   WS-NOME-TAB(WS-SUB)
           END-IF
           ADD 1 TO WS-SUB
           EXIT.

       2000-EXIBIR-RESUMO.
           DISPLAY SPACES
           DISPLAY 'TOTAL DE NOMES CADASTRADOS: ' WS-QTD-NOMES
