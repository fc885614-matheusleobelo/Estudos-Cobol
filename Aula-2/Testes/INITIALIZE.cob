      *                   LOCALIZA POR CPF E OS REGISTROS EXISTENTES
      *                   SAO CONVERTIDOS UMA UNICA VEZ PELO UTILITARIO
      *                   INITMIG
      *15/10/2026 MLBF    INCLUIDO O CADASTRO DE DEPENDENTES INITDEP
      *                   (NOME, DATA DE NASCIMENTO E PARENTESCO DE CADA
      *                   DEPENDENTE), CHAVEADO PELO CPF DO TITULAR NO
      *                   INITMST MAIS A SEQUENCIA DO DEPENDENTE,
      *                   MANTIDO PELA NOVA OPCAO 5-DEPENDENTES; USADO
      *                   NA COBERTURA DO PLANO DE SAUDE (AC00PLAN) PARA
      *                   A FAIXA ETARIA DE CADA DEPENDENTE
      *15/10/2026 MLBF    5110-CONFERIR-NOME-PARECIDO: NA INCLUSAO DO
      *                   MESTRE, O NOME E COMPARADO PELA CHAVE FONETICA
      *                   (ROTINA NOMEFON) COM OS DEMAIS REGISTROS DO
      *                   INITMST; NOME PARECIDO COM OUTRO CPF GERA
      *                   AVISO, SEM IMPEDIR A INCLUSAO
      *15/10/2026 MLBF    LAYOUT DE REG-MESTRE (E DE WS-REG-MESTRE)
      *                   ATUALIZADO COM OS CAMPOS DE ENDERECO
      *                   (LOGRADOURO, NUMERO, CEP, UF E CODIGO IBGE DO
      *                   MUNICIPIO), CAPTURADOS NA INCLUSAO E NA
      *                   ALTERACAO (5105). O CEP INFORMADO E VALIDADO
      *                   NA TABELA AC00CEPS PELA ROTINA CEPBUSC (5120)
      *                   E DEFINE CIDADE, UF E CODIGO IBGE; CEP FORA DA
      *                   TABELA CANCELA A OPERACAO, CEP ZERO OU TABELA
      *                   AUSENTE MANTEM A CIDADE DIGITADA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS MST-CPF
               FILE STATUS IS WS-FS-MESTRE.

           SELECT DEPENDENTE-ARQ ASSIGN TO "INITDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSD-CHAVE
               FILE STATUS IS WS-FS-DEPENDENTE.

           SELECT SESSAO-ARQ ASSIGN TO "SETSESS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESSAO.
           05 MST-CIDADE PIC X(15).
           05 MST-CPF PIC 9(11).
           05 MST-QTD-DEPENDENTES PIC 99.
           05 MST-LOGRADOURO PIC X(30).
           05 MST-NUMERO-ENDERECO PIC X(06).
           05 MST-CEP PIC 9(08).
           05 MST-UF PIC X(02).
           05 MST-COD-MUNICIPIO PIC 9(07).

       FD  DEPENDENTE-ARQ.
       01 REG-DEPENDENTE.
           05 MSD-CHAVE.
               10 MSD-CPF-TITULAR PIC 9(11).
               10 MSD-SEQUENCIA PIC 9(02).
           05 MSD-NOME PIC X(20).
           05 MSD-DATA-NASCIMENTO PIC 9(08).
           05 MSD-PARENTESCO PIC X(10).

       FD  SESSAO-ARQ.
       01 REG-SESSAO.
           05 WS-MST-CIDADE PIC X(15) VALUE SPACES.
           05 WS-MST-CPF PIC 9(11) VALUE ZERO.
           05 WS-MST-QTD-DEPENDENTES PIC 99 VALUE ZERO.
           05 WS-MST-LOGRADOURO PIC X(30) VALUE SPACES.
           05 WS-MST-NUMERO-ENDERECO PIC X(06) VALUE SPACES.
           05 WS-MST-CEP PIC 9(08) VALUE ZERO.
           05 WS-MST-UF PIC X(02) VALUE SPACES.
           05 WS-MST-COD-MUNICIPIO PIC 9(07) VALUE ZERO.

       01 WS-IND-CEP-VALIDO PIC X(01) VALUE 'N'.
           88 WS-CEP-VALIDO VALUE 'S'.
           88 WS-CEP-INVALIDO VALUE 'N'.

       01 WS-AREA-CEPBUSC.
           05 CBU-ENTRADA.
               10 CBU-TIPO-BUSCA PIC X(01) VALUE 'C'.
                   88 CBU-BUSCA-POR-CEP VALUE 'C'.
                   88 CBU-BUSCA-POR-MUNICIPIO VALUE 'M'.
               10 CBU-CEP-BUSCA PIC 9(08) VALUE ZERO.
               10 CBU-COD-MUNICIPIO-BUSCA PIC 9(07) VALUE ZERO.
           05 CBU-SAIDA.
               10 CBU-CIDADE PIC X(30) VALUE SPACES.
               10 CBU-UF PIC X(02) VALUE SPACES.
               10 CBU-COD-MUNICIPIO PIC 9(07) VALUE ZERO.
               10 CBU-IND-RESULTADO PIC X(01) VALUE 'N'.
                   88 CBU-CEP-ENCONTRADO VALUE 'S'.
                   88 CBU-CEP-NAO-ENCONTRADO VALUE 'N'.
                   88 CBU-TABELA-CEP-AUSENTE VALUE 'A'.

       01 WS-AREA-NOME-PARECIDO.
           05 WS-NOME-COMPARAR PIC X(30) VALUE SPACES.
           05 WS-CHAVE-NOME-NOVO PIC X(30) VALUE SPACES.
           05 WS-CHAVE-NOME-CADASTRADO PIC X(30) VALUE SPACES.
           05 WS-QTD-PARECIDOS PIC 9(03) COMP VALUE ZERO.
           05 WS-IND-FIM-PARECIDOS PIC X(01) VALUE 'N'.
               88 WS-FIM-PARECIDOS VALUE 'S'.
               88 WS-NAO-FIM-PARECIDOS VALUE 'N'.

       01 WS-AREA-DEPENDENTES.
           05 WS-IND-DEPENDENTE PIC 99 COMP VALUE ZERO.

       01 WS-REG-DEPENDENTE.
           05 WS-MSD-CPF-TITULAR PIC 9(11) VALUE ZERO.
           05 WS-MSD-SEQUENCIA PIC 9(02) VALUE ZERO.
           05 WS-MSD-NOME PIC X(20) VALUE SPACES.
           05 WS-MSD-DATA-NASCIMENTO PIC 9(08) VALUE ZERO.
           05 WS-MSD-DATA-NASC-RED
               REDEFINES WS-MSD-DATA-NASCIMENTO.
               10 WS-MSD-NASC-ANO PIC 9(04).
               10 WS-MSD-NASC-MES PIC 9(02).
               10 WS-MSD-NASC-DIA PIC 9(02).
           05 WS-MSD-PARENTESCO PIC X(10) VALUE SPACES.

       01 WS-OPCAO-DEPENDENTE PIC 9 VALUE ZERO.
       01 WS-QTD-LISTADOS PIC 9(03) COMP VALUE ZERO.
       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.

       01 WS-AREA-DATAVALD.
           05 WS-DTV-DATA.
               10 WS-DTV-DIA PIC 9(02) VALUE ZERO.
               10 WS-DTV-MES PIC 9(02) VALUE ZERO.
               10 WS-DTV-ANO PIC 9(04) VALUE ZERO.
               10 WS-DTV-ANO-MINIMO PIC 9(04) VALUE 1900.
               10 WS-DTV-ANO-MAXIMO PIC 9(04) VALUE ZERO.
           05 WS-DTV-IND-VALIDA PIC X(01) VALUE 'N'.
               88 WS-DATA-DEP-VALIDA VALUE 'S'.
               88 WS-DATA-DEP-INVALIDA VALUE 'N'.
           05 WS-DTV-COD-MOTIVO PIC X(04) VALUE SPACES.

       01 WS-OPCAO-TRANSACAO PIC 9 VALUE ZERO.
       01 WS-IND-FIM-MANUTENCAO PIC X(01) VALUE 'N'.
           88 WS-FIM-MANUTENCAO VALUE 'S'.
           05 WS-FS-CADASTRO PIC X(02) VALUE '00'.
           05 WS-FS-MESTRE PIC X(02) VALUE '00'.
           05 WS-FS-SESSAO PIC X(02) VALUE '00'.
           05 WS-FS-DEPENDENTE PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-DEPENDENTES PIC X(01) VALUE 'N'.
               88 WS-FIM-DEPENDENTES VALUE 'S'.
               88 WS-NAO-FIM-DEPENDENTES VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 5010-ABRIR-MESTRE
               UNTIL WS-FS-MESTRE = '00' OR WS-ERRO-FATAL
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 5020-ABRIR-DEPENDENTES
               UNTIL WS-FS-DEPENDENTE = '00' OR WS-ERRO-FATAL

           PERFORM 5050-PROCESSAR-TRANSACAO UNTIL WS-FIM-MANUTENCAO

           CLOSE MESTRE-ARQ
           CLOSE DEPENDENTE-ARQ
           EXIT.

       5005-LER-SESSAO-OPERADOR.
           END-IF
           EXIT.

       5020-ABRIR-DEPENDENTES.
           OPEN I-O DEPENDENTE-ARQ
           IF WS-FS-DEPENDENTE = '35'
               OPEN OUTPUT DEPENDENTE-ARQ
               CLOSE DEPENDENTE-ARQ
               OPEN I-O DEPENDENTE-ARQ
           END-IF
           IF WS-FS-DEPENDENTE NOT = '00'
               MOVE WS-FS-DEPENDENTE TO WS-FILE-STATUS
               MOVE 'INITDEP' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       5050-PROCESSAR-TRANSACAO.
           DISPLAY SPACES
           DISPLAY 'MANUTENCAO DO CADASTRO DE PESSOAS'
           DISPLAY '1-INCLUIR  2-ALTERAR  3-EXCLUIR  4-ENCERRAR'
               '  5-DEPENDENTES'
           ACCEPT WS-OPCAO-TRANSACAO

           EVALUATE WS-OPCAO-TRANSACAO
                   END-IF
               WHEN 4
                   SET WS-FIM-MANUTENCAO TO TRUE
               WHEN 5
                   PERFORM 5400-MANTER-DEPENDENTES
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           ACCEPT WS-MST-IDADE
           DISPLAY 'CIDADE?'
           ACCEPT WS-MST-CIDADE
           PERFORM 5105-RECEBER-ENDERECO
           DISPLAY 'CPF?'
           ACCEPT WS-MST-CPF
           DISPLAY 'QUANTIDADE DE DEPENDENTES (0 A 10)?'
           IF WS-CPF-INVALIDO
               DISPLAY 'CPF INVALIDO, INCLUSAO CANCELADA: ' WS-MST-CPF
           ELSE
               PERFORM 5120-VALIDAR-CEP
               IF WS-CEP-INVALIDO
                   DISPLAY 'CEP NAO CADASTRADO EM AC00CEPS, INCLUSAO '
                       'CANCELADA: ' WS-MST-CEP
               ELSE
                   PERFORM 5110-CONFERIR-NOME-PARECIDO
                   WRITE REG-MESTRE FROM WS-REG-MESTRE
                       INVALID KEY
                           DISPLAY 'CPF JA CADASTRADO: ' WS-MST-CPF
                   END-WRITE
               END-IF
           END-IF
           EXIT.

       5105-RECEBER-ENDERECO.
           DISPLAY 'LOGRADOURO (RUA/AVENIDA)?'
           ACCEPT WS-MST-LOGRADOURO
           DISPLAY 'NUMERO DO ENDERECO?'
           ACCEPT WS-MST-NUMERO-ENDERECO
           DISPLAY 'CEP (8 DIGITOS, ZERO = SEM CEP)?'
           ACCEPT WS-MST-CEP
           EXIT.

       5110-CONFERIR-NOME-PARECIDO.
           MOVE WS-MST-NOME TO WS-NOME-COMPARAR
           CALL 'NOMEFON' USING WS-NOME-COMPARAR WS-CHAVE-NOME-NOVO
           MOVE ZERO TO WS-QTD-PARECIDOS
           MOVE ZERO TO MST-CPF
           START MESTRE-ARQ KEY IS >= MST-CPF
               INVALID KEY
                   SET WS-FIM-PARECIDOS TO TRUE
               NOT INVALID KEY
                   SET WS-NAO-FIM-PARECIDOS TO TRUE
           END-START
           PERFORM 5115-COMPARAR-NOME-MESTRE UNTIL WS-FIM-PARECIDOS
           IF WS-QTD-PARECIDOS > ZERO
               DISPLAY 'O REGISTRO SERA INCLUIDO - CONFIRA SE NAO E A '
                   'MESMA PESSOA COM OUTRO CPF.'
           END-IF
           EXIT.

       5115-COMPARAR-NOME-MESTRE.
           READ MESTRE-ARQ NEXT
               AT END
                   SET WS-FIM-PARECIDOS TO TRUE
               NOT AT END
                   IF MST-CPF NOT = WS-MST-CPF
                       MOVE MST-NOME TO WS-NOME-COMPARAR
                       CALL 'NOMEFON' USING WS-NOME-COMPARAR
                           WS-CHAVE-NOME-CADASTRADO
                       IF WS-CHAVE-NOME-CADASTRADO = WS-CHAVE-NOME-NOVO
                           AND WS-CHAVE-NOME-NOVO NOT = SPACES
                           ADD 1 TO WS-QTD-PARECIDOS
                           DISPLAY 'ATENCAO: NOME PARECIDO JA '
                               'CADASTRADO: ' MST-NOME ' CPF ' MST-CPF
                               ' IDADE ' MST-IDADE
                       END-IF
                   END-IF
           END-READ
           EXIT.

       5120-VALIDAR-CEP.
           SET WS-CEP-VALIDO TO TRUE
           MOVE SPACES TO WS-MST-UF
           MOVE ZERO TO WS-MST-COD-MUNICIPIO
           IF WS-MST-CEP > ZERO
               SET CBU-BUSCA-POR-CEP TO TRUE
               MOVE WS-MST-CEP TO CBU-CEP-BUSCA
               CALL 'CEPBUSC' USING WS-AREA-CEPBUSC
               EVALUATE TRUE
                   WHEN CBU-CEP-ENCONTRADO
                       MOVE CBU-CIDADE TO WS-MST-CIDADE
                       MOVE CBU-UF TO WS-MST-UF
                       MOVE CBU-COD-MUNICIPIO TO WS-MST-COD-MUNICIPIO
                       DISPLAY 'CEP ' WS-MST-CEP ': ' WS-MST-CIDADE
                           '/' WS-MST-UF ' (IBGE ' WS-MST-COD-MUNICIPIO
                           ')'
                   WHEN CBU-CEP-NAO-ENCONTRADO
                       SET WS-CEP-INVALIDO TO TRUE
                   WHEN OTHER
                       DISPLAY 'AC00CEPS NAO ENCONTRADO - CEP NAO '
                           'VALIDADO, MANTIDA A CIDADE DIGITADA'
               END-EVALUATE
           END-IF
           EXIT.

                   ACCEPT WS-MST-IDADE
                   DISPLAY 'CIDADE?'
                   ACCEPT WS-MST-CIDADE
                   PERFORM 5105-RECEBER-ENDERECO
                   DISPLAY 'QUANTIDADE DE DEPENDENTES (0 A 10)?'
                   ACCEPT WS-MST-QTD-DEPENDENTES
                   IF WS-MST-QTD-DEPENDENTES > 10
                       MOVE 10 TO WS-MST-QTD-DEPENDENTES
                   END-IF
                   PERFORM 5210-REGRAVAR-MESTRE
           END-READ
           EXIT.

       5210-REGRAVAR-MESTRE.
           PERFORM 5120-VALIDAR-CEP
           IF WS-CEP-INVALIDO
               DISPLAY 'CEP NAO CADASTRADO EM AC00CEPS, ALTERACAO '
                   'CANCELADA: ' WS-MST-CEP
           ELSE
               MOVE WS-MST-NOME TO MST-NOME
               MOVE WS-MST-IDADE TO MST-IDADE
               MOVE WS-MST-CIDADE TO MST-CIDADE
               MOVE WS-MST-QTD-DEPENDENTES
                   TO MST-QTD-DEPENDENTES
               MOVE WS-MST-LOGRADOURO TO MST-LOGRADOURO
               MOVE WS-MST-NUMERO-ENDERECO TO MST-NUMERO-ENDERECO
               MOVE WS-MST-CEP TO MST-CEP
               MOVE WS-MST-UF TO MST-UF
               MOVE WS-MST-COD-MUNICIPIO TO MST-COD-MUNICIPIO
               REWRITE REG-MESTRE
           END-IF
           EXIT.

       5300-EXCLUIR-REGISTRO.
           DISPLAY 'CPF A EXCLUIR?'
           ACCEPT WS-MST-CPF
           END-DELETE
           EXIT.

       5400-MANTER-DEPENDENTES.
           DISPLAY 'CPF DO TITULAR?'
           ACCEPT WS-MST-CPF
           MOVE WS-MST-CPF TO MST-CPF
           READ MESTRE-ARQ
               INVALID KEY
                   DISPLAY 'CPF NAO CADASTRADO: ' WS-MST-CPF
               NOT INVALID KEY
                   DISPLAY 'TITULAR: ' MST-NOME
                   MOVE WS-MST-CPF TO WS-MSD-CPF-TITULAR
                   PERFORM 5410-PROCESSAR-DEPENDENTE
           END-READ
           EXIT.

       5410-PROCESSAR-DEPENDENTE.
           DISPLAY 'DEPENDENTES: 1-INCLUIR  2-EXCLUIR  3-LISTAR'
           ACCEPT WS-OPCAO-DEPENDENTE
           EVALUATE WS-OPCAO-DEPENDENTE
               WHEN 1
                   IF WS-OPERADOR-CONSULTA
                       PERFORM 5060-NEGAR-MANUTENCAO
                   ELSE
                       PERFORM 5420-INCLUIR-DEPENDENTE
                   END-IF
               WHEN 2
                   IF WS-OPERADOR-CONSULTA
                       PERFORM 5060-NEGAR-MANUTENCAO
                   ELSE
                       PERFORM 5430-EXCLUIR-DEPENDENTE
                   END-IF
               WHEN 3
                   PERFORM 5440-LISTAR-DEPENDENTES
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           EXIT.

       5420-INCLUIR-DEPENDENTE.
           DISPLAY 'SEQUENCIA DO DEPENDENTE (01 A 99)?'
           ACCEPT WS-MSD-SEQUENCIA
           DISPLAY 'NOME DO DEPENDENTE?'
           ACCEPT WS-MSD-NOME
           DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD)?'
           ACCEPT WS-MSD-DATA-NASCIMENTO
           DISPLAY 'PARENTESCO (FILHO, CONJUGE, ...)?'
           ACCEPT WS-MSD-PARENTESCO

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-MSD-NASC-DIA TO WS-DTV-DIA
           MOVE WS-MSD-NASC-MES TO WS-DTV-MES
           MOVE WS-MSD-NASC-ANO TO WS-DTV-ANO
           MOVE WS-DATA-HOJE(1:4) TO WS-DTV-ANO-MAXIMO
           CALL 'DATAVALD' USING WS-DTV-DATA WS-DTV-IND-VALIDA
               WS-DTV-COD-MOTIVO

           EVALUATE TRUE
               WHEN WS-MSD-SEQUENCIA = ZERO
                   DISPLAY 'SEQUENCIA INVALIDA, INCLUSAO CANCELADA'
               WHEN WS-DATA-DEP-INVALIDA
                   DISPLAY 'DATA DE NASCIMENTO INVALIDA ('
                       WS-DTV-COD-MOTIVO '), INCLUSAO CANCELADA'
               WHEN WS-MSD-DATA-NASCIMENTO > WS-DATA-HOJE
                   DISPLAY 'DATA DE NASCIMENTO FUTURA, INCLUSAO '
                       'CANCELADA'
               WHEN OTHER
                   WRITE REG-DEPENDENTE FROM WS-REG-DEPENDENTE
                       INVALID KEY
                           DISPLAY 'SEQUENCIA JA CADASTRADA PARA O '
                               'TITULAR: ' WS-MSD-SEQUENCIA
                   END-WRITE
           END-EVALUATE
           EXIT.

       5430-EXCLUIR-DEPENDENTE.
           DISPLAY 'SEQUENCIA DO DEPENDENTE A EXCLUIR?'
           ACCEPT WS-MSD-SEQUENCIA
           MOVE WS-MSD-CPF-TITULAR TO MSD-CPF-TITULAR
           MOVE WS-MSD-SEQUENCIA TO MSD-SEQUENCIA
           DELETE DEPENDENTE-ARQ
               INVALID KEY
                   DISPLAY 'DEPENDENTE NAO CADASTRADO: '
                       WS-MSD-SEQUENCIA
           END-DELETE
           EXIT.

       5440-LISTAR-DEPENDENTES.
           MOVE ZERO TO WS-QTD-LISTADOS
           MOVE WS-MSD-CPF-TITULAR TO MSD-CPF-TITULAR
           MOVE ZERO TO MSD-SEQUENCIA
           START DEPENDENTE-ARQ KEY IS >= MSD-CHAVE
               INVALID KEY
                   SET WS-FIM-DEPENDENTES TO TRUE
               NOT INVALID KEY
                   SET WS-NAO-FIM-DEPENDENTES TO TRUE
           END-START
           PERFORM 5445-LISTAR-UM-DEPENDENTE UNTIL WS-FIM-DEPENDENTES
           DISPLAY WS-QTD-LISTADOS ' DEPENDENTE(S) LISTADO(S)'
           EXIT.

       5445-LISTAR-UM-DEPENDENTE.
           READ DEPENDENTE-ARQ NEXT
               AT END
                   SET WS-FIM-DEPENDENTES TO TRUE
               NOT AT END
                   IF MSD-CPF-TITULAR NOT = WS-MSD-CPF-TITULAR
                       SET WS-FIM-DEPENDENTES TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-LISTADOS
                       DISPLAY MSD-SEQUENCIA ' ' MSD-NOME ' '
                           MSD-DATA-NASCIMENTO ' ' MSD-PARENTESCO
                   END-IF
           END-READ
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           CLOSE CADASTRO-ARQ
           EXIT.
