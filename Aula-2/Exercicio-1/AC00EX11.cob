      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00EX11.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00EX11
      *OBJETIVO   : MANTER A TABELA DE CARGOS E FAIXAS SALARIAIS
      *             (AC00CARG, INDEXADO PELO CODIGO DO CARGO), COM
      *             DESCRICAO, GRAU E SALARIO MINIMO/MEDIO/MAXIMO DA
      *             FAIXA, NO MESMO PADRAO DE MENU DE MANUTENCAO DE
      *             AC00EX03; E CONTRA ESTA TABELA QUE AC00EX01 E
      *             AC00DISS AVISAM O SALARIO FORA DA FAIXA DO CARGO
      *             (FUNC-CARGO) E QUE AC00RCMP APURA O COMPA-RATIO
      *             POR DEPARTAMENTO
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGO-ARQ ASSIGN TO "AC00CARG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-CODIGO
               FILE STATUS IS WS-FS-CARGOS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARGO-ARQ.
       01 REG-CARGO.
           05 CAR-CODIGO PIC X(04).
           05 CAR-DESCRICAO PIC X(30).
           05 CAR-GRAU PIC 9(02).
           05 CAR-SALARIO-MINIMO PIC 9(07)V99.
           05 CAR-SALARIO-MEDIO PIC 9(07)V99.
           05 CAR-SALARIO-MAXIMO PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       01 WS-REG-CARGO.
           05 WS-CAR-CODIGO PIC X(04) VALUE SPACES.
           05 WS-CAR-DESCRICAO PIC X(30) VALUE SPACES.
           05 WS-CAR-GRAU PIC 9(02) VALUE ZERO.
           05 WS-CAR-SALARIO-MINIMO PIC 9(07)V99 VALUE ZERO.
           05 WS-CAR-SALARIO-MEDIO PIC 9(07)V99 VALUE ZERO.
           05 WS-CAR-SALARIO-MAXIMO PIC 9(07)V99 VALUE ZERO.

       01 WS-AREA-EDICAO.
           05 WS-MINIMO-EDIT PIC $Z,ZZZ,ZZ9.99.
           05 WS-MEDIO-EDIT PIC $Z,ZZZ,ZZ9.99.
           05 WS-MAXIMO-EDIT PIC $Z,ZZZ,ZZ9.99.

       01 WS-QTD-LISTADOS PIC 9(03) COMP VALUE ZERO.

       01 WS-IND-FAIXA-VALIDA PIC X(01) VALUE 'N'.
           88 WS-FAIXA-VALIDA VALUE 'S'.
           88 WS-FAIXA-INVALIDA VALUE 'N'.

       01 WS-OPCAO-TRANSACAO PIC 9 VALUE ZERO.
       01 WS-IND-FIM-MANUTENCAO PIC X(01) VALUE 'N'.
           88 WS-FIM-MANUTENCAO VALUE 'S'.
           88 WS-NAO-FIM-MANUTENCAO VALUE 'N'.
       01 WS-IND-FIM-LISTAGEM PIC X(01) VALUE 'N'.
           88 WS-FIM-LISTAGEM VALUE 'S'.
           88 WS-NAO-FIM-LISTAGEM VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-CARGOS PIC X(02) VALUE '00'.
           COPY CTLARQ.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 5000-MANTER-CARGOS.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--MANUTENCAO DA TABELA DE CARGOS E SALARIOS--'
           EXIT.

       5000-MANTER-CARGOS.
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 5010-ABRIR-CARGOS
               UNTIL WS-FS-CARGOS = '00' OR WS-ERRO-FATAL

           PERFORM 5050-PROCESSAR-TRANSACAO UNTIL WS-FIM-MANUTENCAO

           CLOSE CARGO-ARQ
           EXIT.

       5010-ABRIR-CARGOS.
           OPEN I-O CARGO-ARQ
           IF WS-FS-CARGOS = '35'
               OPEN OUTPUT CARGO-ARQ
               CLOSE CARGO-ARQ
               OPEN I-O CARGO-ARQ
           END-IF
           IF WS-FS-CARGOS NOT = '00'
               MOVE WS-FS-CARGOS TO WS-FILE-STATUS
               MOVE 'AC00CARG' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       5050-PROCESSAR-TRANSACAO.
           DISPLAY SPACES
           DISPLAY 'MANUTENCAO DE CARGOS E FAIXAS SALARIAIS'
           DISPLAY '1-INCLUIR  2-ALTERAR  3-CONSULTAR  4-EXCLUIR'
               '  5-LISTAR  6-ENCERRAR'
           ACCEPT WS-OPCAO-TRANSACAO

           EVALUATE WS-OPCAO-TRANSACAO
               WHEN 1
                   PERFORM 5100-INCLUIR-REGISTRO
               WHEN 2
                   PERFORM 5200-ALTERAR-REGISTRO
               WHEN 3
                   PERFORM 5300-CONSULTAR-REGISTRO
               WHEN 4
                   PERFORM 5400-EXCLUIR-REGISTRO
               WHEN 5
                   PERFORM 5500-LISTAR-REGISTROS
               WHEN 6
                   SET WS-FIM-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           EXIT.

       5100-INCLUIR-REGISTRO.
           DISPLAY 'CODIGO DO CARGO (4 POSICOES)?'
           ACCEPT WS-CAR-CODIGO
           DISPLAY 'DESCRICAO?'
           ACCEPT WS-CAR-DESCRICAO
           DISPLAY 'GRAU (2 DIGITOS)?'
           ACCEPT WS-CAR-GRAU
           PERFORM 5150-RECEBER-FAIXA

           IF WS-CAR-CODIGO = SPACES
               DISPLAY 'CODIGO EM BRANCO, INCLUSAO CANCELADA'
           ELSE
               IF WS-FAIXA-INVALIDA
                   DISPLAY 'FAIXA INVALIDA (MINIMO <= MEDIO <= '
                       'MAXIMO), INCLUSAO CANCELADA'
               ELSE
                   WRITE REG-CARGO FROM WS-REG-CARGO
                       INVALID KEY
                           DISPLAY 'CODIGO JA CADASTRADO: '
                               WS-CAR-CODIGO
                   END-WRITE
               END-IF
           END-IF
           EXIT.

       5150-RECEBER-FAIXA.
           DISPLAY 'SALARIO MINIMO DA FAIXA?'
           ACCEPT WS-CAR-SALARIO-MINIMO
           DISPLAY 'SALARIO MEDIO (PONTO MEDIO) DA FAIXA?'
           ACCEPT WS-CAR-SALARIO-MEDIO
           DISPLAY 'SALARIO MAXIMO DA FAIXA?'
           ACCEPT WS-CAR-SALARIO-MAXIMO
           IF WS-CAR-SALARIO-MINIMO > ZERO
               AND WS-CAR-SALARIO-MINIMO NOT > WS-CAR-SALARIO-MEDIO
               AND WS-CAR-SALARIO-MEDIO NOT > WS-CAR-SALARIO-MAXIMO
               SET WS-FAIXA-VALIDA TO TRUE
           ELSE
               SET WS-FAIXA-INVALIDA TO TRUE
           END-IF
           EXIT.

       5200-ALTERAR-REGISTRO.
           DISPLAY 'CODIGO A ALTERAR?'
           ACCEPT WS-CAR-CODIGO
           MOVE WS-CAR-CODIGO TO CAR-CODIGO
           READ CARGO-ARQ
               INVALID KEY
                   DISPLAY 'CODIGO NAO CADASTRADO: ' WS-CAR-CODIGO
               NOT INVALID KEY
                   DISPLAY 'NOVA DESCRICAO?'
                   ACCEPT CAR-DESCRICAO
                   DISPLAY 'NOVO GRAU?'
                   ACCEPT CAR-GRAU
                   PERFORM 5150-RECEBER-FAIXA
                   IF WS-FAIXA-INVALIDA
                       DISPLAY 'FAIXA INVALIDA (MINIMO <= MEDIO <= '
                           'MAXIMO), ALTERACAO CANCELADA'
                   ELSE
                       MOVE WS-CAR-SALARIO-MINIMO TO CAR-SALARIO-MINIMO
                       MOVE WS-CAR-SALARIO-MEDIO TO CAR-SALARIO-MEDIO
                       MOVE WS-CAR-SALARIO-MAXIMO TO CAR-SALARIO-MAXIMO
                       REWRITE REG-CARGO
                   END-IF
           END-READ
           EXIT.

       5300-CONSULTAR-REGISTRO.
           DISPLAY 'CODIGO A CONSULTAR?'
           ACCEPT WS-CAR-CODIGO
           MOVE WS-CAR-CODIGO TO CAR-CODIGO
           READ CARGO-ARQ
               INVALID KEY
                   DISPLAY 'CODIGO NAO CADASTRADO: ' WS-CAR-CODIGO
               NOT INVALID KEY
                   MOVE CAR-SALARIO-MINIMO TO WS-MINIMO-EDIT
                   MOVE CAR-SALARIO-MEDIO TO WS-MEDIO-EDIT
                   MOVE CAR-SALARIO-MAXIMO TO WS-MAXIMO-EDIT
                   DISPLAY 'CODIGO.......: ' CAR-CODIGO
                   DISPLAY 'DESCRICAO....: ' CAR-DESCRICAO
                   DISPLAY 'GRAU.........: ' CAR-GRAU
                   DISPLAY 'MINIMO.......: ' WS-MINIMO-EDIT
                   DISPLAY 'MEDIO........: ' WS-MEDIO-EDIT
                   DISPLAY 'MAXIMO.......: ' WS-MAXIMO-EDIT
           END-READ
           EXIT.

       5400-EXCLUIR-REGISTRO.
           DISPLAY 'CODIGO A EXCLUIR?'
           ACCEPT WS-CAR-CODIGO
           MOVE WS-CAR-CODIGO TO CAR-CODIGO
           DELETE CARGO-ARQ
               INVALID KEY
                   DISPLAY 'CODIGO NAO CADASTRADO: ' WS-CAR-CODIGO
           END-DELETE
           EXIT.

       5500-LISTAR-REGISTROS.
           MOVE ZERO TO WS-QTD-LISTADOS
           MOVE SPACES TO CAR-CODIGO
           START CARGO-ARQ KEY IS >= CAR-CODIGO
               INVALID KEY
                   DISPLAY 'NENHUM CARGO CADASTRADO'
               NOT INVALID KEY
                   SET WS-NAO-FIM-LISTAGEM TO TRUE
                   PERFORM 5550-LISTAR-UM-REGISTRO
                       UNTIL WS-FIM-LISTAGEM
           END-START
           DISPLAY WS-QTD-LISTADOS ' CARGO(S) LISTADO(S)'
           EXIT.

       5550-LISTAR-UM-REGISTRO.
           READ CARGO-ARQ NEXT
               AT END
                   SET WS-FIM-LISTAGEM TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-LISTADOS
                   MOVE CAR-SALARIO-MINIMO TO WS-MINIMO-EDIT
                   MOVE CAR-SALARIO-MEDIO TO WS-MEDIO-EDIT
                   MOVE CAR-SALARIO-MAXIMO TO WS-MAXIMO-EDIT
                   DISPLAY '  ' CAR-CODIGO ' ' CAR-DESCRICAO ' G'
                       CAR-GRAU ' ' WS-MINIMO-EDIT ' ' WS-MEDIO-EDIT
                       ' ' WS-MAXIMO-EDIT
           END-READ
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
