      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00EX12.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00EX12
      *OBJETIVO   : MANTER O RATEIO DO CUSTO DO FUNCIONARIO ENTRE
      *             CENTROS DE CUSTO (AC00RATE, INDEXADO POR MATRICULA
      *             + DEPARTAMENTO), NO MESMO PADRAO DE MENU DE
      *             MANUTENCAO DE AC00EX07: O RATEIO DA MATRICULA E
      *             DEFINIDO POR INTEIRO DE UMA VEZ (ATE 10
      *             DEPARTAMENTOS DISTINTOS, CADASTRADOS EM AC00DEPT,
      *             COM PERCENTUAIS SOMANDO EXATAMENTE 100,00%) E
      *             SUBSTITUI O RATEIO ANTERIOR. MOVECONT, AC00REL E
      *             AC00RORC DISTRIBUEM SALARIO E ENCARGOS POR ESTES
      *             PERCENTUAIS (ROTINA RATEIDEP); A MATRICULA SEM
      *             RATEIO CONTINUA NO DEPARTAMENTO DO CADASTRO
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR OS CAMPOS FUNC-TIPO-CONTRATO
      *                   (C=CLT, A=APRENDIZ, E=ESTAGIARIO,
      *                   P=PRO-LABORE) E FUNC-DATA-FIM-CONTRATO
      *                   INCLUIDOS EM AC00FUNC
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO FUNC-GRAU-RISCO
      *                   (1/2/3=INSALUBRIDADE MINIMA/MEDIA/MAXIMA,
      *                   P=PERICULOSIDADE, BRANCO=SEM ADICIONAL)
      *                   INCLUIDO EM AC00FUNC
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR OS CAMPOS DE ENDERECO
      *                   (FUNC-LOGRADOURO, FUNC-NUMERO-ENDERECO,
      *                   FUNC-CEP, FUNC-UF E FUNC-COD-MUNICIPIO, CODIGO
      *                   IBGE) INCLUIDOS EM AC00FUNC
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEIO-ARQ ASSIGN TO "AC00RATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAT-CHAVE
               FILE STATUS IS WS-FS-RATEIO.

           SELECT AC00-ARQ-FUNCIONARIOS ASSIGN TO "AC00FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               ALTERNATE RECORD KEY IS FUNC-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT AC00-ARQ-DEPARTAMENTOS ASSIGN TO "AC00DEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-FS-DEPARTAMENTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATEIO-ARQ.
       01 REG-RATEIO.
           05 RAT-CHAVE.
               10 RAT-MATRICULA PIC 9(06).
               10 RAT-DEPARTAMENTO PIC X(04).
           05 RAT-PERCENTUAL PIC 9(03)V99.

       FD  AC00-ARQ-FUNCIONARIOS.
       01 REG-FUNCIONARIO.
           05 FUNC-MATRICULA PIC 9(06).
           05 FUNC-NOME PIC X(20).
           05 FUNC-SALARIO PIC 9(07)V99.
           05 FUNC-DATA-NASCIMENTO PIC 9(08).
           05 FUNC-IDADE PIC 99.
           05 FUNC-DEPARTAMENTO PIC X(04).
           05 FUNC-CIDADE PIC X(15).
           05 FUNC-DATA-ADMISSAO PIC 9(08).
           05 FUNC-DATA-DEMISSAO PIC 9(08).
           05 FUNC-IND-ATIVO PIC X(01).
               88 FUNC-ATIVO VALUE 'A'.
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

       FD  AC00-ARQ-DEPARTAMENTOS.
       01 REG-DEPARTAMENTO.
           05 DEP-CODIGO PIC X(04).
           05 DEP-DESCRICAO PIC X(30).
           05 DEP-RESPONSAVEL PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-MATRICULA PIC 9(06) VALUE ZERO.

       01 WS-MAX-DEPTOS-RATEIO PIC 9(02) VALUE 10.
       01 WS-QTD-DEPTOS-RATEIO PIC 9(02) VALUE ZERO.
       01 WS-SUB-RATEIO PIC 9(02) COMP VALUE ZERO.
       01 WS-SUB-COMPARA PIC 9(02) COMP VALUE ZERO.
       01 WS-TABELA-RATEIO.
           05 WS-RATEIO-TAB OCCURS 10 TIMES.
               10 WS-RAT-DEPARTAMENTO PIC X(04).
               10 WS-RAT-PERCENTUAL PIC 9(03)V99.

       01 WS-PERCENTUAL-MAXIMO PIC 9(03)V99 VALUE 100.
       01 WS-TOTAL-PERCENTUAL PIC 9(05)V99 VALUE ZERO.

       01 WS-IND-FUNCIONARIO-ACHADO PIC X(01) VALUE 'N'.
           88 WS-FUNCIONARIO-ACHADO VALUE 'S'.
           88 WS-FUNCIONARIO-NAO-ACHADO VALUE 'N'.

       01 WS-IND-RATEIO-VALIDO PIC X(01) VALUE 'N'.
           88 WS-RATEIO-VALIDO VALUE 'S'.
           88 WS-RATEIO-INVALIDO VALUE 'N'.

       01 WS-QTD-LISTADOS PIC 9(03) VALUE ZERO.
       01 WS-QTD-EXCLUIDOS PIC 9(03) VALUE ZERO.
       01 WS-IND-FIM-LISTAGEM PIC X(01) VALUE 'N'.
           88 WS-FIM-LISTAGEM VALUE 'S'.
           88 WS-NAO-FIM-LISTAGEM VALUE 'N'.

       01 WS-OPCAO-TRANSACAO PIC 9 VALUE ZERO.
       01 WS-IND-FIM-MANUTENCAO PIC X(01) VALUE 'N'.
           88 WS-FIM-MANUTENCAO VALUE 'S'.
           88 WS-NAO-FIM-MANUTENCAO VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-RATEIO PIC X(02) VALUE '00'.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-DEPARTAMENTOS PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-DEPTOS-ABERTO PIC X(01) VALUE 'N'.
               88 WS-DEPTOS-ABERTO VALUE 'S'.
               88 WS-DEPTOS-FECHADO VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 5000-MANTER-RATEIOS.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--MANUTENCAO DO RATEIO POR CENTRO DE CUSTO '
               'AC00RATE--'
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 0010-ABRIR-FUNCIONARIOS
               UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL

           OPEN INPUT AC00-ARQ-DEPARTAMENTOS
           IF WS-FS-DEPARTAMENTOS = '00'
               SET WS-DEPTOS-ABERTO TO TRUE
           ELSE
               SET WS-DEPTOS-FECHADO TO TRUE
               IF WS-FS-DEPARTAMENTOS NOT = '35'
                   MOVE WS-FS-DEPARTAMENTOS TO WS-FILE-STATUS
                   MOVE 'AC00DEPT' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               DISPLAY 'AC00DEPT NAO ENCONTRADO - DEPARTAMENTOS DO '
                   'RATEIO NAO SERAO CONFERIDOS'
           END-IF
           EXIT.

       0010-ABRIR-FUNCIONARIOS.
           OPEN INPUT AC00-ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = '00'
               MOVE WS-FS-FUNCIONARIOS TO WS-FILE-STATUS
               MOVE 'AC00FUNC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       5000-MANTER-RATEIOS.
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 5010-ABRIR-RATEIOS
               UNTIL WS-FS-RATEIO = '00' OR WS-ERRO-FATAL

           PERFORM 5050-PROCESSAR-TRANSACAO UNTIL WS-FIM-MANUTENCAO

           CLOSE RATEIO-ARQ
           CLOSE AC00-ARQ-FUNCIONARIOS
           IF WS-DEPTOS-ABERTO
               CLOSE AC00-ARQ-DEPARTAMENTOS
           END-IF
           EXIT.

       5010-ABRIR-RATEIOS.
           OPEN I-O RATEIO-ARQ
           IF WS-FS-RATEIO = '35'
               OPEN OUTPUT RATEIO-ARQ
               CLOSE RATEIO-ARQ
               OPEN I-O RATEIO-ARQ
           END-IF
           IF WS-FS-RATEIO NOT = '00'
               MOVE WS-FS-RATEIO TO WS-FILE-STATUS
               MOVE 'AC00RATE' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       5050-PROCESSAR-TRANSACAO.
           DISPLAY SPACES
           DISPLAY 'RATEIO DO CUSTO POR CENTRO DE CUSTO'
           DISPLAY '1-DEFINIR RATEIO  2-CONSULTAR  3-EXCLUIR RATEIO'
               '  4-ENCERRAR'
           ACCEPT WS-OPCAO-TRANSACAO

           EVALUATE WS-OPCAO-TRANSACAO
               WHEN 1
                   PERFORM 5100-DEFINIR-RATEIO
               WHEN 2
                   PERFORM 5200-CONSULTAR-RATEIO
               WHEN 3
                   PERFORM 5300-EXCLUIR-RATEIO
               WHEN 4
                   SET WS-FIM-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           EXIT.

       5100-DEFINIR-RATEIO.
           DISPLAY 'MATRICULA DO FUNCIONARIO?'
           ACCEPT WS-MATRICULA
           PERFORM 5150-VERIFICAR-FUNCIONARIO
           IF WS-FUNCIONARIO-NAO-ACHADO
               DISPLAY 'MATRICULA NAO CADASTRADA EM AC00FUNC: '
                   WS-MATRICULA ' - RATEIO CANCELADO'
           ELSE
               DISPLAY 'QUANTIDADE DE DEPARTAMENTOS NO RATEIO (1 A '
                   WS-MAX-DEPTOS-RATEIO ')?'
               ACCEPT WS-QTD-DEPTOS-RATEIO
               IF WS-QTD-DEPTOS-RATEIO = ZERO
                   OR WS-QTD-DEPTOS-RATEIO > WS-MAX-DEPTOS-RATEIO
                   DISPLAY 'QUANTIDADE FORA DO INTERVALO: '
                       WS-QTD-DEPTOS-RATEIO ' - RATEIO CANCELADO'
               ELSE
                   SET WS-RATEIO-VALIDO TO TRUE
                   MOVE ZERO TO WS-TOTAL-PERCENTUAL
                   MOVE 1 TO WS-SUB-RATEIO
                   PERFORM 5160-RECEBER-DEPARTAMENTO
                       UNTIL WS-SUB-RATEIO > WS-QTD-DEPTOS-RATEIO
                   IF WS-TOTAL-PERCENTUAL NOT = WS-PERCENTUAL-MAXIMO
                       DISPLAY 'PERCENTUAIS SOMAM ' WS-TOTAL-PERCENTUAL
                           ' - O RATEIO DEVE SOMAR 100,00%'
                       SET WS-RATEIO-INVALIDO TO TRUE
                   END-IF
                   IF WS-RATEIO-INVALIDO
                       DISPLAY 'RATEIO CANCELADO - RATEIO ANTERIOR '
                           'MANTIDO'
                   ELSE
                       PERFORM 5400-REMOVER-RATEIO-MATRICULA
                       MOVE 1 TO WS-SUB-RATEIO
                       PERFORM 5180-GRAVAR-DEPARTAMENTO
                           UNTIL WS-SUB-RATEIO > WS-QTD-DEPTOS-RATEIO
                       DISPLAY 'RATEIO DA MATRICULA ' WS-MATRICULA
                           ' GRAVADO EM ' WS-QTD-DEPTOS-RATEIO
                           ' DEPARTAMENTO(S)'
                   END-IF
               END-IF
           END-IF
           EXIT.

       5150-VERIFICAR-FUNCIONARIO.
           MOVE WS-MATRICULA TO FUNC-MATRICULA
           READ AC00-ARQ-FUNCIONARIOS
               INVALID KEY
                   SET WS-FUNCIONARIO-NAO-ACHADO TO TRUE
               NOT INVALID KEY
                   SET WS-FUNCIONARIO-ACHADO TO TRUE
                   DISPLAY 'FUNCIONARIO: ' FUNC-NOME
                       '  DEPARTAMENTO DO CADASTRO: ' FUNC-DEPARTAMENTO
           END-READ
           EXIT.

       5160-RECEBER-DEPARTAMENTO.
           DISPLAY 'DEPARTAMENTO ' WS-SUB-RATEIO '?'
           ACCEPT WS-RAT-DEPARTAMENTO(WS-SUB-RATEIO)
           DISPLAY 'PERCENTUAL DO DEPARTAMENTO (SEM VIRGULA, '
               'EX.: 05000 = 50,00%)?'
           ACCEPT WS-RAT-PERCENTUAL(WS-SUB-RATEIO)

           IF WS-RAT-DEPARTAMENTO(WS-SUB-RATEIO) = SPACES
               DISPLAY 'DEPARTAMENTO EM BRANCO'
               SET WS-RATEIO-INVALIDO TO TRUE
           ELSE
               PERFORM 5170-VERIFICAR-DEPARTAMENTO
               MOVE 1 TO WS-SUB-COMPARA
               PERFORM 5175-COMPARAR-ANTERIOR
                   UNTIL WS-SUB-COMPARA NOT < WS-SUB-RATEIO
           END-IF
           IF WS-RAT-PERCENTUAL(WS-SUB-RATEIO) = ZERO
               OR WS-RAT-PERCENTUAL(WS-SUB-RATEIO)
               > WS-PERCENTUAL-MAXIMO
               DISPLAY 'PERCENTUAL FORA DO INTERVALO (0 A '
                   WS-PERCENTUAL-MAXIMO '): '
                   WS-RAT-PERCENTUAL(WS-SUB-RATEIO)
               SET WS-RATEIO-INVALIDO TO TRUE
           END-IF
           ADD WS-RAT-PERCENTUAL(WS-SUB-RATEIO) TO WS-TOTAL-PERCENTUAL
           ADD 1 TO WS-SUB-RATEIO
           EXIT.

       5170-VERIFICAR-DEPARTAMENTO.
           IF WS-DEPTOS-ABERTO
               MOVE WS-RAT-DEPARTAMENTO(WS-SUB-RATEIO) TO DEP-CODIGO
               READ AC00-ARQ-DEPARTAMENTOS
                   INVALID KEY
                       DISPLAY 'DEPARTAMENTO NAO CADASTRADO EM '
                           'AC00DEPT: ' DEP-CODIGO
                       SET WS-RATEIO-INVALIDO TO TRUE
                   NOT INVALID KEY
                       DISPLAY '  ' DEP-CODIGO ' ' DEP-DESCRICAO
               END-READ
           END-IF
           EXIT.

       5175-COMPARAR-ANTERIOR.
           IF WS-RAT-DEPARTAMENTO(WS-SUB-COMPARA)
               = WS-RAT-DEPARTAMENTO(WS-SUB-RATEIO)
               DISPLAY 'DEPARTAMENTO REPETIDO NO RATEIO: '
                   WS-RAT-DEPARTAMENTO(WS-SUB-RATEIO)
               SET WS-RATEIO-INVALIDO TO TRUE
           END-IF
           ADD 1 TO WS-SUB-COMPARA
           EXIT.

       5180-GRAVAR-DEPARTAMENTO.
           MOVE WS-MATRICULA TO RAT-MATRICULA
           MOVE WS-RAT-DEPARTAMENTO(WS-SUB-RATEIO) TO RAT-DEPARTAMENTO
           MOVE WS-RAT-PERCENTUAL(WS-SUB-RATEIO) TO RAT-PERCENTUAL
           WRITE REG-RATEIO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR RATEIO: ' WS-MATRICULA '/'
                       RAT-DEPARTAMENTO ' (STATUS ' WS-FS-RATEIO ')'
           END-WRITE
           ADD 1 TO WS-SUB-RATEIO
           EXIT.

       5200-CONSULTAR-RATEIO.
           DISPLAY 'MATRICULA A CONSULTAR?'
           ACCEPT WS-MATRICULA
           PERFORM 5150-VERIFICAR-FUNCIONARIO
           MOVE ZERO TO WS-QTD-LISTADOS
           MOVE ZERO TO WS-TOTAL-PERCENTUAL
           MOVE WS-MATRICULA TO RAT-MATRICULA
           MOVE LOW-VALUES TO RAT-DEPARTAMENTO
           START RATEIO-ARQ KEY IS >= RAT-CHAVE
               INVALID KEY
                   SET WS-FIM-LISTAGEM TO TRUE
               NOT INVALID KEY
                   SET WS-NAO-FIM-LISTAGEM TO TRUE
                   PERFORM 5250-LISTAR-UM-DEPARTAMENTO
                       UNTIL WS-FIM-LISTAGEM
           END-START
           IF WS-QTD-LISTADOS = ZERO
               DISPLAY 'MATRICULA ' WS-MATRICULA ' SEM RATEIO - '
                   'CUSTO NO DEPARTAMENTO DO CADASTRO'
           ELSE
               DISPLAY WS-QTD-LISTADOS ' DEPARTAMENTO(S), TOTAL '
                   WS-TOTAL-PERCENTUAL '%'
           END-IF
           EXIT.

       5250-LISTAR-UM-DEPARTAMENTO.
           READ RATEIO-ARQ NEXT
               AT END
                   SET WS-FIM-LISTAGEM TO TRUE
               NOT AT END
                   IF RAT-MATRICULA NOT = WS-MATRICULA
                       SET WS-FIM-LISTAGEM TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-LISTADOS
                       ADD RAT-PERCENTUAL TO WS-TOTAL-PERCENTUAL
                       DISPLAY '  ' RAT-DEPARTAMENTO ' '
                           RAT-PERCENTUAL
                   END-IF
           END-READ
           EXIT.

       5300-EXCLUIR-RATEIO.
           DISPLAY 'MATRICULA DO RATEIO A EXCLUIR?'
           ACCEPT WS-MATRICULA
           PERFORM 5400-REMOVER-RATEIO-MATRICULA
           IF WS-QTD-EXCLUIDOS = ZERO
               DISPLAY 'MATRICULA ' WS-MATRICULA ' SEM RATEIO'
           ELSE
               DISPLAY WS-QTD-EXCLUIDOS ' DEPARTAMENTO(S) EXCLUIDO(S)'
                   ' - CUSTO VOLTA AO DEPARTAMENTO DO CADASTRO'
           END-IF
           EXIT.

       5400-REMOVER-RATEIO-MATRICULA.
           MOVE ZERO TO WS-QTD-EXCLUIDOS
           MOVE WS-MATRICULA TO RAT-MATRICULA
           MOVE LOW-VALUES TO RAT-DEPARTAMENTO
           START RATEIO-ARQ KEY IS >= RAT-CHAVE
               INVALID KEY
                   SET WS-FIM-LISTAGEM TO TRUE
               NOT INVALID KEY
                   SET WS-NAO-FIM-LISTAGEM TO TRUE
                   PERFORM 5450-REMOVER-UM-DEPARTAMENTO
                       UNTIL WS-FIM-LISTAGEM
           END-START
           EXIT.

       5450-REMOVER-UM-DEPARTAMENTO.
           READ RATEIO-ARQ NEXT
               AT END
                   SET WS-FIM-LISTAGEM TO TRUE
               NOT AT END
                   IF RAT-MATRICULA NOT = WS-MATRICULA
                       SET WS-FIM-LISTAGEM TO TRUE
                   ELSE
                       DELETE RATEIO-ARQ
                           INVALID KEY
                               DISPLAY 'ERRO AO EXCLUIR RATEIO: '
                                   RAT-MATRICULA '/' RAT-DEPARTAMENTO
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-EXCLUIDOS
                       END-DELETE
                   END-IF
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
