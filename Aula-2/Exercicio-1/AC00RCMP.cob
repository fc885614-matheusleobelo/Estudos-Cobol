      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00RCMP.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00RCMP
      *OBJETIVO   : RELATORIO DE COMPA-RATIO POR DEPARTAMENTO
      *             (AC00RCPR): PARA CADA FUNCIONARIO ATIVO COM CARGO
      *             (FUNC-CARGO) NA TABELA AC00CARG, APURA O
      *             COMPA-RATIO (SALARIO / PONTO MEDIO DA FAIXA X 100)
      *             E LISTA, POR DEPARTAMENTO, QUEM ESTA ABAIXO DO
      *             MINIMO OU ACIMA DO MAXIMO DA FAIXA DO CARGO, COM
      *             O TOTAL DE AVALIADOS, DE FORA DA FAIXA E O
      *             COMPA-RATIO DO DEPARTAMENTO (SOMA DOS SALARIOS /
      *             SOMA DOS PONTOS MEDIOS); OS ATIVOS SEM CARGO OU
      *             COM CARGO FORA DA TABELA SAO CONTADOS A PARTE
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
           SELECT AC00-ARQ-FUNCIONARIOS ASSIGN TO "AC00FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUNC-MATRICULA
               ALTERNATE RECORD KEY IS FUNC-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT CARGO-ARQ ASSIGN TO "AC00CARG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-CODIGO
               FILE STATUS IS WS-FS-CARGOS.

           SELECT AC00-ARQ-DEPARTAMENTOS ASSIGN TO "AC00DEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-FS-DEPARTAMENTOS.

           SELECT SORT-ARQ ASSIGN TO "SORTWK".

           SELECT RELATORIO-ARQ ASSIGN TO "AC00RCPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CARGO-ARQ.
       01 REG-CARGO.
           05 CAR-CODIGO PIC X(04).
           05 CAR-DESCRICAO PIC X(30).
           05 CAR-GRAU PIC 9(02).
           05 CAR-SALARIO-MINIMO PIC 9(07)V99.
           05 CAR-SALARIO-MEDIO PIC 9(07)V99.
           05 CAR-SALARIO-MAXIMO PIC 9(07)V99.

       FD  AC00-ARQ-DEPARTAMENTOS.
       01 REG-DEPARTAMENTO.
           05 DEP-CODIGO PIC X(04).
           05 DEP-DESCRICAO PIC X(30).
           05 DEP-RESPONSAVEL PIC X(20).

       SD  SORT-ARQ.
       01 REG-SORT.
           05 SRT-DEPARTAMENTO PIC X(04).
           05 SRT-MATRICULA PIC 9(06).
           05 SRT-NOME PIC X(20).
           05 SRT-CARGO PIC X(04).
           05 SRT-GRAU PIC 9(02).
           05 SRT-SALARIO PIC 9(07)V99.
           05 SRT-SALARIO-MINIMO PIC 9(07)V99.
           05 SRT-SALARIO-MEDIO PIC 9(07)V99.
           05 SRT-SALARIO-MAXIMO PIC 9(07)V99.
           05 SRT-COMPA-RATIO PIC 9(03)V99.
           05 SRT-SITUACAO PIC X(01).
               88 SRT-ABAIXO-FAIXA VALUE 'B'.
               88 SRT-ACIMA-FAIXA VALUE 'A'.
               88 SRT-DENTRO-FAIXA VALUE 'D'.

       FD  RELATORIO-ARQ.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
       01 WS-DEPARTAMENTO-ATUAL PIC X(04) VALUE SPACES.

       01 WS-AREA-COMPA-RATIO.
           05 WS-DEP-QTD-AVALIADOS PIC 9(05) COMP VALUE ZERO.
           05 WS-DEP-QTD-ABAIXO PIC 9(05) COMP VALUE ZERO.
           05 WS-DEP-QTD-ACIMA PIC 9(05) COMP VALUE ZERO.
           05 WS-DEP-SOMA-SALARIO PIC 9(11)V99 VALUE ZERO.
           05 WS-DEP-SOMA-MEDIO PIC 9(11)V99 VALUE ZERO.
           05 WS-GER-QTD-AVALIADOS PIC 9(05) COMP VALUE ZERO.
           05 WS-GER-QTD-ABAIXO PIC 9(05) COMP VALUE ZERO.
           05 WS-GER-QTD-ACIMA PIC 9(05) COMP VALUE ZERO.
           05 WS-GER-SOMA-SALARIO PIC 9(11)V99 VALUE ZERO.
           05 WS-GER-SOMA-MEDIO PIC 9(11)V99 VALUE ZERO.
           05 WS-QTD-SEM-CARGO PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-DEPARTAMENTOS PIC 9(03) COMP VALUE ZERO.
           05 WS-COMPA-CALCULADO PIC 9(03)V99 VALUE ZERO.

       01 WS-IND-CARGO-ACHADO PIC X(01) VALUE 'N'.
           88 WS-CARGO-ACHADO VALUE 'S'.
           88 WS-CARGO-NAO-ACHADO VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-CARGOS PIC X(02) VALUE '00'.
           05 WS-FS-DEPARTAMENTOS PIC X(02) VALUE '00'.
           05 WS-FS-RELATORIO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-DEPTOS-ABERTO PIC X(01) VALUE 'N'.
               88 WS-DEPTOS-ABERTO VALUE 'S'.
               88 WS-DEPTOS-FECHADO VALUE 'N'.
           05 WS-IND-FIM-FUNCIONARIOS PIC X(01) VALUE 'N'.
               88 WS-FIM-FUNCIONARIOS VALUE 'S'.
               88 WS-NAO-FIM-FUNCIONARIOS VALUE 'N'.
           05 WS-IND-FIM-SORT PIC X(01) VALUE 'N'.
               88 WS-FIM-SORT VALUE 'S'.
               88 WS-NAO-FIM-SORT VALUE 'N'.

       01 WS-CAB-RELATORIO-1.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(50)
               VALUE 'COMPA-RATIO POR DEPARTAMENTO - FORA DA FAIXA'.
           05 FILLER PIC X(15) VALUE SPACES.

       01 WS-CAB-RELATORIO-2.
           05 FILLER PIC X(09) VALUE 'EMISSAO: '.
           05 CAB-DATA PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(44)
               VALUE 'COMPA = SALARIO / PONTO MEDIO DA FAIXA X 100'.
           05 FILLER PIC X(15) VALUE SPACES.

       01 WS-CAB-DEPARTAMENTO.
           05 FILLER PIC X(14) VALUE 'DEPARTAMENTO: '.
           05 CABD-DEPARTAMENTO PIC X(04) VALUE SPACES.
           05 FILLER PIC X(03) VALUE ' - '.
           05 CABD-DESCRICAO PIC X(30) VALUE SPACES.
           05 FILLER PIC X(29) VALUE SPACES.

       01 WS-CAB-COLUNAS.
           05 FILLER PIC X(41)
               VALUE 'MATRIC NOME                 CARG GR      '.
           05 FILLER PIC X(33)
               VALUE 'SALARIO LIMITE FAIXA  COMPA  SIT.'.
           05 FILLER PIC X(06) VALUE SPACES.

       01 WS-LINHA-DETALHE.
           05 DET-MATRICULA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-NOME PIC X(20) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-CARGO PIC X(04) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-GRAU PIC 9(02) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-SALARIO PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-LIMITE PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-COMPA PIC ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-SITUACAO PIC X(06) VALUE SPACES.
           05 FILLER PIC X(04) VALUE SPACES.

       01 WS-LINHA-TOTAL.
           05 TOT-ROTULO PIC X(13) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'AVALIADOS: '.
           05 TOT-AVALIADOS PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER PIC X(10) VALUE '  ABAIXO: '.
           05 TOT-ABAIXO PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER PIC X(09) VALUE '  ACIMA: '.
           05 TOT-ACIMA PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER PIC X(09) VALUE '  COMPA: '.
           05 TOT-COMPA PIC ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(04) VALUE SPACES.

       01 WS-LINHA-SEM-CARGO.
           05 FILLER PIC X(40)
               VALUE 'ATIVOS SEM CARGO OU SEM FAIXA CADASTRADA'.
           05 FILLER PIC X(18) VALUE ' (NAO AVALIADOS): '.
           05 TOT-SEM-CARGO PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER PIC X(16) VALUE SPACES.

       01 WS-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 1000-ORDENAR-FUNCIONARIOS.
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--RELATORIO DE COMPA-RATIO POR DEPARTAMENTO--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT RELATORIO-ARQ
           IF WS-FS-RELATORIO NOT = '00'
               MOVE WS-FS-RELATORIO TO WS-FILE-STATUS
               MOVE 'AC00RCPR' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           OPEN INPUT CARGO-ARQ
           IF WS-FS-CARGOS NOT = '00'
               MOVE WS-FS-CARGOS TO WS-FILE-STATUS
               MOVE 'AC00CARG' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

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
           END-IF
           EXIT.

       1000-ORDENAR-FUNCIONARIOS.
           SORT SORT-ARQ
               ON ASCENDING KEY SRT-DEPARTAMENTO SRT-MATRICULA
               INPUT PROCEDURE IS 1100-SELECIONAR-FUNCIONARIOS
               OUTPUT PROCEDURE IS 2000-IMPRIMIR-RELATORIO
           EXIT.

       1100-SELECIONAR-FUNCIONARIOS.
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 1110-ABRIR-FUNCIONARIOS
               UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL

           PERFORM 1150-LER-FUNCIONARIO
           PERFORM 1200-AVALIAR-FUNCIONARIO UNTIL WS-FIM-FUNCIONARIOS

           CLOSE AC00-ARQ-FUNCIONARIOS
           EXIT.

       1110-ABRIR-FUNCIONARIOS.
           OPEN INPUT AC00-ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = '00'
               MOVE WS-FS-FUNCIONARIOS TO WS-FILE-STATUS
               MOVE 'AC00FUNC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       1150-LER-FUNCIONARIO.
           READ AC00-ARQ-FUNCIONARIOS
               AT END
                   SET WS-FIM-FUNCIONARIOS TO TRUE
           END-READ
           EXIT.

       1200-AVALIAR-FUNCIONARIO.
           IF FUNC-ATIVO
               PERFORM 1250-LOCALIZAR-CARGO
               IF WS-CARGO-ACHADO
                   PERFORM 1300-LIBERAR-FUNCIONARIO
               ELSE
                   ADD 1 TO WS-QTD-SEM-CARGO
               END-IF
           END-IF
           PERFORM 1150-LER-FUNCIONARIO
           EXIT.

       1250-LOCALIZAR-CARGO.
           SET WS-CARGO-NAO-ACHADO TO TRUE
           IF FUNC-CARGO NOT = SPACES
               MOVE FUNC-CARGO TO CAR-CODIGO
               READ CARGO-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAR-SALARIO-MEDIO > ZERO
                           SET WS-CARGO-ACHADO TO TRUE
                       END-IF
               END-READ
           END-IF
           EXIT.

       1300-LIBERAR-FUNCIONARIO.
           MOVE FUNC-DEPARTAMENTO TO SRT-DEPARTAMENTO
           MOVE FUNC-MATRICULA TO SRT-MATRICULA
           MOVE FUNC-NOME TO SRT-NOME
           MOVE FUNC-CARGO TO SRT-CARGO
           MOVE CAR-GRAU TO SRT-GRAU
           MOVE FUNC-SALARIO TO SRT-SALARIO
           MOVE CAR-SALARIO-MINIMO TO SRT-SALARIO-MINIMO
           MOVE CAR-SALARIO-MEDIO TO SRT-SALARIO-MEDIO
           MOVE CAR-SALARIO-MAXIMO TO SRT-SALARIO-MAXIMO
           COMPUTE SRT-COMPA-RATIO ROUNDED =
               FUNC-SALARIO * 100 / CAR-SALARIO-MEDIO
               ON SIZE ERROR
                   MOVE 999.99 TO SRT-COMPA-RATIO
           END-COMPUTE
           EVALUATE TRUE
               WHEN FUNC-SALARIO < CAR-SALARIO-MINIMO
                   SET SRT-ABAIXO-FAIXA TO TRUE
               WHEN FUNC-SALARIO > CAR-SALARIO-MAXIMO
                   SET SRT-ACIMA-FAIXA TO TRUE
               WHEN OTHER
                   SET SRT-DENTRO-FAIXA TO TRUE
           END-EVALUATE
           RELEASE REG-SORT
           EXIT.

       2000-IMPRIMIR-RELATORIO.
           MOVE WS-DATA-HOJE TO CAB-DATA
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-1
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-2

           SET WS-NAO-FIM-SORT TO TRUE
           PERFORM 2050-RETORNAR-SORT
           PERFORM 2100-IMPRIMIR-DEPARTAMENTO UNTIL WS-FIM-SORT

           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           MOVE 'TOTAL GERAL  ' TO TOT-ROTULO
           MOVE WS-GER-QTD-AVALIADOS TO TOT-AVALIADOS
           MOVE WS-GER-QTD-ABAIXO TO TOT-ABAIXO
           MOVE WS-GER-QTD-ACIMA TO TOT-ACIMA
           MOVE ZERO TO WS-COMPA-CALCULADO
           IF WS-GER-SOMA-MEDIO > ZERO
               COMPUTE WS-COMPA-CALCULADO ROUNDED =
                   WS-GER-SOMA-SALARIO * 100 / WS-GER-SOMA-MEDIO
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-COMPA-CALCULADO
               END-COMPUTE
           END-IF
           MOVE WS-COMPA-CALCULADO TO TOT-COMPA
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE WS-QTD-SEM-CARGO TO TOT-SEM-CARGO
           WRITE REG-RELATORIO FROM WS-LINHA-SEM-CARGO
           EXIT.

       2050-RETORNAR-SORT.
           RETURN SORT-ARQ
               AT END
                   SET WS-FIM-SORT TO TRUE
           END-RETURN
           EXIT.

       2100-IMPRIMIR-DEPARTAMENTO.
           MOVE SRT-DEPARTAMENTO TO WS-DEPARTAMENTO-ATUAL
           ADD 1 TO WS-QTD-DEPARTAMENTOS
           MOVE ZERO TO WS-DEP-QTD-AVALIADOS
           MOVE ZERO TO WS-DEP-QTD-ABAIXO
           MOVE ZERO TO WS-DEP-QTD-ACIMA
           MOVE ZERO TO WS-DEP-SOMA-SALARIO
           MOVE ZERO TO WS-DEP-SOMA-MEDIO

           MOVE WS-DEPARTAMENTO-ATUAL TO CABD-DEPARTAMENTO
           PERFORM 2150-BUSCAR-DESCRICAO-DEPTO
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
           WRITE REG-RELATORIO FROM WS-CAB-DEPARTAMENTO
           WRITE REG-RELATORIO FROM WS-CAB-COLUNAS

           PERFORM 2200-IMPRIMIR-FUNCIONARIO
               UNTIL WS-FIM-SORT
               OR SRT-DEPARTAMENTO NOT = WS-DEPARTAMENTO-ATUAL

           MOVE 'DEPARTAMENTO ' TO TOT-ROTULO
           MOVE WS-DEP-QTD-AVALIADOS TO TOT-AVALIADOS
           MOVE WS-DEP-QTD-ABAIXO TO TOT-ABAIXO
           MOVE WS-DEP-QTD-ACIMA TO TOT-ACIMA
           MOVE ZERO TO WS-COMPA-CALCULADO
           IF WS-DEP-SOMA-MEDIO > ZERO
               COMPUTE WS-COMPA-CALCULADO ROUNDED =
                   WS-DEP-SOMA-SALARIO * 100 / WS-DEP-SOMA-MEDIO
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-COMPA-CALCULADO
               END-COMPUTE
           END-IF
           MOVE WS-COMPA-CALCULADO TO TOT-COMPA
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           EXIT.

       2150-BUSCAR-DESCRICAO-DEPTO.
           MOVE '(SEM CADASTRO)' TO CABD-DESCRICAO
           IF WS-DEPTOS-ABERTO
               MOVE WS-DEPARTAMENTO-ATUAL TO DEP-CODIGO
               READ AC00-ARQ-DEPARTAMENTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEP-DESCRICAO TO CABD-DESCRICAO
               END-READ
           END-IF
           EXIT.

       2200-IMPRIMIR-FUNCIONARIO.
           ADD 1 TO WS-DEP-QTD-AVALIADOS
           ADD 1 TO WS-GER-QTD-AVALIADOS
           ADD SRT-SALARIO TO WS-DEP-SOMA-SALARIO
           ADD SRT-SALARIO TO WS-GER-SOMA-SALARIO
           ADD SRT-SALARIO-MEDIO TO WS-DEP-SOMA-MEDIO
           ADD SRT-SALARIO-MEDIO TO WS-GER-SOMA-MEDIO

           IF NOT SRT-DENTRO-FAIXA
               MOVE SRT-MATRICULA TO DET-MATRICULA
               MOVE SRT-NOME TO DET-NOME
               MOVE SRT-CARGO TO DET-CARGO
               MOVE SRT-GRAU TO DET-GRAU
               MOVE SRT-SALARIO TO DET-SALARIO
               MOVE SRT-COMPA-RATIO TO DET-COMPA
               IF SRT-ABAIXO-FAIXA
                   ADD 1 TO WS-DEP-QTD-ABAIXO
                   ADD 1 TO WS-GER-QTD-ABAIXO
                   MOVE SRT-SALARIO-MINIMO TO DET-LIMITE
                   MOVE 'ABAIXO' TO DET-SITUACAO
               ELSE
                   ADD 1 TO WS-DEP-QTD-ACIMA
                   ADD 1 TO WS-GER-QTD-ACIMA
                   MOVE SRT-SALARIO-MAXIMO TO DET-LIMITE
                   MOVE 'ACIMA' TO DET-SITUACAO
               END-IF
               WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           END-IF

           PERFORM 2050-RETORNAR-SORT
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           CLOSE CARGO-ARQ
           IF WS-DEPTOS-ABERTO
               CLOSE AC00-ARQ-DEPARTAMENTOS
           END-IF
           CLOSE RELATORIO-ARQ
           DISPLAY 'FUNCIONARIOS AVALIADOS...: ' WS-GER-QTD-AVALIADOS
           DISPLAY 'ABAIXO DO MINIMO.........: ' WS-GER-QTD-ABAIXO
           DISPLAY 'ACIMA DO MAXIMO..........: ' WS-GER-QTD-ACIMA
           DISPLAY 'SEM CARGO/FAIXA..........: ' WS-QTD-SEM-CARGO
           DISPLAY 'RELATORIO AC00RCPR GERADO COM ' WS-QTD-DEPARTAMENTOS
               ' DEPARTAMENTO(S).'
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
