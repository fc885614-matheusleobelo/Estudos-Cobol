      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00EX09.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00EX09
      *OBJETIVO   : MANTER A OPCAO DO FUNCIONARIO PELO ADIANTAMENTO
      *             QUINZENAL (AC00ADOP, INDEXADO PELA MATRICULA), NO
      *             MESMO PADRAO DE MENU DE AC00EX04: TODO FUNCIONARIO
      *             ATIVO RECEBE O ADIANTAMENTO PAGO POR MOVEADTO, A
      *             MENOS QUE TENHA REGISTRO NESTE ARQUIVO COM A OPCAO
      *             'N' (NAO DESEJA RECEBER)
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO FUNC-CARGO (CODIGO DO
      *                   CARGO, CADASTRO AC00CARG MANTIDO POR AC00EX11)
      *                   INCLUIDO EM AC00FUNC
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
           SELECT OPCAO-ADIANTAMENTO-ARQ ASSIGN TO "AC00ADOP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADO-MATRICULA
               FILE STATUS IS WS-FS-OPCAO.

           SELECT AC00-ARQ-FUNCIONARIOS ASSIGN TO "AC00FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               ALTERNATE RECORD KEY IS FUNC-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-FUNCIONARIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPCAO-ADIANTAMENTO-ARQ.
       01 REG-OPCAO-ADIANTAMENTO.
           05 ADO-MATRICULA PIC 9(06).
           05 ADO-IND-ADIANTAMENTO PIC X(01).
               88 ADO-RECEBE VALUE 'S'.
               88 ADO-NAO-RECEBE VALUE 'N'.
           05 ADO-DATA-OPCAO PIC 9(08).

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

       WORKING-STORAGE SECTION.
       01 WS-MATRICULA PIC 9(06) VALUE ZERO.
       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.

       01 WS-REG-OPCAO-ADIANTAMENTO.
           05 WS-ADO-MATRICULA PIC 9(06) VALUE ZERO.
           05 WS-ADO-IND-ADIANTAMENTO PIC X(01) VALUE 'S'.
           05 WS-ADO-DATA-OPCAO PIC 9(08) VALUE ZERO.

       01 WS-IND-FUNCIONARIO-ACHADO PIC X(01) VALUE 'N'.
           88 WS-FUNCIONARIO-ACHADO VALUE 'S'.
           88 WS-FUNCIONARIO-NAO-ACHADO VALUE 'N'.

       01 WS-OPCAO-TRANSACAO PIC 9 VALUE ZERO.
       01 WS-IND-FIM-MANUTENCAO PIC X(01) VALUE 'N'.
           88 WS-FIM-MANUTENCAO VALUE 'S'.
           88 WS-NAO-FIM-MANUTENCAO VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-OPCAO PIC X(02) VALUE '00'.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           COPY CTLARQ.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 5000-MANTER-OPCOES.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--OPCAO PELO ADIANTAMENTO QUINZENAL AC00ADOP--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 0010-ABRIR-FUNCIONARIOS
               UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL
           EXIT.

       0010-ABRIR-FUNCIONARIOS.
           OPEN INPUT AC00-ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = '00'
               MOVE WS-FS-FUNCIONARIOS TO WS-FILE-STATUS
               MOVE 'AC00FUNC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       5000-MANTER-OPCOES.
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 5010-ABRIR-OPCOES
               UNTIL WS-FS-OPCAO = '00' OR WS-ERRO-FATAL

           PERFORM 5050-PROCESSAR-TRANSACAO UNTIL WS-FIM-MANUTENCAO

           CLOSE OPCAO-ADIANTAMENTO-ARQ
           CLOSE AC00-ARQ-FUNCIONARIOS
           EXIT.

       5010-ABRIR-OPCOES.
           OPEN I-O OPCAO-ADIANTAMENTO-ARQ
           IF WS-FS-OPCAO = '35'
               OPEN OUTPUT OPCAO-ADIANTAMENTO-ARQ
               CLOSE OPCAO-ADIANTAMENTO-ARQ
               OPEN I-O OPCAO-ADIANTAMENTO-ARQ
           END-IF
           IF WS-FS-OPCAO NOT = '00'
               MOVE WS-FS-OPCAO TO WS-FILE-STATUS
               MOVE 'AC00ADOP' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       5050-PROCESSAR-TRANSACAO.
           DISPLAY SPACES
           DISPLAY 'OPCAO PELO ADIANTAMENTO QUINZENAL'
           DISPLAY '1-INCLUIR  2-ALTERAR  3-CONSULTAR  4-EXCLUIR'
               '  5-ENCERRAR'
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
                   SET WS-FIM-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           EXIT.

       5100-INCLUIR-REGISTRO.
           DISPLAY 'MATRICULA DO FUNCIONARIO?'
           ACCEPT WS-MATRICULA
           PERFORM 5150-VERIFICAR-FUNCIONARIO
           IF WS-FUNCIONARIO-NAO-ACHADO
               DISPLAY 'MATRICULA NAO CADASTRADA EM AC00FUNC: '
                   WS-MATRICULA ' - INCLUSAO CANCELADA'
           ELSE
               MOVE WS-MATRICULA TO WS-ADO-MATRICULA
               PERFORM 5160-RECEBER-OPCAO
               WRITE REG-OPCAO-ADIANTAMENTO
                   FROM WS-REG-OPCAO-ADIANTAMENTO
                   INVALID KEY
                       DISPLAY 'MATRICULA JA POSSUI OPCAO DE '
                           'ADIANTAMENTO: ' WS-MATRICULA
               END-WRITE
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
           END-READ
           EXIT.

       5160-RECEBER-OPCAO.
           DISPLAY 'DESEJA RECEBER O ADIANTAMENTO QUINZENAL (S/N)?'
           ACCEPT WS-ADO-IND-ADIANTAMENTO
           IF WS-ADO-IND-ADIANTAMENTO NOT = 'N'
               MOVE 'S' TO WS-ADO-IND-ADIANTAMENTO
           END-IF
           MOVE WS-DATA-HOJE TO WS-ADO-DATA-OPCAO
           EXIT.

       5200-ALTERAR-REGISTRO.
           DISPLAY 'MATRICULA A ALTERAR?'
           ACCEPT WS-MATRICULA
           MOVE WS-MATRICULA TO ADO-MATRICULA
           READ OPCAO-ADIANTAMENTO-ARQ
               INVALID KEY
                   DISPLAY 'MATRICULA SEM OPCAO DE ADIANTAMENTO: '
                       WS-MATRICULA
               NOT INVALID KEY
                   MOVE WS-MATRICULA TO WS-ADO-MATRICULA
                   PERFORM 5160-RECEBER-OPCAO
                   MOVE WS-ADO-IND-ADIANTAMENTO
                       TO ADO-IND-ADIANTAMENTO
                   MOVE WS-ADO-DATA-OPCAO TO ADO-DATA-OPCAO
                   REWRITE REG-OPCAO-ADIANTAMENTO
           END-READ
           EXIT.

       5300-CONSULTAR-REGISTRO.
           DISPLAY 'MATRICULA A CONSULTAR?'
           ACCEPT WS-MATRICULA
           MOVE WS-MATRICULA TO ADO-MATRICULA
           READ OPCAO-ADIANTAMENTO-ARQ
               INVALID KEY
                   DISPLAY 'MATRICULA SEM OPCAO REGISTRADA - RECEBE O '
                       'ADIANTAMENTO: ' WS-MATRICULA
               NOT INVALID KEY
                   DISPLAY 'MATRICULA...........: ' ADO-MATRICULA
                   DISPLAY 'RECEBE ADIANTAMENTO.: '
                       ADO-IND-ADIANTAMENTO
                   DISPLAY 'DATA DA OPCAO.......: ' ADO-DATA-OPCAO
           END-READ
           EXIT.

       5400-EXCLUIR-REGISTRO.
           DISPLAY 'MATRICULA A EXCLUIR?'
           ACCEPT WS-MATRICULA
           MOVE WS-MATRICULA TO ADO-MATRICULA
           DELETE OPCAO-ADIANTAMENTO-ARQ
               INVALID KEY
                   DISPLAY 'MATRICULA SEM OPCAO DE ADIANTAMENTO: '
                       WS-MATRICULA
           END-DELETE
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
