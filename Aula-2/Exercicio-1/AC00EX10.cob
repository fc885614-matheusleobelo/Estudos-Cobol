      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00EX10.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00EX10
      *OBJETIVO   : MANTER OS AFASTAMENTOS DOS FUNCIONARIOS (AC00AFAS,
      *             INDEXADO POR MATRICULA + DATA DE INICIO): TIPO DO
      *             AFASTAMENTO (D=DOENCA PELO INSS, A=ACIDENTE DE
      *             TRABALHO, M=LICENCA MATERNIDADE, N=LICENCA NAO
      *             REMUNERADA), DATA DE INICIO E DATA PREVISTA DE
      *             RETORNO, NO MESMO PADRAO DE MENU DE MANUTENCAO DE
      *             AC00EX07 SOBRE AC00PENS. O MOVE PAGA SO OS DIAS
      *             QUE A EMPRESA DEVE PELO TIPO (OS 15 PRIMEIROS NA
      *             DOENCA E NO ACIDENTE, TODOS NA MATERNIDADE, NENHUM
      *             NA LICENCA NAO REMUNERADA), MANTEM O FGTS NO
      *             ACIDENTE E NA MATERNIDADE, SUSPENDE O VALE
      *             TRANSPORTE E A PROVISAO DE 13o/FERIAS QUANDO O TIPO
      *             INTERROMPE O PERIODO AQUISITIVO; O AC00FERI
      *             DESCONTA O AFASTAMENTO DO PERIODO AQUISITIVO
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
           SELECT AFASTAMENTO-ARQ ASSIGN TO "AC00AFAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WS-FS-AFASTAMENTO.

           SELECT AC00-ARQ-FUNCIONARIOS ASSIGN TO "AC00FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               ALTERNATE RECORD KEY IS FUNC-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-FUNCIONARIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  AFASTAMENTO-ARQ.
       01 REG-AFASTAMENTO.
           05 AFA-CHAVE.
               10 AFA-MATRICULA PIC 9(06).
               10 AFA-DATA-INICIO PIC 9(08).
           05 AFA-TIPO PIC X(01).
               88 AFA-DOENCA VALUE 'D'.
               88 AFA-ACIDENTE-TRABALHO VALUE 'A'.
               88 AFA-MATERNIDADE VALUE 'M'.
               88 AFA-NAO-REMUNERADA VALUE 'N'.
           05 AFA-DATA-RETORNO PIC 9(08).
           05 AFA-OBSERVACAO PIC X(30).

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
       01 WS-DATA-INICIO PIC 9(08) VALUE ZERO.

       01 WS-REG-AFASTAMENTO.
           05 WS-AFA-CHAVE.
               10 WS-AFA-MATRICULA PIC 9(06) VALUE ZERO.
               10 WS-AFA-DATA-INICIO PIC 9(08) VALUE ZERO.
           05 WS-AFA-TIPO PIC X(01) VALUE SPACE.
               88 WS-AFA-DOENCA VALUE 'D'.
               88 WS-AFA-ACIDENTE-TRABALHO VALUE 'A'.
               88 WS-AFA-MATERNIDADE VALUE 'M'.
               88 WS-AFA-NAO-REMUNERADA VALUE 'N'.
               88 WS-AFA-TIPO-VALIDO VALUE 'D' 'A' 'M' 'N'.
           05 WS-AFA-DATA-RETORNO PIC 9(08) VALUE ZERO.
           05 WS-AFA-OBSERVACAO PIC X(30) VALUE SPACES.

       01 WS-DIAS-LICENCA-MATERNIDADE PIC 9(03) VALUE 120.
       01 WS-DIA-JULIANO PIC 9(07) VALUE ZERO.

       01 WS-DATA-TESTE PIC 9(08) VALUE ZERO.
       01 WS-DATA-TESTE-RED REDEFINES WS-DATA-TESTE.
           05 WS-TESTE-ANO PIC 9(04).
           05 WS-TESTE-MES PIC 9(02).
           05 WS-TESTE-DIA PIC 9(02).

       01 WS-AREA-DATAVALD.
           05 WS-DTV-DATA.
               10 WS-DTV-DIA PIC 9(02) VALUE ZERO.
               10 WS-DTV-MES PIC 9(02) VALUE ZERO.
               10 WS-DTV-ANO PIC 9(04) VALUE ZERO.
               10 WS-DTV-ANO-MINIMO PIC 9(04) VALUE 2000.
               10 WS-DTV-ANO-MAXIMO PIC 9(04) VALUE 2099.
           05 WS-DTV-IND-VALIDA PIC X(01) VALUE 'N'.
               88 WS-DATA-VALIDA VALUE 'S'.
               88 WS-DATA-INVALIDA VALUE 'N'.
           05 WS-DTV-COD-MOTIVO PIC X(04) VALUE SPACES.

       01 WS-IND-FUNCIONARIO-ACHADO PIC X(01) VALUE 'N'.
           88 WS-FUNCIONARIO-ACHADO VALUE 'S'.
           88 WS-FUNCIONARIO-NAO-ACHADO VALUE 'N'.

       01 WS-IND-AFASTAMENTO-VALIDO PIC X(01) VALUE 'N'.
           88 WS-AFASTAMENTO-VALIDO VALUE 'S'.
           88 WS-AFASTAMENTO-INVALIDO VALUE 'N'.

       01 WS-QTD-LISTADOS PIC 9(03) VALUE ZERO.
       01 WS-IND-FIM-LISTAGEM PIC X(01) VALUE 'N'.
           88 WS-FIM-LISTAGEM VALUE 'S'.
           88 WS-NAO-FIM-LISTAGEM VALUE 'N'.

       01 WS-OPCAO-TRANSACAO PIC 9 VALUE ZERO.
       01 WS-IND-FIM-MANUTENCAO PIC X(01) VALUE 'N'.
           88 WS-FIM-MANUTENCAO VALUE 'S'.
           88 WS-NAO-FIM-MANUTENCAO VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-AFASTAMENTO PIC X(02) VALUE '00'.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           COPY CTLARQ.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 5000-MANTER-AFASTAMENTOS.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--MANUTENCAO DE AFASTAMENTOS AC00AFAS--'
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

       5000-MANTER-AFASTAMENTOS.
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 5010-ABRIR-AFASTAMENTOS
               UNTIL WS-FS-AFASTAMENTO = '00' OR WS-ERRO-FATAL

           PERFORM 5050-PROCESSAR-TRANSACAO UNTIL WS-FIM-MANUTENCAO

           CLOSE AFASTAMENTO-ARQ
           CLOSE AC00-ARQ-FUNCIONARIOS
           EXIT.

       5010-ABRIR-AFASTAMENTOS.
           OPEN I-O AFASTAMENTO-ARQ
           IF WS-FS-AFASTAMENTO = '35'
               OPEN OUTPUT AFASTAMENTO-ARQ
               CLOSE AFASTAMENTO-ARQ
               OPEN I-O AFASTAMENTO-ARQ
           END-IF
           IF WS-FS-AFASTAMENTO NOT = '00'
               MOVE WS-FS-AFASTAMENTO TO WS-FILE-STATUS
               MOVE 'AC00AFAS' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       5050-PROCESSAR-TRANSACAO.
           DISPLAY SPACES
           DISPLAY 'AFASTAMENTOS (DOENCA/ACIDENTE/MATERNIDADE/NAO '
               'REMUNERADA)'
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
                   PERFORM 5500-LISTAR-AFASTAMENTOS-MATRICULA
               WHEN 6
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
               DISPLAY 'DATA DE INICIO DO AFASTAMENTO (AAAAMMDD)?'
               ACCEPT WS-DATA-INICIO
               MOVE WS-MATRICULA TO WS-AFA-MATRICULA
               MOVE WS-DATA-INICIO TO WS-AFA-DATA-INICIO
               MOVE ZERO TO WS-AFA-DATA-RETORNO
               MOVE SPACES TO WS-AFA-OBSERVACAO
               SET WS-AFASTAMENTO-VALIDO TO TRUE
               MOVE WS-DATA-INICIO TO WS-DATA-TESTE
               PERFORM 5180-VALIDAR-DATA
               IF WS-DATA-INVALIDA
                   DISPLAY 'DATA DE INICIO INVALIDA: ' WS-DATA-INICIO
                       ' (MOTIVO ' WS-DTV-COD-MOTIVO ')'
                   SET WS-AFASTAMENTO-INVALIDO TO TRUE
               ELSE
                   PERFORM 5160-RECEBER-AFASTAMENTO
               END-IF
               IF WS-AFASTAMENTO-VALIDO
                   PERFORM 5170-VERIFICAR-SOBREPOSICAO
               END-IF
               IF WS-AFASTAMENTO-INVALIDO
                   DISPLAY 'INCLUSAO CANCELADA'
               ELSE
                   WRITE REG-AFASTAMENTO FROM WS-REG-AFASTAMENTO
                       INVALID KEY
                           DISPLAY 'AFASTAMENTO JA CADASTRADO: '
                               WS-MATRICULA '/' WS-DATA-INICIO
                   END-WRITE
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
           END-READ
           EXIT.

       5160-RECEBER-AFASTAMENTO.
           DISPLAY 'TIPO (D=DOENCA INSS, A=ACIDENTE DE TRABALHO, '
               'M=MATERNIDADE, N=NAO REMUNERADA)?'
           ACCEPT WS-AFA-TIPO
           IF NOT WS-AFA-TIPO-VALIDO
               DISPLAY 'TIPO DE AFASTAMENTO INVALIDO: ' WS-AFA-TIPO
               SET WS-AFASTAMENTO-INVALIDO TO TRUE
           END-IF
           DISPLAY 'DATA PREVISTA DE RETORNO (AAAAMMDD, ZERO = SEM '
               'PREVISAO)?'
           ACCEPT WS-AFA-DATA-RETORNO
           IF WS-AFA-DATA-RETORNO = ZERO AND WS-AFA-MATERNIDADE
               COMPUTE WS-DIA-JULIANO =
                   FUNCTION INTEGER-OF-DATE(WS-AFA-DATA-INICIO)
                   + WS-DIAS-LICENCA-MATERNIDADE
               COMPUTE WS-AFA-DATA-RETORNO =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-JULIANO)
               DISPLAY 'RETORNO PREVISTO DA LICENCA MATERNIDADE ('
                   WS-DIAS-LICENCA-MATERNIDADE ' DIAS): '
                   WS-AFA-DATA-RETORNO
           END-IF
           IF WS-AFA-DATA-RETORNO NOT = ZERO
               MOVE WS-AFA-DATA-RETORNO TO WS-DATA-TESTE
               PERFORM 5180-VALIDAR-DATA
               IF WS-DATA-INVALIDA
                   DISPLAY 'DATA DE RETORNO INVALIDA: '
                       WS-AFA-DATA-RETORNO ' (MOTIVO '
                       WS-DTV-COD-MOTIVO ')'
                   SET WS-AFASTAMENTO-INVALIDO TO TRUE
               ELSE
                   IF WS-AFA-DATA-RETORNO NOT > WS-AFA-DATA-INICIO
                       DISPLAY 'RETORNO NAO POSTERIOR AO INICIO: '
                           WS-AFA-DATA-RETORNO
                       SET WS-AFASTAMENTO-INVALIDO TO TRUE
                   END-IF
               END-IF
           END-IF
           DISPLAY 'OBSERVACAO (CID, NUMERO DO BENEFICIO, ETC.)?'
           ACCEPT WS-AFA-OBSERVACAO
           EXIT.

       5170-VERIFICAR-SOBREPOSICAO.
           MOVE WS-AFA-MATRICULA TO AFA-MATRICULA
           MOVE ZERO TO AFA-DATA-INICIO
           START AFASTAMENTO-ARQ KEY IS >= AFA-CHAVE
               INVALID KEY
                   SET WS-FIM-LISTAGEM TO TRUE
               NOT INVALID KEY
                   SET WS-NAO-FIM-LISTAGEM TO TRUE
                   PERFORM 5175-COMPARAR-PERIODO
                       UNTIL WS-FIM-LISTAGEM
           END-START
           EXIT.

       5175-COMPARAR-PERIODO.
           READ AFASTAMENTO-ARQ NEXT
               AT END
                   SET WS-FIM-LISTAGEM TO TRUE
               NOT AT END
                   IF AFA-MATRICULA NOT = WS-AFA-MATRICULA
                       SET WS-FIM-LISTAGEM TO TRUE
                   ELSE
                       IF (AFA-DATA-RETORNO = ZERO
                           OR AFA-DATA-RETORNO > WS-AFA-DATA-INICIO)
                           AND (WS-AFA-DATA-RETORNO = ZERO
                           OR WS-AFA-DATA-RETORNO > AFA-DATA-INICIO)
                           DISPLAY 'PERIODO SOBREPOE O AFASTAMENTO '
                               'INICIADO EM ' AFA-DATA-INICIO
                               ' (TIPO ' AFA-TIPO ', RETORNO '
                               AFA-DATA-RETORNO ')'
                           SET WS-AFASTAMENTO-INVALIDO TO TRUE
                           SET WS-FIM-LISTAGEM TO TRUE
                       END-IF
                   END-IF
           END-READ
           EXIT.

       5180-VALIDAR-DATA.
           MOVE WS-TESTE-DIA TO WS-DTV-DIA
           MOVE WS-TESTE-MES TO WS-DTV-MES
           MOVE WS-TESTE-ANO TO WS-DTV-ANO
           CALL 'DATAVALD' USING WS-DTV-DATA WS-DTV-IND-VALIDA
               WS-DTV-COD-MOTIVO
           EXIT.

       5200-ALTERAR-REGISTRO.
           DISPLAY 'MATRICULA DO AFASTAMENTO A ALTERAR?'
           ACCEPT WS-MATRICULA
           DISPLAY 'DATA DE INICIO (AAAAMMDD)?'
           ACCEPT WS-DATA-INICIO
           MOVE WS-MATRICULA TO AFA-MATRICULA
           MOVE WS-DATA-INICIO TO AFA-DATA-INICIO
           READ AFASTAMENTO-ARQ
               INVALID KEY
                   DISPLAY 'AFASTAMENTO NAO CADASTRADO: ' WS-MATRICULA
                       '/' WS-DATA-INICIO
               NOT INVALID KEY
                   MOVE REG-AFASTAMENTO TO WS-REG-AFASTAMENTO
                   SET WS-AFASTAMENTO-VALIDO TO TRUE
                   PERFORM 5160-RECEBER-AFASTAMENTO
                   IF WS-AFASTAMENTO-INVALIDO
                       DISPLAY 'ALTERACAO CANCELADA'
                   ELSE
                       REWRITE REG-AFASTAMENTO FROM WS-REG-AFASTAMENTO
                   END-IF
           END-READ
           EXIT.

       5300-CONSULTAR-REGISTRO.
           DISPLAY 'MATRICULA DO AFASTAMENTO A CONSULTAR?'
           ACCEPT WS-MATRICULA
           DISPLAY 'DATA DE INICIO (AAAAMMDD)?'
           ACCEPT WS-DATA-INICIO
           MOVE WS-MATRICULA TO AFA-MATRICULA
           MOVE WS-DATA-INICIO TO AFA-DATA-INICIO
           READ AFASTAMENTO-ARQ
               INVALID KEY
                   DISPLAY 'AFASTAMENTO NAO CADASTRADO: ' WS-MATRICULA
                       '/' WS-DATA-INICIO
               NOT INVALID KEY
                   DISPLAY 'MATRICULA......: ' AFA-MATRICULA
                   DISPLAY 'INICIO.........: ' AFA-DATA-INICIO
                   DISPLAY 'TIPO...........: ' AFA-TIPO
                   DISPLAY 'RETORNO PREV...: ' AFA-DATA-RETORNO
                   DISPLAY 'OBSERVACAO.....: ' AFA-OBSERVACAO
                   EVALUATE TRUE
                       WHEN AFA-DOENCA
                           DISPLAY 'EMPRESA PAGA OS 15 PRIMEIROS '
                               'DIAS; SEM FGTS APOS O 15o DIA'
                       WHEN AFA-ACIDENTE-TRABALHO
                           DISPLAY 'EMPRESA PAGA OS 15 PRIMEIROS '
                               'DIAS; FGTS MANTIDO NO PERIODO TODO'
                       WHEN AFA-MATERNIDADE
                           DISPLAY 'EMPRESA PAGA O PERIODO TODO '
                               '(COMPENSADO NA GUIA DO INSS)'
                       WHEN AFA-NAO-REMUNERADA
                           DISPLAY 'SEM SALARIO E SEM FGTS NO PERIODO'
                   END-EVALUATE
           END-READ
           EXIT.

       5400-EXCLUIR-REGISTRO.
           DISPLAY 'MATRICULA DO AFASTAMENTO A EXCLUIR?'
           ACCEPT WS-MATRICULA
           DISPLAY 'DATA DE INICIO (AAAAMMDD)?'
           ACCEPT WS-DATA-INICIO
           MOVE WS-MATRICULA TO AFA-MATRICULA
           MOVE WS-DATA-INICIO TO AFA-DATA-INICIO
           DELETE AFASTAMENTO-ARQ
               INVALID KEY
                   DISPLAY 'AFASTAMENTO NAO CADASTRADO: ' WS-MATRICULA
                       '/' WS-DATA-INICIO
           END-DELETE
           EXIT.

       5500-LISTAR-AFASTAMENTOS-MATRICULA.
           DISPLAY 'MATRICULA A LISTAR?'
           ACCEPT WS-MATRICULA
           MOVE ZERO TO WS-QTD-LISTADOS
           MOVE WS-MATRICULA TO AFA-MATRICULA
           MOVE ZERO TO AFA-DATA-INICIO
           START AFASTAMENTO-ARQ KEY IS >= AFA-CHAVE
               INVALID KEY
                   SET WS-FIM-LISTAGEM TO TRUE
               NOT INVALID KEY
                   SET WS-NAO-FIM-LISTAGEM TO TRUE
                   PERFORM 5550-LISTAR-UM-AFASTAMENTO
                       UNTIL WS-FIM-LISTAGEM
           END-START
           DISPLAY WS-QTD-LISTADOS ' AFASTAMENTO(S) LISTADO(S) PARA A '
               'MATRICULA ' WS-MATRICULA
           EXIT.

       5550-LISTAR-UM-AFASTAMENTO.
           READ AFASTAMENTO-ARQ NEXT
               AT END
                   SET WS-FIM-LISTAGEM TO TRUE
               NOT AT END
                   IF AFA-MATRICULA NOT = WS-MATRICULA
                       SET WS-FIM-LISTAGEM TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-LISTADOS
                       DISPLAY '  ' AFA-DATA-INICIO ' ' AFA-TIPO
                           ' ' AFA-DATA-RETORNO ' ' AFA-OBSERVACAO
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
