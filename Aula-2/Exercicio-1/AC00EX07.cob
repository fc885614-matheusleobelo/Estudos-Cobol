      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00EX07.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00EX07
      *OBJETIVO   : MANTER AS ORDENS JUDICIAIS DE PENSAO ALIMENTICIA
      *             (AC00PENS, INDEXADO POR MATRICULA + NUMERO DA
      *             ORDEM): BENEFICIARIO, FORMA DE CALCULO (PERCENTUAL
      *             DO LIQUIDO OU VALOR FIXO) E CONTA BANCARIA DO
      *             BENEFICIARIO, NO MESMO PADRAO DE MENU DE
      *             MANUTENCAO DE AC00EX04 SOBRE AC00BENE. O MOVE
      *             DESCONTA AS ORDENS ATIVAS APOS O INSS (DEDUZINDO-AS
      *             DA BASE DO IRRF) E CREDITA CADA BENEFICIARIO NO
      *             BORDERO; O AC00RESC APLICA A ORDEM NA RESCISAO -
      *             ATE AQUI O RH DESCONTAVA FORA DO SISTEMA E O
      *             BORDERO ERA AJUSTADO A MAO
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
           SELECT PENSAO-ARQ ASSIGN TO "AC00PENS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WS-FS-PENSAO.

           SELECT AC00-ARQ-FUNCIONARIOS ASSIGN TO "AC00FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               ALTERNATE RECORD KEY IS FUNC-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-FUNCIONARIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENSAO-ARQ.
       01 REG-PENSAO.
           05 PEN-CHAVE.
               10 PEN-MATRICULA PIC 9(06).
               10 PEN-NUMERO PIC 9(02).
           05 PEN-BENEFICIARIO PIC X(20).
           05 PEN-CPF-BENEFICIARIO PIC 9(11).
           05 PEN-TIPO-CALCULO PIC X(01).
               88 PEN-PERCENTUAL-LIQUIDO VALUE 'P'.
               88 PEN-VALOR-FIXO VALUE 'F'.
           05 PEN-PERCENTUAL PIC 9(03)V99.
           05 PEN-VALOR PIC 9(07)V99.
           05 PEN-BANCO PIC 9(03).
           05 PEN-AGENCIA PIC 9(04).
           05 PEN-CONTA PIC 9(08).
           05 PEN-SITUACAO PIC X(01).
               88 PEN-ATIVA VALUE 'A'.
               88 PEN-ENCERRADA VALUE 'E'.

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
       01 WS-NUMERO-ORDEM PIC 9(02) VALUE ZERO.

       01 WS-REG-PENSAO.
           05 WS-PEN-CHAVE.
               10 WS-PEN-MATRICULA PIC 9(06) VALUE ZERO.
               10 WS-PEN-NUMERO PIC 9(02) VALUE ZERO.
           05 WS-PEN-BENEFICIARIO PIC X(20) VALUE SPACES.
           05 WS-PEN-CPF-BENEFICIARIO PIC 9(11) VALUE ZERO.
           05 WS-PEN-TIPO-CALCULO PIC X(01) VALUE 'P'.
               88 WS-PEN-PERCENTUAL-LIQUIDO VALUE 'P'.
               88 WS-PEN-VALOR-FIXO VALUE 'F'.
           05 WS-PEN-PERCENTUAL PIC 9(03)V99 VALUE ZERO.
           05 WS-PEN-VALOR PIC 9(07)V99 VALUE ZERO.
           05 WS-PEN-BANCO PIC 9(03) VALUE ZERO.
           05 WS-PEN-AGENCIA PIC 9(04) VALUE ZERO.
           05 WS-PEN-CONTA PIC 9(08) VALUE ZERO.
           05 WS-PEN-SITUACAO PIC X(01) VALUE 'A'.
               88 WS-PEN-ATIVA VALUE 'A'.
               88 WS-PEN-ENCERRADA VALUE 'E'.

       01 WS-IND-FUNCIONARIO-ACHADO PIC X(01) VALUE 'N'.
           88 WS-FUNCIONARIO-ACHADO VALUE 'S'.
           88 WS-FUNCIONARIO-NAO-ACHADO VALUE 'N'.

       01 WS-IND-ORDEM-VALIDA PIC X(01) VALUE 'N'.
           88 WS-ORDEM-VALIDA VALUE 'S'.
           88 WS-ORDEM-INVALIDA VALUE 'N'.

       01 WS-IND-CPF-VALIDO PIC X(01) VALUE 'N'.
           88 WS-CPF-VALIDO VALUE 'S'.
           88 WS-CPF-INVALIDO VALUE 'N'.

       01 WS-PERCENTUAL-MAXIMO PIC 9(03)V99 VALUE 100.

       01 WS-QTD-LISTADOS PIC 9(03) VALUE ZERO.
       01 WS-IND-FIM-LISTAGEM PIC X(01) VALUE 'N'.
           88 WS-FIM-LISTAGEM VALUE 'S'.
           88 WS-NAO-FIM-LISTAGEM VALUE 'N'.

       01 WS-OPCAO-TRANSACAO PIC 9 VALUE ZERO.
       01 WS-IND-FIM-MANUTENCAO PIC X(01) VALUE 'N'.
           88 WS-FIM-MANUTENCAO VALUE 'S'.
           88 WS-NAO-FIM-MANUTENCAO VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-PENSAO PIC X(02) VALUE '00'.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           COPY CTLARQ.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 5000-MANTER-PENSOES.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--MANUTENCAO DE PENSAO ALIMENTICIA AC00PENS--'
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

       5000-MANTER-PENSOES.
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 5010-ABRIR-PENSOES
               UNTIL WS-FS-PENSAO = '00' OR WS-ERRO-FATAL

           PERFORM 5050-PROCESSAR-TRANSACAO UNTIL WS-FIM-MANUTENCAO

           CLOSE PENSAO-ARQ
           CLOSE AC00-ARQ-FUNCIONARIOS
           EXIT.

       5010-ABRIR-PENSOES.
           OPEN I-O PENSAO-ARQ
           IF WS-FS-PENSAO = '35'
               OPEN OUTPUT PENSAO-ARQ
               CLOSE PENSAO-ARQ
               OPEN I-O PENSAO-ARQ
           END-IF
           IF WS-FS-PENSAO NOT = '00'
               MOVE WS-FS-PENSAO TO WS-FILE-STATUS
               MOVE 'AC00PENS' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       5050-PROCESSAR-TRANSACAO.
           DISPLAY SPACES
           DISPLAY 'ORDENS JUDICIAIS DE PENSAO ALIMENTICIA'
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
                   PERFORM 5500-LISTAR-ORDENS-MATRICULA
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
               DISPLAY 'NUMERO DA ORDEM JUDICIAL (01 A 99)?'
               ACCEPT WS-NUMERO-ORDEM
               MOVE WS-MATRICULA TO WS-PEN-MATRICULA
               MOVE WS-NUMERO-ORDEM TO WS-PEN-NUMERO
               SET WS-PEN-ATIVA TO TRUE
               PERFORM 5160-RECEBER-ORDEM
               IF WS-NUMERO-ORDEM = ZERO
                   DISPLAY 'NUMERO DA ORDEM ZERADO - INCLUSAO '
                       'CANCELADA'
               ELSE
                   IF WS-ORDEM-INVALIDA
                       DISPLAY 'INCLUSAO CANCELADA'
                   ELSE
                       WRITE REG-PENSAO FROM WS-REG-PENSAO
                           INVALID KEY
                               DISPLAY 'ORDEM JA CADASTRADA: '
                                   WS-MATRICULA '/' WS-NUMERO-ORDEM
                       END-WRITE
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
           END-READ
           EXIT.

       5160-RECEBER-ORDEM.
           SET WS-ORDEM-VALIDA TO TRUE
           DISPLAY 'NOME DO BENEFICIARIO?'
           ACCEPT WS-PEN-BENEFICIARIO
           DISPLAY 'CPF DO BENEFICIARIO (11 DIGITOS)?'
           ACCEPT WS-PEN-CPF-BENEFICIARIO
           CALL 'CPFVALID' USING WS-PEN-CPF-BENEFICIARIO
               WS-IND-CPF-VALIDO
           IF WS-CPF-INVALIDO
               DISPLAY 'CPF DO BENEFICIARIO INVALIDO: '
                   WS-PEN-CPF-BENEFICIARIO
               SET WS-ORDEM-INVALIDA TO TRUE
           END-IF
           DISPLAY 'FORMA DE CALCULO (P=PERCENTUAL DO LIQUIDO, '
               'F=VALOR FIXO)?'
           ACCEPT WS-PEN-TIPO-CALCULO
           EVALUATE TRUE
               WHEN WS-PEN-PERCENTUAL-LIQUIDO
                   DISPLAY 'PERCENTUAL DO LIQUIDO (SEM VIRGULA, '
                       'EX.: 03000 = 30,00%)?'
                   ACCEPT WS-PEN-PERCENTUAL
                   MOVE ZERO TO WS-PEN-VALOR
                   IF WS-PEN-PERCENTUAL = ZERO
                       OR WS-PEN-PERCENTUAL > WS-PERCENTUAL-MAXIMO
                       DISPLAY 'PERCENTUAL FORA DO INTERVALO (0 A '
                           WS-PERCENTUAL-MAXIMO '): '
                           WS-PEN-PERCENTUAL
                       SET WS-ORDEM-INVALIDA TO TRUE
                   END-IF
               WHEN WS-PEN-VALOR-FIXO
                   DISPLAY 'VALOR MENSAL FIXO (SEM VIRGULA, '
                       'EX.: 80000 = 800,00)?'
                   ACCEPT WS-PEN-VALOR
                   MOVE ZERO TO WS-PEN-PERCENTUAL
                   IF WS-PEN-VALOR = ZERO
                       DISPLAY 'VALOR FIXO ZERADO'
                       SET WS-ORDEM-INVALIDA TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'FORMA DE CALCULO INVALIDA: '
                       WS-PEN-TIPO-CALCULO
                   SET WS-ORDEM-INVALIDA TO TRUE
           END-EVALUATE
           DISPLAY 'BANCO DO BENEFICIARIO (3 DIGITOS)?'
           ACCEPT WS-PEN-BANCO
           DISPLAY 'AGENCIA (4 DIGITOS)?'
           ACCEPT WS-PEN-AGENCIA
           DISPLAY 'CONTA (8 DIGITOS)?'
           ACCEPT WS-PEN-CONTA
           IF WS-PEN-BANCO = ZERO OR WS-PEN-CONTA = ZERO
               DISPLAY 'DADOS BANCARIOS DO BENEFICIARIO INCOMPLETOS'
               SET WS-ORDEM-INVALIDA TO TRUE
           END-IF
           EXIT.

       5200-ALTERAR-REGISTRO.
           DISPLAY 'MATRICULA DA ORDEM A ALTERAR?'
           ACCEPT WS-MATRICULA
           DISPLAY 'NUMERO DA ORDEM?'
           ACCEPT WS-NUMERO-ORDEM
           MOVE WS-MATRICULA TO PEN-MATRICULA
           MOVE WS-NUMERO-ORDEM TO PEN-NUMERO
           READ PENSAO-ARQ
               INVALID KEY
                   DISPLAY 'ORDEM NAO CADASTRADA: ' WS-MATRICULA '/'
                       WS-NUMERO-ORDEM
               NOT INVALID KEY
                   MOVE REG-PENSAO TO WS-REG-PENSAO
                   PERFORM 5160-RECEBER-ORDEM
                   DISPLAY 'SITUACAO (A=ATIVA, E=ENCERRADA)?'
                   ACCEPT WS-PEN-SITUACAO
                   IF NOT WS-PEN-ATIVA AND NOT WS-PEN-ENCERRADA
                       DISPLAY 'SITUACAO INVALIDA: ' WS-PEN-SITUACAO
                       SET WS-ORDEM-INVALIDA TO TRUE
                   END-IF
                   IF WS-ORDEM-INVALIDA
                       DISPLAY 'ALTERACAO CANCELADA'
                   ELSE
                       REWRITE REG-PENSAO FROM WS-REG-PENSAO
                   END-IF
           END-READ
           EXIT.

       5300-CONSULTAR-REGISTRO.
           DISPLAY 'MATRICULA DA ORDEM A CONSULTAR?'
           ACCEPT WS-MATRICULA
           DISPLAY 'NUMERO DA ORDEM?'
           ACCEPT WS-NUMERO-ORDEM
           MOVE WS-MATRICULA TO PEN-MATRICULA
           MOVE WS-NUMERO-ORDEM TO PEN-NUMERO
           READ PENSAO-ARQ
               INVALID KEY
                   DISPLAY 'ORDEM NAO CADASTRADA: ' WS-MATRICULA '/'
                       WS-NUMERO-ORDEM
               NOT INVALID KEY
                   DISPLAY 'MATRICULA......: ' PEN-MATRICULA
                   DISPLAY 'ORDEM..........: ' PEN-NUMERO
                   DISPLAY 'BENEFICIARIO...: ' PEN-BENEFICIARIO
                   DISPLAY 'CPF BENEFIC....: ' PEN-CPF-BENEFICIARIO
                   DISPLAY 'FORMA CALCULO..: ' PEN-TIPO-CALCULO
                   DISPLAY 'PERCENTUAL.....: ' PEN-PERCENTUAL
                   DISPLAY 'VALOR FIXO.....: ' PEN-VALOR
                   DISPLAY 'BANCO/AG/CONTA.: ' PEN-BANCO '/'
                       PEN-AGENCIA '/' PEN-CONTA
                   DISPLAY 'SITUACAO.......: ' PEN-SITUACAO
           END-READ
           EXIT.

       5400-EXCLUIR-REGISTRO.
           DISPLAY 'MATRICULA DA ORDEM A EXCLUIR?'
           ACCEPT WS-MATRICULA
           DISPLAY 'NUMERO DA ORDEM?'
           ACCEPT WS-NUMERO-ORDEM
           MOVE WS-MATRICULA TO PEN-MATRICULA
           MOVE WS-NUMERO-ORDEM TO PEN-NUMERO
           DELETE PENSAO-ARQ
               INVALID KEY
                   DISPLAY 'ORDEM NAO CADASTRADA: ' WS-MATRICULA '/'
                       WS-NUMERO-ORDEM
           END-DELETE
           EXIT.

       5500-LISTAR-ORDENS-MATRICULA.
           DISPLAY 'MATRICULA A LISTAR?'
           ACCEPT WS-MATRICULA
           MOVE ZERO TO WS-QTD-LISTADOS
           MOVE WS-MATRICULA TO PEN-MATRICULA
           MOVE ZERO TO PEN-NUMERO
           START PENSAO-ARQ KEY IS >= PEN-CHAVE
               INVALID KEY
                   SET WS-FIM-LISTAGEM TO TRUE
               NOT INVALID KEY
                   SET WS-NAO-FIM-LISTAGEM TO TRUE
                   PERFORM 5550-LISTAR-UMA-ORDEM
                       UNTIL WS-FIM-LISTAGEM
           END-START
           DISPLAY WS-QTD-LISTADOS ' ORDEM(NS) LISTADA(S) PARA A '
               'MATRICULA ' WS-MATRICULA
           EXIT.

       5550-LISTAR-UMA-ORDEM.
           READ PENSAO-ARQ NEXT
               AT END
                   SET WS-FIM-LISTAGEM TO TRUE
               NOT AT END
                   IF PEN-MATRICULA NOT = WS-MATRICULA
                       SET WS-FIM-LISTAGEM TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-LISTADOS
                       DISPLAY '  ' PEN-NUMERO ' ' PEN-BENEFICIARIO
                           ' ' PEN-TIPO-CALCULO ' ' PEN-PERCENTUAL
                           ' ' PEN-VALOR ' ' PEN-SITUACAO
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
