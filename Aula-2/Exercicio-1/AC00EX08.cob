      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00EX08.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00EX08
      *OBJETIVO   : MANTER A ADESAO AO PLANO DE SAUDE DA EMPRESA
      *             (AC00PLAN, INDEXADO PELA MATRICULA): OPCAO DE
      *             PLANO E QUAIS DEPENDENTES DO TITULAR (CADASTRO
      *             INITDEP, SOB O CPF DO INITMST) ESTAO COBERTOS, NO
      *             MESMO PADRAO DE MENU DE MANUTENCAO DE AC00EX04
      *             SOBRE AC00BENE. O PRECO DE CADA VIDA VEM DA FAIXA
      *             ETARIA DA TABELA AC00PLPR (ROTINA PLANOPRC); O
      *             MOVE DESCONTA A PARTE DO FUNCIONARIO E O AC00RPLN
      *             CONFERE A FATURA DA OPERADORA
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
           SELECT PLANO-ARQ ASSIGN TO "AC00PLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-MATRICULA
               FILE STATUS IS WS-FS-PLANO.

           SELECT AC00-ARQ-FUNCIONARIOS ASSIGN TO "AC00FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               ALTERNATE RECORD KEY IS FUNC-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT DEPENDENTE-ARQ ASSIGN TO "INITDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSD-CHAVE
               FILE STATUS IS WS-FS-DEPENDENTE.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANO-ARQ.
       01 REG-PLANO.
           05 PLA-MATRICULA PIC 9(06).
           05 PLA-PLANO PIC X(04).
           05 PLA-DATA-ADESAO PIC 9(08).
           05 PLA-SITUACAO PIC X(01).
               88 PLA-ATIVO VALUE 'A'.
               88 PLA-CANCELADO VALUE 'C'.
           05 PLA-DEPENDENTES-COBERTOS.
               10 PLA-SEQ-DEPENDENTE PIC 9(02) OCCURS 10 TIMES.

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

       FD  DEPENDENTE-ARQ.
       01 REG-DEPENDENTE.
           05 MSD-CHAVE.
               10 MSD-CPF-TITULAR PIC 9(11).
               10 MSD-SEQUENCIA PIC 9(02).
           05 MSD-NOME PIC X(20).
           05 MSD-DATA-NASCIMENTO PIC 9(08).
           05 MSD-PARENTESCO PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-MATRICULA PIC 9(06) VALUE ZERO.
       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.

       01 WS-REG-PLANO.
           05 WS-PLA-MATRICULA PIC 9(06) VALUE ZERO.
           05 WS-PLA-PLANO PIC X(04) VALUE SPACES.
           05 WS-PLA-DATA-ADESAO PIC 9(08) VALUE ZERO.
           05 WS-PLA-SITUACAO PIC X(01) VALUE 'A'.
               88 WS-PLA-ATIVO VALUE 'A'.
               88 WS-PLA-CANCELADO VALUE 'C'.
           05 WS-PLA-DEPENDENTES-COBERTOS.
               10 WS-PLA-SEQ-DEPENDENTE PIC 9(02) OCCURS 10 TIMES.

       01 WS-MAX-COBERTOS PIC 99 COMP VALUE 10.
       01 WS-QTD-COBERTOS PIC 99 VALUE ZERO.
       01 WS-SUB-DEP PIC 99 COMP VALUE ZERO.
       01 WS-SEQ-INFORMADA PIC 9(02) VALUE ZERO.

       01 WS-AREA-PLANOPRC.
           05 PLP-ENTRADA.
               10 PLP-PLANO PIC X(04) VALUE SPACES.
               10 PLP-IND-VIDA PIC X(01) VALUE 'T'.
               10 PLP-COMPETENCIA PIC 9(06) VALUE ZERO.
               10 PLP-DATA-NASCIMENTO PIC 9(08) VALUE ZERO.
           05 PLP-SAIDA.
               10 PLP-IDADE PIC 9(03) VALUE ZERO.
               10 PLP-VALOR-PLANO PIC 9(05)V99 VALUE ZERO.
               10 PLP-VALOR-FUNCIONARIO PIC 9(05)V99 VALUE ZERO.
               10 PLP-IND-PRECO-ACHADO PIC X(01) VALUE 'N'.
                   88 PLP-PRECO-ACHADO VALUE 'S'.
                   88 PLP-PRECO-NAO-ACHADO VALUE 'N'.

       01 WS-IND-FUNCIONARIO-ACHADO PIC X(01) VALUE 'N'.
           88 WS-FUNCIONARIO-ACHADO VALUE 'S'.
           88 WS-FUNCIONARIO-NAO-ACHADO VALUE 'N'.

       01 WS-IND-ADESAO-VALIDA PIC X(01) VALUE 'N'.
           88 WS-ADESAO-VALIDA VALUE 'S'.
           88 WS-ADESAO-INVALIDA VALUE 'N'.

       01 WS-OPCAO-TRANSACAO PIC 9 VALUE ZERO.
       01 WS-IND-FIM-MANUTENCAO PIC X(01) VALUE 'N'.
           88 WS-FIM-MANUTENCAO VALUE 'S'.
           88 WS-NAO-FIM-MANUTENCAO VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-PLANO PIC X(02) VALUE '00'.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-DEPENDENTE PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-DEPENDENTE-ABERTO PIC X(01) VALUE 'N'.
               88 WS-DEPENDENTE-ABERTO VALUE 'S'.
               88 WS-DEPENDENTE-FECHADO VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 5000-MANTER-ADESOES.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--MANUTENCAO DO PLANO DE SAUDE AC00PLAN--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(1:6) TO PLP-COMPETENCIA
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 0010-ABRIR-FUNCIONARIOS
               UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL

           OPEN INPUT DEPENDENTE-ARQ
           IF WS-FS-DEPENDENTE = '00'
               SET WS-DEPENDENTE-ABERTO TO TRUE
           ELSE
               SET WS-DEPENDENTE-FECHADO TO TRUE
               IF WS-FS-DEPENDENTE = '35'
                   DISPLAY 'INITDEP NAO ENCONTRADO - ADESOES SOMENTE '
                       'DO TITULAR'
               ELSE
                   MOVE WS-FS-DEPENDENTE TO WS-FILE-STATUS
                   MOVE 'INITDEP' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
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

       5000-MANTER-ADESOES.
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 5010-ABRIR-PLANOS
               UNTIL WS-FS-PLANO = '00' OR WS-ERRO-FATAL

           PERFORM 5050-PROCESSAR-TRANSACAO UNTIL WS-FIM-MANUTENCAO

           CLOSE PLANO-ARQ
           CLOSE AC00-ARQ-FUNCIONARIOS
           IF WS-DEPENDENTE-ABERTO
               CLOSE DEPENDENTE-ARQ
           END-IF
           EXIT.

       5010-ABRIR-PLANOS.
           OPEN I-O PLANO-ARQ
           IF WS-FS-PLANO = '35'
               OPEN OUTPUT PLANO-ARQ
               CLOSE PLANO-ARQ
               OPEN I-O PLANO-ARQ
           END-IF
           IF WS-FS-PLANO NOT = '00'
               MOVE WS-FS-PLANO TO WS-FILE-STATUS
               MOVE 'AC00PLAN' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       5050-PROCESSAR-TRANSACAO.
           DISPLAY SPACES
           DISPLAY 'ADESAO AO PLANO DE SAUDE'
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
               MOVE WS-MATRICULA TO WS-PLA-MATRICULA
               MOVE WS-DATA-HOJE TO WS-PLA-DATA-ADESAO
               SET WS-PLA-ATIVO TO TRUE
               PERFORM 5160-RECEBER-ADESAO
               IF WS-ADESAO-INVALIDA
                   DISPLAY 'INCLUSAO CANCELADA'
               ELSE
                   WRITE REG-PLANO FROM WS-REG-PLANO
                       INVALID KEY
                           DISPLAY 'MATRICULA JA POSSUI ADESAO AO '
                               'PLANO DE SAUDE: ' WS-MATRICULA
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

       5160-RECEBER-ADESAO.
           SET WS-ADESAO-VALIDA TO TRUE
           DISPLAY 'CODIGO DO PLANO (4 POSICOES, TABELA AC00PLPR)?'
           ACCEPT WS-PLA-PLANO
           MOVE WS-PLA-PLANO TO PLP-PLANO
           MOVE 'T' TO PLP-IND-VIDA
           MOVE FUNC-DATA-NASCIMENTO TO PLP-DATA-NASCIMENTO
           MOVE FUNC-IDADE TO PLP-IDADE
           CALL 'PLANOPRC' USING WS-AREA-PLANOPRC
           IF PLP-PRECO-NAO-ACHADO
               DISPLAY 'PLANO/FAIXA ETARIA DO TITULAR NAO ENCONTRADO '
                   'EM AC00PLPR: ' WS-PLA-PLANO ' IDADE ' PLP-IDADE
               SET WS-ADESAO-INVALIDA TO TRUE
           ELSE
               DISPLAY 'TITULAR: IDADE ' PLP-IDADE ' MENSALIDADE '
                   PLP-VALOR-PLANO ' PARTE DO FUNCIONARIO '
                   PLP-VALOR-FUNCIONARIO
           END-IF

           MOVE ZERO TO WS-PLA-DEPENDENTES-COBERTOS
           MOVE ZERO TO WS-QTD-COBERTOS
           IF WS-DEPENDENTE-ABERTO
               DISPLAY 'QUANTOS DEPENDENTES DO INITDEP SERAO COBERTOS '
                   '(0 A 10)?'
               ACCEPT WS-QTD-COBERTOS
               IF WS-QTD-COBERTOS > WS-MAX-COBERTOS
                   MOVE WS-MAX-COBERTOS TO WS-QTD-COBERTOS
               END-IF
           END-IF
           MOVE 1 TO WS-SUB-DEP
           PERFORM 5170-RECEBER-DEPENDENTE
               UNTIL WS-SUB-DEP > WS-QTD-COBERTOS
           EXIT.

       5170-RECEBER-DEPENDENTE.
           DISPLAY 'SEQUENCIA DO DEPENDENTE ' WS-SUB-DEP
               ' NO INITDEP?'
           ACCEPT WS-SEQ-INFORMADA
           MOVE FUNC-CPF TO MSD-CPF-TITULAR
           MOVE WS-SEQ-INFORMADA TO MSD-SEQUENCIA
           READ DEPENDENTE-ARQ
               INVALID KEY
                   DISPLAY 'DEPENDENTE NAO CADASTRADO PARA O CPF '
                       FUNC-CPF ': ' WS-SEQ-INFORMADA
                   SET WS-ADESAO-INVALIDA TO TRUE
               NOT INVALID KEY
                   MOVE 'D' TO PLP-IND-VIDA
                   MOVE MSD-DATA-NASCIMENTO TO PLP-DATA-NASCIMENTO
                   CALL 'PLANOPRC' USING WS-AREA-PLANOPRC
                   IF PLP-PRECO-NAO-ACHADO
                       DISPLAY 'FAIXA ETARIA NAO ENCONTRADA EM '
                           'AC00PLPR: ' MSD-NOME ' IDADE ' PLP-IDADE
                       SET WS-ADESAO-INVALIDA TO TRUE
                   ELSE
                       DISPLAY MSD-NOME ': IDADE ' PLP-IDADE
                           ' MENSALIDADE ' PLP-VALOR-PLANO
                           ' PARTE DO FUNCIONARIO '
                           PLP-VALOR-FUNCIONARIO
                       MOVE WS-SEQ-INFORMADA
                           TO WS-PLA-SEQ-DEPENDENTE(WS-SUB-DEP)
                   END-IF
           END-READ
           ADD 1 TO WS-SUB-DEP
           EXIT.

       5200-ALTERAR-REGISTRO.
           DISPLAY 'MATRICULA A ALTERAR?'
           ACCEPT WS-MATRICULA
           MOVE WS-MATRICULA TO PLA-MATRICULA
           READ PLANO-ARQ
               INVALID KEY
                   DISPLAY 'MATRICULA SEM ADESAO AO PLANO DE SAUDE: '
                       WS-MATRICULA
               NOT INVALID KEY
                   MOVE REG-PLANO TO WS-REG-PLANO
                   PERFORM 5150-VERIFICAR-FUNCIONARIO
                   IF WS-FUNCIONARIO-NAO-ACHADO
                       DISPLAY 'MATRICULA NAO CADASTRADA EM AC00FUNC: '
                           WS-MATRICULA ' - ALTERACAO CANCELADA'
                   ELSE
                       PERFORM 5160-RECEBER-ADESAO
                       DISPLAY 'SITUACAO (A=ATIVA, C=CANCELADA)?'
                       ACCEPT WS-PLA-SITUACAO
                       IF NOT WS-PLA-ATIVO AND NOT WS-PLA-CANCELADO
                           DISPLAY 'SITUACAO INVALIDA: '
                               WS-PLA-SITUACAO
                           SET WS-ADESAO-INVALIDA TO TRUE
                       END-IF
                       IF WS-ADESAO-INVALIDA
                           DISPLAY 'ALTERACAO CANCELADA'
                       ELSE
                           REWRITE REG-PLANO FROM WS-REG-PLANO
                       END-IF
                   END-IF
           END-READ
           EXIT.

       5300-CONSULTAR-REGISTRO.
           DISPLAY 'MATRICULA A CONSULTAR?'
           ACCEPT WS-MATRICULA
           MOVE WS-MATRICULA TO PLA-MATRICULA
           READ PLANO-ARQ
               INVALID KEY
                   DISPLAY 'MATRICULA SEM ADESAO AO PLANO DE SAUDE: '
                       WS-MATRICULA
               NOT INVALID KEY
                   DISPLAY 'MATRICULA......: ' PLA-MATRICULA
                   DISPLAY 'PLANO..........: ' PLA-PLANO
                   DISPLAY 'DATA ADESAO....: ' PLA-DATA-ADESAO
                   DISPLAY 'SITUACAO.......: ' PLA-SITUACAO
                   DISPLAY 'DEPENDENTES....: ' PLA-DEPENDENTES-COBERTOS
           END-READ
           EXIT.

       5400-EXCLUIR-REGISTRO.
           DISPLAY 'MATRICULA A EXCLUIR?'
           ACCEPT WS-MATRICULA
           MOVE WS-MATRICULA TO PLA-MATRICULA
           DELETE PLANO-ARQ
               INVALID KEY
                   DISPLAY 'MATRICULA SEM ADESAO AO PLANO DE SAUDE: '
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
