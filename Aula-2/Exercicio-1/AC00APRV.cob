      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00APRV.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00APRV
      *OBJETIVO   : APROVAR OU REJEITAR AS ALTERACOES DE SALARIO,
      *             DEPARTAMENTO E EMPRESA SOLICITADAS EM AC00EX01 E
      *             GUARDADAS NO ARQUIVO DE PENDENCIAS AC00PEND: SO UM
      *             OPERADOR NIVEL 3 DA SESSAO SETSESS, DIFERENTE DE
      *             QUEM SOLICITOU, PODE DECIDIR; A ALTERACAO APROVADA
      *             E APLICADA NO MESTRE AC00FUNC E REGISTRADA NO
      *             HISTORICO AC00HEVT COM O OPERADOR SOLICITANTE E O
      *             APROVADOR; A REJEITADA FICA SO NA PENDENCIA, COM
      *             QUEM E QUANDO REJEITOU
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
           SELECT PENDENCIA-ARQ ASSIGN TO "AC00PEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WS-FS-PENDENCIAS.

           SELECT AC00-ARQ-FUNCIONARIOS ASSIGN TO "AC00FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               ALTERNATE RECORD KEY IS FUNC-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT EVENTO-ARQ ASSIGN TO "AC00HEVT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EVENTO.

           SELECT SESSAO-ARQ ASSIGN TO "SETSESS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDENCIA-ARQ.
       01 REG-PENDENCIA.
           05 PND-CHAVE.
               10 PND-MATRICULA PIC 9(06).
               10 PND-DATA-SOLIC PIC 9(08).
               10 PND-HORA-SOLIC PIC 9(06).
               10 PND-TIPO PIC X(04).
           05 PND-VALOR-ANTIGO PIC X(20).
           05 PND-ANTIGO-SALARIO REDEFINES PND-VALOR-ANTIGO.
               10 PND-SALARIO-ANTIGO PIC 9(07)V99.
               10 FILLER PIC X(11).
           05 PND-ANTIGO-EMPRESA REDEFINES PND-VALOR-ANTIGO.
               10 PND-EMPRESA-ANTIGA PIC 9(03).
               10 FILLER PIC X(17).
           05 PND-VALOR-NOVO PIC X(20).
           05 PND-NOVO-SALARIO REDEFINES PND-VALOR-NOVO.
               10 PND-SALARIO-NOVO PIC 9(07)V99.
               10 FILLER PIC X(11).
           05 PND-NOVO-EMPRESA REDEFINES PND-VALOR-NOVO.
               10 PND-EMPRESA-NOVA PIC 9(03).
               10 FILLER PIC X(17).
           05 PND-OPERADOR-SOLIC PIC X(08).
           05 PND-SITUACAO PIC X(01).
               88 PND-PENDENTE VALUE 'P'.
               88 PND-APROVADA VALUE 'A'.
               88 PND-REJEITADA VALUE 'R'.
           05 PND-OPERADOR-APROV PIC X(08).
           05 PND-DATA-APROV PIC 9(08).

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

       FD  EVENTO-ARQ.
       01 REG-EVENTO PIC X(87).

       FD  SESSAO-ARQ.
       01 REG-SESSAO.
           05 SES-OPERADOR PIC X(08).
           05 FILLER PIC X.
           05 SES-NOME PIC X(20).
           05 FILLER PIC X.
           05 SES-NIVEL PIC 9.
           05 FILLER PIC X.
           05 SES-DATA PIC 9(08).
           05 FILLER PIC X.
           05 SES-HORA PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-REG-EVENTO.
           05 EVT-MATRICULA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-DATA PIC 9(08) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-HORA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-TIPO PIC X(04) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-VALOR-ANTIGO PIC X(20) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-VALOR-NOVO PIC X(20) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-OPERADOR PIC X(08) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-OPERADOR-APROV PIC X(08) VALUE SPACES.

       01 WS-AREA-SESSAO.
           05 WS-OPERADOR-SESSAO PIC X(08) VALUE SPACES.
           05 WS-NIVEL-OPERADOR PIC 9 VALUE 1.

       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
       01 WS-HORA-COMPLETA PIC 9(08) VALUE ZERO.
       01 WS-OPCAO-DECISAO PIC X(01) VALUE SPACE.

       01 WS-VALOR-ATUAL PIC X(20) VALUE SPACES.
       01 WS-VALOR-ATUAL-SALARIO REDEFINES WS-VALOR-ATUAL.
           05 WS-SALARIO-ATUAL PIC 9(07)V99.
           05 FILLER PIC X(11).
       01 WS-VALOR-ATUAL-EMPRESA REDEFINES WS-VALOR-ATUAL.
           05 WS-EMPRESA-ATUAL PIC 9(03).
           05 FILLER PIC X(17).

       01 WS-SALARIO-ANTIGO-EDIT PIC $Z,ZZZ,ZZ9.99.
       01 WS-SALARIO-NOVO-EDIT PIC $Z,ZZZ,ZZ9.99.

       01 WS-IND-FUNC-ACHADO PIC X(01) VALUE 'N'.
           88 WS-FUNC-ACHADO VALUE 'S'.
           88 WS-FUNC-NAO-ACHADO VALUE 'N'.

       01 WS-AREA-CONTADORES.
           05 WS-QTD-PENDENTES PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-APROVADAS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-REJEITADAS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-MANTIDAS PIC 9(05) COMP VALUE ZERO.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-PENDENCIAS PIC X(02) VALUE '00'.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-EVENTO PIC X(02) VALUE '00'.
           05 WS-FS-SESSAO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-PENDENCIAS-ABERTO PIC X(01) VALUE 'N'.
               88 WS-PENDENCIAS-ABERTO VALUE 'S'.
               88 WS-PENDENCIAS-FECHADO VALUE 'N'.
           05 WS-IND-FIM-PENDENCIA PIC X(01) VALUE 'N'.
               88 WS-FIM-PENDENCIA VALUE 'S'.
               88 WS-NAO-FIM-PENDENCIA VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       IF WS-NIVEL-OPERADOR < 3
           DISPLAY 'OPERADOR ' WS-OPERADOR-SESSAO ' SEM NIVEL PARA '
               'APROVAR ALTERACOES CADASTRAIS (EXIGE NIVEL 3)'
       ELSE
           PERFORM 1000-ABRIR-ARQUIVOS
           IF WS-PENDENCIAS-ABERTO
               PERFORM 2000-PERCORRER-PENDENCIAS
           END-IF
       END-IF
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--APROVACAO DE ALTERACOES CADASTRAIS (AC00APRV)--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT SESSAO-ARQ
           IF WS-FS-SESSAO = '35'
               DISPLAY 'SETSESS NAO ENCONTRADO - FAZER O SIGN-ON '
                   'PELO DRIVER ANTES DE APROVAR'
               MOVE 1 TO WS-NIVEL-OPERADOR
           ELSE
               IF WS-FS-SESSAO NOT = '00'
                   MOVE WS-FS-SESSAO TO WS-FILE-STATUS
                   MOVE 'SETSESS' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               READ SESSAO-ARQ
                   AT END
                       MOVE 1 TO WS-NIVEL-OPERADOR
                   NOT AT END
                       MOVE SES-OPERADOR TO WS-OPERADOR-SESSAO
                       MOVE SES-NIVEL TO WS-NIVEL-OPERADOR
               END-READ
               CLOSE SESSAO-ARQ
           END-IF
           EXIT.

       1000-ABRIR-ARQUIVOS.
           OPEN I-O PENDENCIA-ARQ
           IF WS-FS-PENDENCIAS = '35'
               DISPLAY 'AC00PEND NAO ENCONTRADO - NENHUMA ALTERACAO '
                   'AGUARDANDO APROVACAO'
               SET WS-PENDENCIAS-FECHADO TO TRUE
           ELSE
               IF WS-FS-PENDENCIAS NOT = '00'
                   MOVE WS-FS-PENDENCIAS TO WS-FILE-STATUS
                   MOVE 'AC00PEND' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-PENDENCIAS-ABERTO TO TRUE
               OPEN I-O AC00-ARQ-FUNCIONARIOS
               IF WS-FS-FUNCIONARIOS NOT = '00'
                   MOVE WS-FS-FUNCIONARIOS TO WS-FILE-STATUS
                   MOVE 'AC00FUNC' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       2000-PERCORRER-PENDENCIAS.
           SET WS-NAO-FIM-PENDENCIA TO TRUE
           PERFORM 2050-LER-PENDENCIA
           PERFORM 2100-TRATAR-PENDENCIA UNTIL WS-FIM-PENDENCIA
           IF WS-QTD-PENDENTES = ZERO
               DISPLAY 'NENHUMA ALTERACAO AGUARDANDO APROVACAO'
           END-IF
           EXIT.

       2050-LER-PENDENCIA.
           READ PENDENCIA-ARQ NEXT
               AT END
                   SET WS-FIM-PENDENCIA TO TRUE
           END-READ
           EXIT.

       2100-TRATAR-PENDENCIA.
           IF PND-PENDENTE
               ADD 1 TO WS-QTD-PENDENTES
               PERFORM 2200-EXIBIR-PENDENCIA
               IF PND-OPERADOR-SOLIC = WS-OPERADOR-SESSAO
                   DISPLAY 'SOLICITADA PELO PROPRIO OPERADOR '
                       WS-OPERADOR-SESSAO ' - SO OUTRO OPERADOR '
                       'NIVEL 3 PODE DECIDIR'
                   ADD 1 TO WS-QTD-MANTIDAS
               ELSE
                   PERFORM 2300-DECIDIR-PENDENCIA
               END-IF
           END-IF
           IF WS-NAO-FIM-PENDENCIA
               PERFORM 2050-LER-PENDENCIA
           END-IF
           EXIT.

       2200-EXIBIR-PENDENCIA.
           MOVE PND-MATRICULA TO FUNC-MATRICULA
           READ AC00-ARQ-FUNCIONARIOS
               INVALID KEY
                   SET WS-FUNC-NAO-ACHADO TO TRUE
                   MOVE SPACES TO FUNC-NOME
               NOT INVALID KEY
                   SET WS-FUNC-ACHADO TO TRUE
           END-READ

           DISPLAY SPACES
           DISPLAY 'MATRICULA..: ' PND-MATRICULA ' ' FUNC-NOME
           DISPLAY 'SOLICITACAO: ' PND-TIPO ' EM ' PND-DATA-SOLIC
               ' ' PND-HORA-SOLIC ' POR ' PND-OPERADOR-SOLIC
           EVALUATE PND-TIPO
               WHEN 'SAL '
                   MOVE PND-SALARIO-ANTIGO TO WS-SALARIO-ANTIGO-EDIT
                   MOVE PND-SALARIO-NOVO TO WS-SALARIO-NOVO-EDIT
                   DISPLAY 'SALARIO....: ' WS-SALARIO-ANTIGO-EDIT
                       ' PARA ' WS-SALARIO-NOVO-EDIT
               WHEN 'EMPR'
                   DISPLAY 'EMPRESA....: ' PND-EMPRESA-ANTIGA
                       ' PARA ' PND-EMPRESA-NOVA
               WHEN OTHER
                   DISPLAY 'DEPARTAMENTO: ' PND-VALOR-ANTIGO(1:4)
                       ' PARA ' PND-VALOR-NOVO(1:4)
           END-EVALUATE
           IF WS-FUNC-ACHADO AND FUNC-INATIVO
               DISPLAY 'ATENCAO: FUNCIONARIO INATIVO DESDE '
                   FUNC-DATA-DEMISSAO
           END-IF
           EXIT.

       2300-DECIDIR-PENDENCIA.
           DISPLAY 'A-APROVAR  R-REJEITAR  P-PULAR  F-ENCERRAR?'
           ACCEPT WS-OPCAO-DECISAO
           EVALUATE WS-OPCAO-DECISAO
               WHEN 'A'
                   IF WS-FUNC-NAO-ACHADO
                       DISPLAY 'MATRICULA NAO CADASTRADA EM AC00FUNC '
                           '- ALTERACAO NAO PODE SER APLICADA, '
                           'REJEITAR'
                       ADD 1 TO WS-QTD-MANTIDAS
                   ELSE
                       PERFORM 2400-APROVAR-PENDENCIA
                   END-IF
               WHEN 'R'
                   PERFORM 2500-REJEITAR-PENDENCIA
               WHEN 'P'
                   ADD 1 TO WS-QTD-MANTIDAS
               WHEN 'F'
                   ADD 1 TO WS-QTD-MANTIDAS
                   SET WS-FIM-PENDENCIA TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - PENDENCIA MANTIDA'
                   ADD 1 TO WS-QTD-MANTIDAS
           END-EVALUATE
           EXIT.

       2400-APROVAR-PENDENCIA.
           MOVE SPACES TO WS-VALOR-ATUAL
           EVALUATE PND-TIPO
               WHEN 'SAL '
                   MOVE FUNC-SALARIO TO WS-SALARIO-ATUAL
                   MOVE PND-SALARIO-NOVO TO FUNC-SALARIO
               WHEN 'EMPR'
                   MOVE FUNC-EMPRESA TO WS-EMPRESA-ATUAL
                   MOVE PND-EMPRESA-NOVA TO FUNC-EMPRESA
               WHEN OTHER
                   MOVE FUNC-DEPARTAMENTO TO WS-VALOR-ATUAL
                   MOVE PND-VALOR-NOVO(1:4) TO FUNC-DEPARTAMENTO
           END-EVALUATE
           IF WS-VALOR-ATUAL NOT = PND-VALOR-ANTIGO
               DISPLAY 'ATENCAO: VALOR NO CADASTRO (' WS-VALOR-ATUAL
                   ') MUDOU DESDE A SOLICITACAO - O HISTORICO '
                   'REGISTRA O VALOR ATUAL'
           END-IF

           REWRITE REG-FUNCIONARIO
           IF WS-FS-FUNCIONARIOS NOT = '00'
               MOVE WS-FS-FUNCIONARIOS TO WS-FILE-STATUS
               MOVE 'AC00FUNC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           MOVE PND-TIPO TO EVT-TIPO
           MOVE WS-VALOR-ATUAL TO EVT-VALOR-ANTIGO
           MOVE PND-VALOR-NOVO TO EVT-VALOR-NOVO
           MOVE PND-OPERADOR-SOLIC TO EVT-OPERADOR
           MOVE WS-OPERADOR-SESSAO TO EVT-OPERADOR-APROV
           PERFORM 8000-GRAVAR-EVENTO

           SET PND-APROVADA TO TRUE
           PERFORM 2600-REGRAVAR-PENDENCIA
           ADD 1 TO WS-QTD-APROVADAS
           DISPLAY 'ALTERACAO APROVADA E APLICADA NO CADASTRO'
           EXIT.

       2500-REJEITAR-PENDENCIA.
           SET PND-REJEITADA TO TRUE
           PERFORM 2600-REGRAVAR-PENDENCIA
           ADD 1 TO WS-QTD-REJEITADAS
           DISPLAY 'ALTERACAO REJEITADA - CADASTRO NAO ALTERADO'
           EXIT.

       2600-REGRAVAR-PENDENCIA.
           MOVE WS-OPERADOR-SESSAO TO PND-OPERADOR-APROV
           MOVE WS-DATA-HOJE TO PND-DATA-APROV
           REWRITE REG-PENDENCIA
           IF WS-FS-PENDENCIAS NOT = '00'
               MOVE WS-FS-PENDENCIAS TO WS-FILE-STATUS
               MOVE 'AC00PEND' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       8000-GRAVAR-EVENTO.
           OPEN EXTEND EVENTO-ARQ
           IF WS-FS-EVENTO = '35'
               OPEN OUTPUT EVENTO-ARQ
           END-IF
           IF WS-FS-EVENTO NOT = '00'
               MOVE WS-FS-EVENTO TO WS-FILE-STATUS
               MOVE 'AC00HEVT' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           MOVE PND-MATRICULA TO EVT-MATRICULA
           ACCEPT EVT-DATA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA(1:6) TO EVT-HORA
           WRITE REG-EVENTO FROM WS-REG-EVENTO

           CLOSE EVENTO-ARQ
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           IF WS-PENDENCIAS-ABERTO
               CLOSE PENDENCIA-ARQ
               CLOSE AC00-ARQ-FUNCIONARIOS
               DISPLAY SPACES
               DISPLAY 'PENDENCIAS EXAMINADAS: ' WS-QTD-PENDENTES
               DISPLAY 'APROVADAS............: ' WS-QTD-APROVADAS
               DISPLAY 'REJEITADAS...........: ' WS-QTD-REJEITADAS
               DISPLAY 'MANTIDAS PENDENTES...: ' WS-QTD-MANTIDAS
           END-IF
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
