      *02/09/2026 MLBF    TITULO DO RELATORIO ALARGADO PARA X(43) -
      *                   O LITERAL NAO CABIA EM X(40) E SAIA
      *                   TRUNCADO
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA O
      *                   NOVO CAMPO FUNC-CARGO; O SALARIO REAJUSTADO
      *                   PASSA A SER CONFERIDO CONTRA A FAIXA DO CARGO
      *                   NA TABELA AC00CARG (MANTIDA POR AC00EX11),
      *                   QUANDO PRESENTE (2150): FORA DA FAIXA GERA
      *                   AVISO, A COLUNA FAIXA DO AC00RDIS ('<
      *                   MINIMO'/'> MAXIMO'/'SEM FAIXA') E O TOTAL DE
      *                   FORA DA FAIXA NO FIM; O REAJUSTE NAO E BARRADO
      *15/10/2026 MLBF    LAYOUT DO EVENTO AC00HEVT AMPLIADO DE 78 PARA
      *                   87 POSICOES, ACOMPANHANDO O CAMPO
      *                   EVT-OPERADOR-APROV (OPERADOR QUE APROVOU A
      *                   ALTERACAO) INCLUIDO PELA APROVACAO EM DUAS
      *                   ETAPAS DE AC00APRV; O REAJUSTE DE DISSIDIO
      *                   CONTINUA APLICADO DIRETO, SEM APROVADOR
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
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESSAO.

           SELECT CARGO-ARQ ASSIGN TO "AC00CARG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-CODIGO
               FILE STATUS IS WS-FS-CARGOS.

       DATA DIVISION.
       FILE SECTION.
       FD  AC00-ARQ-FUNCIONARIOS.
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

       FD  CARTAO-ARQ.
       01 REG-CARTAO.
       01 REG-RELATORIO PIC X(80).

       FD  EVENTO-ARQ.
       01 REG-EVENTO PIC X(87).

       FD  SESSAO-ARQ.
       01 REG-SESSAO.
           05 FILLER PIC X.
           05 SES-HORA PIC 9(06).

       FD  CARGO-ARQ.
       01 REG-CARGO.
           05 CAR-CODIGO PIC X(04).
           05 CAR-DESCRICAO PIC X(30).
           05 CAR-GRAU PIC 9(02).
           05 CAR-SALARIO-MINIMO PIC 9(07)V99.
           05 CAR-SALARIO-MEDIO PIC 9(07)V99.
           05 CAR-SALARIO-MAXIMO PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
       01 WS-HORA-COMPLETA PIC 9(08) VALUE ZERO.
           05 EVT-VALOR-NOVO PIC X(20) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-OPERADOR PIC X(08) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-OPERADOR-APROV PIC X(08) VALUE SPACES.

       01 WS-OPERADOR-SESSAO PIC X(08) VALUE 'LOTE'.

           05 WS-TOTAL-DEPOIS PIC 9(09)V99 VALUE ZERO.
           05 WS-QTD-REAJUSTADOS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-LIDOS PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-FORA-FAIXA PIC 9(05) COMP VALUE ZERO.

       01 WS-IND-APLICA-TODOS PIC X(01) VALUE 'N'.
           88 WS-APLICA-TODOS VALUE 'S'.
           05 FILLER PIC X(14) VALUE SPACES.

       01 WS-CAB-RELATORIO-3.
           05 FILLER PIC X(38) VALUE
               'MATRICULA NOME                 DEPTO  '.
           05 FILLER PIC X(29) VALUE 'SALARIO ANTES  SALARIO DEPOIS'.
           05 FILLER PIC X(13) VALUE 'FAIXA'.

       01 WS-LINHA-DETALHE.
           05 DET-MATRICULA PIC 9(06) VALUE ZERO.
           05 DET-SALARIO-ANTES PIC $Z,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-SALARIO-DEPOIS PIC $Z,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-FAIXA PIC X(10) VALUE SPACES.
           05 FILLER PIC X(03) VALUE SPACES.

       01 WS-LINHA-TOTAL.
           05 FILLER PIC X(21) VALUE 'TOTAL (REAJUSTADOS): '.
           05 WS-FS-RELATORIO PIC X(02) VALUE '00'.
           05 WS-FS-EVENTO PIC X(02) VALUE '00'.
           05 WS-FS-SESSAO PIC X(02) VALUE '00'.
           05 WS-FS-CARGOS PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-FUNCIONARIOS PIC X(01) VALUE 'N'.
               88 WS-FIM-FUNCIONARIOS VALUE 'S'.
               88 WS-NAO-FIM-FUNCIONARIOS VALUE 'N'.
           05 WS-IND-CARGOS-ABERTO PIC X(01) VALUE 'N'.
               88 WS-CARGOS-ABERTO VALUE 'S'.
               88 WS-CARGOS-FECHADO VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
               END-READ
               CLOSE SESSAO-ARQ
           END-IF

           OPEN INPUT CARGO-ARQ
           IF WS-FS-CARGOS = '00'
               SET WS-CARGOS-ABERTO TO TRUE
           ELSE
               SET WS-CARGOS-FECHADO TO TRUE
               IF WS-FS-CARGOS = '35'
                   DISPLAY 'AC00CARG NAO ENCONTRADO - SALARIO '
                       'REAJUSTADO NAO SERA CONFERIDO CONTRA A FAIXA '
                       'DO CARGO'
               ELSE
                   MOVE WS-FS-CARGOS TO WS-FILE-STATUS
                   MOVE 'AC00CARG' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       1000-LER-CARTAO-REAJUSTE.
               ADD 1 TO WS-QTD-REAJUSTADOS
               ADD WS-SALARIO-ANTES TO WS-TOTAL-ANTES
               ADD WS-SALARIO-DEPOIS TO WS-TOTAL-DEPOIS
               PERFORM 2150-CONFERIR-FAIXA-SALARIAL
               PERFORM 2200-IMPRIMIR-LINHA-REAJUSTE
               PERFORM 2300-REGISTRAR-EVENTO-REAJUSTE
           END-IF
           PERFORM 2050-LER-FUNCIONARIO
           EXIT.

       2150-CONFERIR-FAIXA-SALARIAL.
           MOVE SPACES TO DET-FAIXA
           IF WS-CARGOS-ABERTO AND FUNC-CARGO NOT = SPACES
               MOVE FUNC-CARGO TO CAR-CODIGO
               READ CARGO-ARQ
                   INVALID KEY
                       MOVE 'SEM FAIXA' TO DET-FAIXA
                   NOT INVALID KEY
                       IF WS-SALARIO-DEPOIS < CAR-SALARIO-MINIMO
                           MOVE '< MINIMO' TO DET-FAIXA
                       END-IF
                       IF WS-SALARIO-DEPOIS > CAR-SALARIO-MAXIMO
                           MOVE '> MAXIMO' TO DET-FAIXA
                       END-IF
               END-READ
               IF DET-FAIXA = '< MINIMO' OR DET-FAIXA = '> MAXIMO'
                   ADD 1 TO WS-QTD-FORA-FAIXA
                   DISPLAY 'ATENCAO: SALARIO REAJUSTADO FORA DA FAIXA '
                       'DO CARGO ' FUNC-CARGO ' - MATRICULA '
                       FUNC-MATRICULA ' (' DET-FAIXA ')'
               END-IF
           END-IF
           EXIT.

       2300-REGISTRAR-EVENTO-REAJUSTE.
           MOVE FUNC-MATRICULA TO EVT-MATRICULA
           ACCEPT EVT-DATA FROM DATE YYYYMMDD
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           CLOSE RELATORIO-ARQ
           CLOSE EVENTO-ARQ
           IF WS-CARGOS-ABERTO
               CLOSE CARGO-ARQ
           END-IF

           DISPLAY 'FUNCIONARIOS LIDOS.......: ' WS-QTD-LIDOS
           DISPLAY 'FUNCIONARIOS REAJUSTADOS.: ' WS-QTD-REAJUSTADOS
           DISPLAY 'TOTAL ANTES..............: ' WS-TOTAL-ANTES
           DISPLAY 'TOTAL DEPOIS.............: ' WS-TOTAL-DEPOIS
           DISPLAY 'FORA DA FAIXA DO CARGO...: ' WS-QTD-FORA-FAIXA
           DISPLAY 'RELATORIO AC00RDIS GERADO'
           EXIT.

