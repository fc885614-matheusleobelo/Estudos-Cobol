      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00HOMO.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00HOMO
      *OBJETIVO   : RELATORIO DE PROVAVEIS PESSOAS DUPLICADAS ENTRE OS
      *             TRES CADASTROS DE NOMES - ACCNOME (CAPTURA DO
      *             ACCEPT), INITMST (CADASTRO DE PESSOA) E AC00FUNC
      *             (MESTRE DE FUNCIONARIOS). OS NOMES DOS TRES
      *             ARQUIVOS SAO CARREGADOS EM TABELA COM A CHAVE
      *             FONETICA DA ROTINA NOMEFON E CADA PAR DE CHAVES
      *             IGUAIS E IMPRESSO EM AC00RHOM COM ORIGEM, NOME,
      *             CPF E NASCIMENTO DOS DOIS LADOS (O INITMST SO TEM
      *             A IDADE, QUE E IMPRESSA NO LUGAR DO NASCIMENTO; O
      *             ACCNOME SO TEM O NOME). PARES COM O MESMO CPF NOS
      *             DOIS LADOS SAO A MESMA PESSOA E NAO SAO LISTADOS
      *             (O FUNCIONARIO DO AC00FUNC COM SEU CADASTRO NO
      *             INITMST, READMISSOES)
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR OS CAMPOS DE ENDERECO
      *                   (FUNC-LOGRADOURO, FUNC-NUMERO-ENDERECO,
      *                   FUNC-CEP, FUNC-UF E FUNC-COD-MUNICIPIO, CODIGO
      *                   IBGE) INCLUIDOS EM AC00FUNC
      *15/10/2026 MLBF    LAYOUT DE REG-MESTRE ATUALIZADO PARA
      *                   ACOMPANHAR OS CAMPOS DE ENDERECO
      *                   (MST-LOGRADOURO, MST-NUMERO-ENDERECO, MST-CEP,
      *                   MST-UF E MST-COD-MUNICIPIO) INCLUIDOS EM
      *                   INITMST
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCNOME-ARQ ASSIGN TO "ACCNOME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOMES.

           SELECT MESTRE-ARQ ASSIGN TO "INITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CPF
               FILE STATUS IS WS-FS-MESTRE.

           SELECT AC00-ARQ-FUNCIONARIOS ASSIGN TO "AC00FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUNC-MATRICULA
               ALTERNATE RECORD KEY IS FUNC-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT RELATORIO-ARQ ASSIGN TO "AC00RHOM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCNOME-ARQ.
       01 REG-NOME PIC X(30).

       FD  MESTRE-ARQ.
       01 REG-MESTRE.
           05 MST-NOME PIC X(20).
           05 MST-IDADE PIC 99.
           05 MST-CIDADE PIC X(15).
           05 MST-CPF PIC 9(11).
           05 MST-QTD-DEPENDENTES PIC 99.
           05 MST-LOGRADOURO PIC X(30).
           05 MST-NUMERO-ENDERECO PIC X(06).
           05 MST-CEP PIC 9(08).
           05 MST-UF PIC X(02).
           05 MST-COD-MUNICIPIO PIC 9(07).

       FD  AC00-ARQ-FUNCIONARIOS.
       01 REG-FUNCIONARIO.
           05 FUNC-MATRICULA PIC 9(06).
           05 FUNC-NOME PIC X(20).
           05 FUNC-SALARIO PIC 9(07)V99.
           05 FUNC-DATA-NASCIMENTO PIC 9(08).
           05 FUNC-DATA-NASC-RED REDEFINES FUNC-DATA-NASCIMENTO.
               10 FUNC-NASC-ANO PIC 9(04).
               10 FUNC-NASC-MES PIC 9(02).
               10 FUNC-NASC-DIA PIC 9(02).
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

       FD  RELATORIO-ARQ.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.

       01 WS-MAX-PESSOAS PIC 9(04) COMP VALUE 1100.
       01 WS-QTD-PESSOAS PIC 9(04) COMP VALUE ZERO.
       01 WS-SUB-PESSOA PIC 9(04) COMP VALUE ZERO.
       01 WS-SUB-COMPARA PIC 9(04) COMP VALUE ZERO.
       01 WS-SUB-INICIO PIC 9(04) COMP VALUE ZERO.
       01 WS-SUB-IMPRIME PIC 9(04) COMP VALUE ZERO.
       01 WS-TABELA-PESSOAS.
           05 WS-PESSOA-TAB OCCURS 1100 TIMES.
               10 PES-ORIGEM PIC X(08).
               10 PES-MATRICULA PIC 9(06).
               10 PES-NOME PIC X(30).
               10 PES-CHAVE PIC X(30).
               10 PES-CPF PIC 9(11).
               10 PES-NASCIMENTO PIC X(10).

       01 WS-NOME-COMPARAR PIC X(30) VALUE SPACES.
       01 WS-CHAVE-NOME PIC X(30) VALUE SPACES.

       01 WS-DATA-FORMATADA.
           05 DTF-DIA PIC 9(02) VALUE ZERO.
           05 FILLER PIC X(01) VALUE '/'.
           05 DTF-MES PIC 9(02) VALUE ZERO.
           05 FILLER PIC X(01) VALUE '/'.
           05 DTF-ANO PIC 9(04) VALUE ZERO.

       01 WS-IDADE-FORMATADA.
           05 FILLER PIC X(06) VALUE 'IDADE '.
           05 IDF-IDADE PIC Z9 VALUE ZERO.
           05 FILLER PIC X(02) VALUE SPACES.

       01 WS-AREA-TOTAIS.
           05 WS-TOTAL-ACCNOME PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-INITMST PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-AC00FUNC PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-FORA-TABELA PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-PARES PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-MESMO-CPF PIC 9(05) COMP VALUE ZERO.

       01 WS-AREA-EDICAO.
           05 WS-TOTAL-EDIT PIC ZZZZ9.

       01 WS-CAB-RELATORIO-1.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(44)
               VALUE 'PROVAVEIS PESSOAS DUPLICADAS (NOME FONETICO)'.
           05 FILLER PIC X(22) VALUE SPACES.

       01 WS-CAB-RELATORIO-2.
           05 FILLER PIC X(30)
               VALUE 'ACCNOME X INITMST X AC00FUNC'.
           05 FILLER PIC X(14) VALUE 'EMITIDO EM '.
           05 CAB-DATA PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(28) VALUE SPACES.

       01 WS-CAB-RELATORIO-3.
           05 FILLER PIC X(26) VALUE '  PAR ORIGEM   MATRICULA '.
           05 FILLER PIC X(31) VALUE 'NOME'.
           05 FILLER PIC X(12) VALUE 'CPF'.
           05 FILLER PIC X(11) VALUE 'NASCIMENTO'.

       01 WS-LINHA-TRACO PIC X(80) VALUE ALL '='.

       01 WS-LINHA-TEXTO PIC X(80) VALUE SPACES.

       01 WS-DET-PESSOA.
           05 DET-PAR PIC ZZZZ9.
           05 DET-PAR-ALFA REDEFINES DET-PAR PIC X(05).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-ORIGEM PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-MATRICULA PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-NOME PIC X(30).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-CPF PIC X(11).
           05 DET-CPF-NUM REDEFINES DET-CPF PIC 9(11).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DET-NASCIMENTO PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.

       01 WS-DET-MOTIVO.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(03) VALUE '-> '.
           05 MOT-GRAFIA PIC X(15).
           05 FILLER PIC X(02) VALUE ', '.
           05 MOT-CPF PIC X(44).

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-NOMES PIC X(02) VALUE '00'.
           05 WS-FS-MESTRE PIC X(02) VALUE '00'.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-RELATORIO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-LEITURA PIC X(01) VALUE 'N'.
               88 WS-FIM-LEITURA VALUE 'S'.
               88 WS-NAO-FIM-LEITURA VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 1000-CARREGAR-ACCNOME.
       PERFORM 1100-CARREGAR-INITMST.
       PERFORM 1200-CARREGAR-AC00FUNC.
       PERFORM 2000-PROCURAR-PARES
           VARYING WS-SUB-PESSOA FROM 1 BY 1
           UNTIL WS-SUB-PESSOA >= WS-QTD-PESSOAS.
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--PROVAVEIS PESSOAS DUPLICADAS (NOME FONETICO)--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT RELATORIO-ARQ
           IF WS-FS-RELATORIO NOT = '00'
               MOVE WS-FS-RELATORIO TO WS-FILE-STATUS
               MOVE 'AC00RHOM' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF

           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-1
           MOVE WS-DATA-HOJE TO CAB-DATA
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-2
           WRITE REG-RELATORIO FROM WS-LINHA-TRACO
           WRITE REG-RELATORIO FROM WS-CAB-RELATORIO-3
           WRITE REG-RELATORIO FROM WS-LINHA-TRACO
           EXIT.

       1000-CARREGAR-ACCNOME.
           OPEN INPUT ACCNOME-ARQ
           IF WS-FS-NOMES = '35'
               DISPLAY 'ACCNOME NAO ENCONTRADO - NOMES DO ACCEPT FORA '
                   'DA COMPARACAO'
           ELSE
               IF WS-FS-NOMES NOT = '00'
                   MOVE WS-FS-NOMES TO WS-FILE-STATUS
                   MOVE 'ACCNOME' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-NAO-FIM-LEITURA TO TRUE
               PERFORM 1010-LER-ACCNOME UNTIL WS-FIM-LEITURA
               CLOSE ACCNOME-ARQ
           END-IF
           EXIT.

       1010-LER-ACCNOME.
           READ ACCNOME-ARQ
               AT END
                   SET WS-FIM-LEITURA TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-ACCNOME
                   MOVE REG-NOME TO WS-NOME-COMPARAR
                   PERFORM 1500-INCLUIR-PESSOA-TAB
                   IF WS-SUB-PESSOA > ZERO
                       MOVE 'ACCNOME' TO PES-ORIGEM(WS-SUB-PESSOA)
                   END-IF
           END-READ
           EXIT.

       1100-CARREGAR-INITMST.
           OPEN INPUT MESTRE-ARQ
           IF WS-FS-MESTRE = '35'
               DISPLAY 'INITMST NAO ENCONTRADO - CADASTRO DE PESSOA '
                   'FORA DA COMPARACAO'
           ELSE
               IF WS-FS-MESTRE NOT = '00'
                   MOVE WS-FS-MESTRE TO WS-FILE-STATUS
                   MOVE 'INITMST' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-NAO-FIM-LEITURA TO TRUE
               PERFORM 1110-LER-INITMST UNTIL WS-FIM-LEITURA
               CLOSE MESTRE-ARQ
           END-IF
           EXIT.

       1110-LER-INITMST.
           READ MESTRE-ARQ NEXT
               AT END
                   SET WS-FIM-LEITURA TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-INITMST
                   MOVE MST-NOME TO WS-NOME-COMPARAR
                   PERFORM 1500-INCLUIR-PESSOA-TAB
                   IF WS-SUB-PESSOA > ZERO
                       MOVE 'INITMST' TO PES-ORIGEM(WS-SUB-PESSOA)
                       MOVE MST-CPF TO PES-CPF(WS-SUB-PESSOA)
                       MOVE MST-IDADE TO IDF-IDADE
                       MOVE WS-IDADE-FORMATADA
                           TO PES-NASCIMENTO(WS-SUB-PESSOA)
                   END-IF
           END-READ
           EXIT.

       1200-CARREGAR-AC00FUNC.
           OPEN INPUT AC00-ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS = '35'
               DISPLAY 'AC00FUNC NAO ENCONTRADO - MESTRE DE '
                   'FUNCIONARIOS FORA DA COMPARACAO'
           ELSE
               IF WS-FS-FUNCIONARIOS NOT = '00'
                   MOVE WS-FS-FUNCIONARIOS TO WS-FILE-STATUS
                   MOVE 'AC00FUNC' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-NAO-FIM-LEITURA TO TRUE
               PERFORM 1210-LER-AC00FUNC UNTIL WS-FIM-LEITURA
               CLOSE AC00-ARQ-FUNCIONARIOS
           END-IF
           EXIT.

       1210-LER-AC00FUNC.
           READ AC00-ARQ-FUNCIONARIOS
               AT END
                   SET WS-FIM-LEITURA TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-AC00FUNC
                   MOVE FUNC-NOME TO WS-NOME-COMPARAR
                   PERFORM 1500-INCLUIR-PESSOA-TAB
                   IF WS-SUB-PESSOA > ZERO
                       MOVE 'AC00FUNC' TO PES-ORIGEM(WS-SUB-PESSOA)
                       MOVE FUNC-MATRICULA
                           TO PES-MATRICULA(WS-SUB-PESSOA)
                       MOVE FUNC-CPF TO PES-CPF(WS-SUB-PESSOA)
                       MOVE FUNC-NASC-DIA TO DTF-DIA
                       MOVE FUNC-NASC-MES TO DTF-MES
                       MOVE FUNC-NASC-ANO TO DTF-ANO
                       MOVE WS-DATA-FORMATADA
                           TO PES-NASCIMENTO(WS-SUB-PESSOA)
                   END-IF
           END-READ
           EXIT.

       1500-INCLUIR-PESSOA-TAB.
           MOVE ZERO TO WS-SUB-PESSOA
           CALL 'NOMEFON' USING WS-NOME-COMPARAR WS-CHAVE-NOME
           IF WS-CHAVE-NOME NOT = SPACES
               IF WS-QTD-PESSOAS < WS-MAX-PESSOAS
                   ADD 1 TO WS-QTD-PESSOAS
                   MOVE WS-QTD-PESSOAS TO WS-SUB-PESSOA
                   MOVE SPACES TO PES-ORIGEM(WS-SUB-PESSOA)
                   MOVE ZERO TO PES-MATRICULA(WS-SUB-PESSOA)
                   MOVE WS-NOME-COMPARAR TO PES-NOME(WS-SUB-PESSOA)
                   MOVE WS-CHAVE-NOME TO PES-CHAVE(WS-SUB-PESSOA)
                   MOVE ZERO TO PES-CPF(WS-SUB-PESSOA)
                   MOVE SPACES TO PES-NASCIMENTO(WS-SUB-PESSOA)
               ELSE
                   ADD 1 TO WS-TOTAL-FORA-TABELA
                   DISPLAY 'ATENCAO: TABELA DE NOMES CHEIA ('
                       WS-MAX-PESSOAS ') - NOME FORA DA COMPARACAO: '
                       WS-NOME-COMPARAR
               END-IF
           END-IF
           EXIT.

       2000-PROCURAR-PARES.
           COMPUTE WS-SUB-INICIO = WS-SUB-PESSOA + 1
           PERFORM 2100-COMPARAR-PESSOA
               VARYING WS-SUB-COMPARA FROM WS-SUB-INICIO BY 1
               UNTIL WS-SUB-COMPARA > WS-QTD-PESSOAS
           EXIT.

       2100-COMPARAR-PESSOA.
           IF PES-CHAVE(WS-SUB-COMPARA) = PES-CHAVE(WS-SUB-PESSOA)
               IF PES-CPF(WS-SUB-PESSOA) > ZERO
                   AND PES-CPF(WS-SUB-PESSOA) = PES-CPF(WS-SUB-COMPARA)
                   ADD 1 TO WS-TOTAL-MESMO-CPF
               ELSE
                   PERFORM 3000-IMPRIMIR-PAR
               END-IF
           END-IF
           EXIT.

       3000-IMPRIMIR-PAR.
           ADD 1 TO WS-TOTAL-PARES
           MOVE WS-TOTAL-PARES TO DET-PAR
           MOVE WS-SUB-PESSOA TO WS-SUB-IMPRIME
           PERFORM 3100-IMPRIMIR-PESSOA
           MOVE SPACES TO DET-PAR-ALFA
           MOVE WS-SUB-COMPARA TO WS-SUB-IMPRIME
           PERFORM 3100-IMPRIMIR-PESSOA

           IF PES-NOME(WS-SUB-PESSOA) = PES-NOME(WS-SUB-COMPARA)
               MOVE 'NOME IGUAL' TO MOT-GRAFIA
           ELSE
               MOVE 'GRAFIA PARECIDA' TO MOT-GRAFIA
           END-IF
           IF PES-CPF(WS-SUB-PESSOA) = ZERO
               OR PES-CPF(WS-SUB-COMPARA) = ZERO
               MOVE 'SEM CPF PARA CONFIRMAR (ACCNOME)' TO MOT-CPF
           ELSE
               MOVE 'CPFS DIFERENTES' TO MOT-CPF
           END-IF
           WRITE REG-RELATORIO FROM WS-DET-MOTIVO
           EXIT.

       3100-IMPRIMIR-PESSOA.
           MOVE PES-ORIGEM(WS-SUB-IMPRIME) TO DET-ORIGEM
           IF PES-MATRICULA(WS-SUB-IMPRIME) > ZERO
               MOVE PES-MATRICULA(WS-SUB-IMPRIME) TO DET-MATRICULA
           ELSE
               MOVE SPACES TO DET-MATRICULA
           END-IF
           MOVE PES-NOME(WS-SUB-IMPRIME) TO DET-NOME
           IF PES-CPF(WS-SUB-IMPRIME) > ZERO
               MOVE PES-CPF(WS-SUB-IMPRIME) TO DET-CPF-NUM
           ELSE
               MOVE '(SEM CPF)' TO DET-CPF
           END-IF
           MOVE PES-NASCIMENTO(WS-SUB-IMPRIME) TO DET-NASCIMENTO
           WRITE REG-RELATORIO FROM WS-DET-PESSOA
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           WRITE REG-RELATORIO FROM WS-LINHA-TRACO
           MOVE WS-TOTAL-PARES TO WS-TOTAL-EDIT
           STRING 'FIM DO RELATORIO - ' WS-TOTAL-EDIT
               ' PAR(ES) DE PROVAVEIS DUPLICADOS'
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO
           WRITE REG-RELATORIO FROM WS-LINHA-TEXTO
           CLOSE RELATORIO-ARQ

           DISPLAY SPACES
           DISPLAY 'NOMES LIDOS DO ACCNOME.........: ' WS-TOTAL-ACCNOME
           DISPLAY 'NOMES LIDOS DO INITMST.........: ' WS-TOTAL-INITMST
           DISPLAY 'NOMES LIDOS DO AC00FUNC........: '
               WS-TOTAL-AC00FUNC
           DISPLAY 'NOMES FORA DA COMPARACAO.......: '
               WS-TOTAL-FORA-TABELA
           DISPLAY 'PARES COM O MESMO CPF (IGNORAD): '
               WS-TOTAL-MESMO-CPF
           DISPLAY 'PROVAVEIS DUPLICADOS (AC00RHOM): ' WS-TOTAL-PARES
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
