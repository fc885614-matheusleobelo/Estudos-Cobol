      *                   FUNCIONARIO (ORI-CPF), PARA O MOVE E O
      *                   OPERACOES BUSCAREM OS DEPENDENTES NO INITMST
      *                   PELA NOVA CHAVE MST-CPF EM VEZ DO NOME
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO FUNC-CARGO (CODIGO DO
      *                   CARGO, CADASTRO AC00CARG MANTIDO POR AC00EX11)
      *                   INCLUIDO EM AC00FUNC
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR FUNC-TIPO-CONTRATO E
      *                   FUNC-DATA-FIM-CONTRATO; O TIPO DE CONTRATO
      *                   PASSA A SER GRAVADO NO MOVEORIG
      *                   (ORI-TIPO-CONTRATO), PARA QUE O MOVE APLIQUE
      *                   OS ENCARGOS DE CADA TIPO
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO COM OS
      *                   CAMPOS DE ENDERECO INCLUIDOS EM AC00FUNC;
      *                   REG-ORIGEM PASSA A CARREGAR O CODIGO IBGE DO
      *                   MUNICIPIO (ORI-COD-MUNICIPIO, ZERO PARA
      *                   CADASTROS SEM CEP), PARA O MOVE ORDENAR O
      *                   ROSTER PELO NOME NORMALIZADO DA CIDADE; HEADER
      *                   E TRAILER AMPLIADOS NA MESMA MEDIDA.
      *                   1150-GRAVAR-ORIGEM PASSA A PREENCHER TAMBEM
      *                   ORI-GRAU-RISCO, QUE SAIA EM BRANCO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       FD  ORIGEM-ARQ.
       01 REG-ORIGEM.
           05 ORI-DATA-DEMISSAO PIC 9(08).
           05 ORI-EMPRESA PIC 9(03).
           05 ORI-CPF PIC 9(11).
           05 ORI-TIPO-CONTRATO PIC X(01).
           05 ORI-GRAU-RISCO PIC X(01).
           05 ORI-COD-MUNICIPIO PIC 9(07).

       WORKING-STORAGE SECTION.
       01 WS-TOTAL-LIDOS PIC 9(05) COMP VALUE ZERO.
           05 ORH-DATA-GERACAO PIC 9(08) VALUE ZERO.
           05 ORH-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 ORH-EMPRESA PIC 9(03) VALUE ZERO.
           05 FILLER PIC X(74) VALUE SPACES.

       01 WS-REG-ORIGEM-TRAILER.
           05 ORT-TIPO PIC X(01) VALUE '9'.
           05 ORT-QTD-REGISTROS PIC 9(06) VALUE ZERO.
           05 ORT-TOTAL-SALARIO PIC 9(11)V99 VALUE ZERO.
           05 FILLER PIC X(72) VALUE SPACES.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           MOVE FUNC-MATRICULA TO ORI-MATRICULA
           MOVE FUNC-EMPRESA TO ORI-EMPRESA
           MOVE FUNC-CPF TO ORI-CPF
           MOVE FUNC-TIPO-CONTRATO TO ORI-TIPO-CONTRATO
           MOVE FUNC-GRAU-RISCO TO ORI-GRAU-RISCO
           IF FUNC-COD-MUNICIPIO IS NUMERIC
               MOVE FUNC-COD-MUNICIPIO TO ORI-COD-MUNICIPIO
           ELSE
               MOVE ZERO TO ORI-COD-MUNICIPIO
           END-IF
           WRITE REG-ORIGEM
           ADD 1 TO WS-TOTAL-GRAVADOS
           ADD FUNC-SALARIO TO WS-TOTAL-SALARIO-GRAVADO
