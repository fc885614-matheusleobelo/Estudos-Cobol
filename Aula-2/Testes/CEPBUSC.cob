      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. CEPBUSC.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : CEPBUSC
      *OBJETIVO   : ROTINA COMPARTILHADA (PADRAO FERIDIRE) DE CONSULTA
      *             A TABELA DE CEP/MUNICIPIOS AC00CEPS (CARGA FEITA
      *             POR AC00CEPL A PARTIR DO EXTRATO DOS CORREIOS),
      *             PARA QUE AC00EX01, INITIALIZE E AC00LOAD VALIDEM O
      *             CEP E DERIVEM CIDADE/UF/CODIGO IBGE DA MESMA FORMA,
      *             E PARA QUE O MOVE OBTENHA O NOME NORMALIZADO DO
      *             MUNICIPIO A PARTIR DO CODIGO IBGE
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *----------------------------------------------------------------
      *USO        : CALL 'CEPBUSC' USING LK-AREA-CEP. O CHAMADOR
      *             INFORMA O TIPO DE BUSCA E A CHAVE:
      *               C - PELO CEP (LK-CEP-BUSCA): PROCURA A FAIXA DE
      *                   CEP QUE CONTEM O CEP INFORMADO;
      *               M - PELO CODIGO IBGE DO MUNICIPIO
      *                   (LK-COD-MUNICIPIO-BUSCA).
      *             RECEBE DE VOLTA A CIDADE (NOME NORMALIZADO DO
      *             MUNICIPIO), A UF E O CODIGO IBGE, COM
      *             LK-IND-RESULTADO = 'S' (ENCONTRADO), 'N' (CEP FORA
      *             DE QUALQUER FAIXA / MUNICIPIO NAO CADASTRADO) OU
      *             'A' (AC00CEPS AUSENTE - O CHAMADOR SEGUE COM A
      *             CIDADE DIGITADA, COMO NOS CADASTROS OPCIONAIS).
      *             REGISTRO DO AC00CEPS: CEP FINAL DA FAIXA 9(08)
      *             (CHAVE), CEP INICIAL 9(08), CIDADE X(30), UF X(02),
      *             CODIGO IBGE 9(07) (CHAVE ALTERNATIVA COM
      *             DUPLICIDADE, UM MUNICIPIO TEM VARIAS FAIXAS).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEP-ARQ ASSIGN TO "AC00CEPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-FAIXA-FINAL
               ALTERNATE RECORD KEY IS CEP-COD-MUNICIPIO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CEP.

       DATA DIVISION.
       FILE SECTION.
       FD  CEP-ARQ.
       01 REG-CEP.
           05 CEP-FAIXA-FINAL PIC 9(08).
           05 CEP-FAIXA-INICIAL PIC 9(08).
           05 CEP-CIDADE PIC X(30).
           05 CEP-UF PIC X(02).
           05 CEP-COD-MUNICIPIO PIC 9(07).

       WORKING-STORAGE SECTION.
       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-CEP PIC X(02) VALUE '00'.
           COPY CTLARQ.

       LINKAGE SECTION.
       01 LK-AREA-CEP.
           05 LK-ENTRADA.
               10 LK-TIPO-BUSCA PIC X(01).
                   88 LK-BUSCA-POR-CEP VALUE 'C'.
                   88 LK-BUSCA-POR-MUNICIPIO VALUE 'M'.
               10 LK-CEP-BUSCA PIC 9(08).
               10 LK-COD-MUNICIPIO-BUSCA PIC 9(07).
           05 LK-SAIDA.
               10 LK-CIDADE PIC X(30).
               10 LK-UF PIC X(02).
               10 LK-COD-MUNICIPIO PIC 9(07).
               10 LK-IND-RESULTADO PIC X(01).
                   88 LK-CEP-ENCONTRADO VALUE 'S'.
                   88 LK-CEP-NAO-ENCONTRADO VALUE 'N'.
                   88 LK-TABELA-CEP-AUSENTE VALUE 'A'.

       PROCEDURE DIVISION USING LK-AREA-CEP.
       0000-CONSULTAR-CEP.
           MOVE SPACES TO LK-CIDADE
           MOVE SPACES TO LK-UF
           MOVE ZERO TO LK-COD-MUNICIPIO
           SET LK-CEP-NAO-ENCONTRADO TO TRUE

           OPEN INPUT CEP-ARQ
           IF WS-FS-CEP = '00'
               EVALUATE TRUE
                   WHEN LK-BUSCA-POR-CEP
                       PERFORM 0100-BUSCAR-POR-CEP
                   WHEN LK-BUSCA-POR-MUNICIPIO
                       PERFORM 0200-BUSCAR-POR-MUNICIPIO
               END-EVALUATE
               CLOSE CEP-ARQ
           ELSE
               SET LK-TABELA-CEP-AUSENTE TO TRUE
               IF WS-FS-CEP NOT = '35'
                   DISPLAY 'CEPBUSC: ERRO AO ABRIR AC00CEPS (STATUS '
                       WS-FS-CEP '), CEP NAO VALIDADO'
               END-IF
           END-IF
           GOBACK.

       0100-BUSCAR-POR-CEP.
           IF LK-CEP-BUSCA IS NUMERIC AND LK-CEP-BUSCA > ZERO
               MOVE LK-CEP-BUSCA TO CEP-FAIXA-FINAL
               START CEP-ARQ KEY IS NOT LESS THAN CEP-FAIXA-FINAL
                   INVALID KEY
                       MOVE '23' TO WS-FS-CEP
               END-START
               IF WS-FS-CEP = '00'
                   READ CEP-ARQ NEXT RECORD
                       AT END
                           MOVE '10' TO WS-FS-CEP
                   END-READ
               END-IF
               IF WS-FS-CEP = '00'
                   AND CEP-FAIXA-INICIAL NOT > LK-CEP-BUSCA
                   PERFORM 0300-DEVOLVER-MUNICIPIO
               END-IF
           END-IF
           EXIT.

       0200-BUSCAR-POR-MUNICIPIO.
           IF LK-COD-MUNICIPIO-BUSCA IS NUMERIC
               AND LK-COD-MUNICIPIO-BUSCA > ZERO
               MOVE LK-COD-MUNICIPIO-BUSCA TO CEP-COD-MUNICIPIO
               READ CEP-ARQ KEY IS CEP-COD-MUNICIPIO
                   INVALID KEY
                       MOVE '23' TO WS-FS-CEP
               END-READ
               IF WS-FS-CEP = '00'
                   PERFORM 0300-DEVOLVER-MUNICIPIO
               END-IF
           END-IF
           EXIT.

       0300-DEVOLVER-MUNICIPIO.
           MOVE CEP-CIDADE TO LK-CIDADE
           MOVE CEP-UF TO LK-UF
           MOVE CEP-COD-MUNICIPIO TO LK-COD-MUNICIPIO
           SET LK-CEP-ENCONTRADO TO TRUE
           EXIT.
