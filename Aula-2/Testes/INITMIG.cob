      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *02/09/2026 MLBF    PROGRAMA CRIADO
      *15/10/2026 MLBF    LAYOUT DO INITMST NOVO ATUALIZADO COM OS
      *                   CAMPOS DE ENDERECO (MST-LOGRADOURO,
      *                   MST-NUMERO-ENDERECO, MST-CEP, MST-UF E
      *                   MST-COD-MUNICIPIO); O REGISTRO MIGRADO SAI COM
      *                   O ENDERECO EM BRANCO/ZERO, O LAYOUT ANTIGO
      *                   (INITMSTA) NAO MUDA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 MST-CIDADE PIC X(15).
           05 MST-CPF PIC 9(11).
           05 MST-QTD-DEPENDENTES PIC 99.
           05 MST-LOGRADOURO PIC X(30).
           05 MST-NUMERO-ENDERECO PIC X(06).
           05 MST-CEP PIC 9(08).
           05 MST-UF PIC X(02).
           05 MST-COD-MUNICIPIO PIC 9(07).

       WORKING-STORAGE SECTION.
       01 WS-TOTAL-LIDOS PIC 9(05) COMP VALUE ZERO.
               ADD 1 TO WS-TOTAL-REJEITADOS
               DISPLAY 'CPF ZERADO NAO MIGRADO: ' MSA-NOME
           ELSE
               INITIALIZE REG-MESTRE
               MOVE MSA-NOME TO MST-NOME
               MOVE MSA-IDADE TO MST-IDADE
               MOVE MSA-CIDADE TO MST-CIDADE
