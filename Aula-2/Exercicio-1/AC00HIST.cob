      *                   ACOMPANHAR O CAMPO EVT-OPERADOR INCLUIDO NO
      *                   AC00HEVT (69 PARA 78 POSICOES); A LINHA DO
      *                   TEMPO PASSA A MOSTRAR QUEM FEZ CADA EVENTO
      *15/10/2026 MLBF    LAYOUT DE REG-EVENTO ATUALIZADO PARA O CAMPO
      *                   EVT-OPERADOR-APROV (78 PARA 87 POSICOES); A
      *                   LINHA DO TEMPO PASSA A MOSTRAR, ALEM DE QUEM
      *                   SOLICITOU, QUEM APROVOU AS ALTERACOES DE
      *                   SALARIO, DEPARTAMENTO E EMPRESA (AC00APRV)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 EVT-VALOR-NOVO PIC X(20).
           05 FILLER PIC X.
           05 EVT-OPERADOR PIC X(08).
           05 FILLER PIC X.
           05 EVT-OPERADOR-APROV PIC X(08).

       FD  RELATORIO-ARQ.
       01 REG-RELATORIO PIC X(80).
           05 FILLER PIC X(63) VALUE SPACES.

       01 WS-CAB-RELATORIO-3.
           05 FILLER PIC X(21) VALUE 'DATA     HORA   TIPO '.
           05 FILLER PIC X(21) VALUE 'VALOR ANTIGO'.
           05 FILLER PIC X(21) VALUE 'VALOR NOVO'.
           05 FILLER PIC X(17) VALUE 'OPERADOR APROV.'.

       01 WS-LINHA-DETALHE.
           05 DET-DATA PIC 9(08) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-HORA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-TIPO PIC X(04) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-VALOR-ANTIGO PIC X(20) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-VALOR-NOVO PIC X(20) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-OPERADOR PIC X(08) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-OPERADOR-APROV PIC X(08) VALUE SPACES.

       01 WS-LINHA-SEM-EVENTO.
           05 FILLER PIC X(80)
               MOVE EVT-VALOR-ANTIGO TO DET-VALOR-ANTIGO
               MOVE EVT-VALOR-NOVO TO DET-VALOR-NOVO
               MOVE EVT-OPERADOR TO DET-OPERADOR
               MOVE EVT-OPERADOR-APROV TO DET-OPERADOR-APROV
               WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           END-IF
           PERFORM 1050-LER-EVENTO
