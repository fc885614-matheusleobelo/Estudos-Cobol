      *                   LIMITE), NO MESMO PADRAO DO FILTRO DE DATA DO
      *                   SETDASH, EM VEZ DE SEMPRE LISTAR TODOS OS
      *                   JOBS E TODAS AS DATAS
      *15/10/2026 MLBF    LAYOUT DE SETSTAT ATUALIZADO PARA OS CAMPOS
      *                   STA-HORA-INICIO E STA-HORA-FIM (HHMMSS)
      *                   GRAVADOS PELA ROTINA JOBSTAT - REGISTRO DE 20
      *                   PARA 32 POSICOES
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 STA-DATA PIC 9(08).
           05 STA-SWITCH PIC X(01).
           05 STA-TENTATIVAS PIC 9(03).
           05 STA-HORA-INICIO PIC 9(06).
           05 STA-HORA-FIM PIC 9(06).

       FD  RELATORIO-ARQ.
       01 REG-RELATORIO PIC X(80).
