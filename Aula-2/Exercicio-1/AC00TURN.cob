      *02/09/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR O CAMPO ROS-EMPRESA INCLUIDO
      *                   POR MOVE (SUPORTE A MULTIPLAS EMPRESAS)
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR OS CAMPOS ROS-PENSAO E
      *                   ROS-BASE-PENSAO (PENSAO ALIMENTICIA JUDICIAL)
      *                   INCLUIDOS POR MOVE
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR O CAMPO ATU-PLANO-SAUDE (PARTE
      *                   DO FUNCIONARIO NO PLANO DE SAUDE) INCLUIDO POR
      *                   MOVE
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR O CAMPO ATU-ADIANTAMENTO
      *                   (ADIANTAMENTO QUINZENAL DESCONTADO NA FOLHA)
      *                   INCLUIDO POR MOVE
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR OS CAMPOS DE AFASTAMENTO
      *                   (TIPO, DIAS AFASTADOS, DIAS NAO PAGOS, MES
      *                   SUSPENSO E BASE DE FGTS DO AFASTAMENTO)
      *                   INCLUIDOS POR MOVE
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR O CAMPO ROS-SALARIO-FAMILIA
      *                   (SALARIO-FAMILIA PAGO) INCLUIDO POR MOVE
      *15/10/2026 MLBF    LAYOUT DO ROSTER MOVEORD ATUALIZADO COM
      *                   ROS-TIPO-CONTRATO (TIPO DE CONTRATO DO
      *                   FUNCIONARIO, GRAVADO PELO MOVE)
      *15/10/2026 MLBF    LAYOUT DO ROSTER MOVEORD ATUALIZADO COM
      *                   ATU-ADICIONAL-NOTURNO, ATU-GRAU-RISCO E
      *                   ATU-ADICIONAL-RISCO, INCLUIDOS POR MOVE (229
      *                   POSICOES); OS ADICIONAIS JA ESTAO SOMADOS EM
      *                   ATU-SALARIO
      *15/10/2026 MLBF    LAYOUT DO ROSTER MOVEORD ATUALIZADO COM
      *                   ATU-COMISSAO E ATU-DSR-COMISSAO, INCLUIDOS POR
      *                   MOVE (247 POSICOES); A COMISSAO E O SEU DSR JA
      *                   ESTAO SOMADOS EM ATU-SALARIO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 ATU-VALE-TRANSPORTE PIC 9(7)V99.
           05 ATU-VALOR-VR PIC 9(5)V99.
           05 ATU-EMPRESA PIC 9(03).
           05 ATU-PENSAO PIC 9(7)V99.
           05 ATU-BASE-PENSAO PIC 9(7)V99.
           05 ATU-PLANO-SAUDE PIC 9(7)V99.
           05 ATU-ADIANTAMENTO PIC 9(7)V99.
           05 ATU-AFASTAMENTO PIC X(01).
           05 ATU-DIAS-AFASTAMENTO PIC 9(02).
           05 ATU-DIAS-NAO-PAGOS PIC 9(02).
           05 ATU-MES-SUSPENSO PIC X(01).
           05 ATU-BASE-FGTS-AFAST PIC 9(7)V99.
           05 ATU-SALARIO-FAMILIA PIC 9(7)V99.
           05 ATU-TIPO-CONTRATO PIC X(01).
           05 ATU-ADICIONAL-NOTURNO PIC 9(7)V99.
           05 ATU-GRAU-RISCO PIC X(01).
           05 ATU-ADICIONAL-RISCO PIC 9(7)V99.
           05 ATU-COMISSAO PIC 9(7)V99.
           05 ATU-DSR-COMISSAO PIC 9(7)V99.

       FD  SNAPSHOT-ARQ.
       01 REG-SNAPSHOT PIC X(55).
