      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. TIPOCONT.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : MOVE
      *PROGRAMA   : TIPOCONT
      *OBJETIVO   : ROTINA COMPARTILHADA (PADRAO FOLHCALC) COM OS
      *             ENCARGOS E PROVISOES QUE VALEM PARA CADA TIPO DE
      *             CONTRATO DE AC00FUNC (FUNC-TIPO-CONTRATO), PARA QUE
      *             O FOLHCALC, O MOVE (PROVISOES E GUIA MOVEGUIA), O
      *             MOVECONT, O MOVESEFI E A RESCISAO AC00RESC TRATEM
      *             ESTAGIARIOS, APRENDIZES E PRO-LABORE DA MESMA
      *             FORMA, EM VEZ DE TODOS COMO EMPREGADO CLT
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *----------------------------------------------------------------
      *USO        : CALL 'TIPOCONT' USING LK-AREA-CONTRATO. O CHAMADOR
      *             INFORMA O TIPO DE CONTRATO; RECEBE DE VOLTA A
      *             DESCRICAO, A FORMA DO INSS DO TRABALHADOR (T =
      *             FAIXAS DO MOVETAXA, F = ALIQUOTA FIXA DEVOLVIDA,
      *             N = SEM INSS), AS ALIQUOTAS DE INSS PATRONAL E DE
      *             FGTS, SE HA PROVISAO DE 13o/FERIAS E SE HA AVISO
      *             PREVIO E MULTA DO FGTS NA RESCISAO. TIPOS:
      *               C (OU BRANCO, CADASTROS ANTIGOS) - CLT: TODOS OS
      *                 ENCARGOS, FGTS 8%;
      *               A - APRENDIZ: COMO CLT, COM FGTS REDUZIDO DE 2%;
      *               E - ESTAGIARIO: BOLSA SEM INSS, SEM FGTS, SEM
      *                 13o/FERIAS E SEM VERBAS DE RESCISAO CLT;
      *               P - PRO-LABORE (DIRETOR): INSS DE CONTRIBUINTE
      *                 INDIVIDUAL (11%) E PATRONAL, SEM FGTS, SEM
      *                 13o/FERIAS E SEM VERBAS DE RESCISAO CLT.
      *             TIPO DESCONHECIDO DEVOLVE 'N' EM LK-IND-TIPO-VALIDO
      *             E AS REGRAS DE CLT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ALIQUOTA-INSS-PATRONAL PIC 9V999 VALUE .200.
       01 WS-ALIQUOTA-FGTS PIC 9V999 VALUE .080.
       01 WS-ALIQUOTA-FGTS-APRENDIZ PIC 9V999 VALUE .020.
       01 WS-ALIQUOTA-INSS-INDIVIDUAL PIC 9V999 VALUE .110.

       LINKAGE SECTION.
       01 LK-AREA-CONTRATO.
           05 LK-ENTRADA.
               10 LK-TIPO-CONTRATO PIC X(01).
           05 LK-SAIDA.
               10 LK-DESCRICAO-CONTRATO PIC X(12).
               10 LK-IND-INSS-EMPREGADO PIC X(01).
                   88 LK-INSS-POR-FAIXA VALUE 'T'.
                   88 LK-INSS-ALIQUOTA-FIXA VALUE 'F'.
                   88 LK-SEM-INSS-EMPREGADO VALUE 'N'.
               10 LK-ALIQUOTA-INSS-FIXA PIC 9V999.
               10 LK-ALIQUOTA-INSS-PATRONAL PIC 9V999.
               10 LK-ALIQUOTA-FGTS PIC 9V999.
               10 LK-IND-PROVISIONA PIC X(01).
                   88 LK-PROVISIONA VALUE 'S'.
                   88 LK-NAO-PROVISIONA VALUE 'N'.
               10 LK-IND-VERBAS-CLT PIC X(01).
                   88 LK-COM-VERBAS-CLT VALUE 'S'.
                   88 LK-SEM-VERBAS-CLT VALUE 'N'.
               10 LK-IND-TIPO-VALIDO PIC X(01).
                   88 LK-TIPO-VALIDO VALUE 'S'.
                   88 LK-TIPO-INVALIDO VALUE 'N'.

       PROCEDURE DIVISION USING LK-AREA-CONTRATO.
       0000-APURAR-ENCARGOS.
           SET LK-TIPO-VALIDO TO TRUE
           SET LK-INSS-POR-FAIXA TO TRUE
           MOVE ZERO TO LK-ALIQUOTA-INSS-FIXA
           MOVE WS-ALIQUOTA-INSS-PATRONAL TO LK-ALIQUOTA-INSS-PATRONAL
           MOVE WS-ALIQUOTA-FGTS TO LK-ALIQUOTA-FGTS
           SET LK-PROVISIONA TO TRUE
           SET LK-COM-VERBAS-CLT TO TRUE

           EVALUATE LK-TIPO-CONTRATO
               WHEN 'C'
               WHEN SPACE
                   MOVE 'CLT' TO LK-DESCRICAO-CONTRATO
               WHEN 'A'
                   MOVE 'APRENDIZ' TO LK-DESCRICAO-CONTRATO
                   MOVE WS-ALIQUOTA-FGTS-APRENDIZ TO LK-ALIQUOTA-FGTS
               WHEN 'E'
                   MOVE 'ESTAGIARIO' TO LK-DESCRICAO-CONTRATO
                   SET LK-SEM-INSS-EMPREGADO TO TRUE
                   MOVE ZERO TO LK-ALIQUOTA-INSS-PATRONAL
                   MOVE ZERO TO LK-ALIQUOTA-FGTS
                   SET LK-NAO-PROVISIONA TO TRUE
                   SET LK-SEM-VERBAS-CLT TO TRUE
               WHEN 'P'
                   MOVE 'PRO-LABORE' TO LK-DESCRICAO-CONTRATO
                   SET LK-INSS-ALIQUOTA-FIXA TO TRUE
                   MOVE WS-ALIQUOTA-INSS-INDIVIDUAL
                       TO LK-ALIQUOTA-INSS-FIXA
                   MOVE ZERO TO LK-ALIQUOTA-FGTS
                   SET LK-NAO-PROVISIONA TO TRUE
                   SET LK-SEM-VERBAS-CLT TO TRUE
               WHEN OTHER
                   MOVE 'INVALIDO' TO LK-DESCRICAO-CONTRATO
                   SET LK-TIPO-INVALIDO TO TRUE
           END-EVALUATE
           GOBACK.
