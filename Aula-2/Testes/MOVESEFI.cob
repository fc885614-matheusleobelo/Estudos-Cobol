      *02/09/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR O CAMPO ROS-EMPRESA INCLUIDO
      *                   POR MOVE (SUPORTE A MULTIPLAS EMPRESAS)
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR OS CAMPOS ROS-PENSAO E
      *                   ROS-BASE-PENSAO (PENSAO ALIMENTICIA JUDICIAL)
      *                   INCLUIDOS POR MOVE
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR O CAMPO ROS-PLANO-SAUDE (PARTE
      *                   DO FUNCIONARIO NO PLANO DE SAUDE) INCLUIDO POR
      *                   MOVE
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR O CAMPO ROS-ADIANTAMENTO
      *                   (ADIANTAMENTO QUINZENAL DESCONTADO NA FOLHA)
      *                   INCLUIDO POR MOVE
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR OS CAMPOS DE AFASTAMENTO
      *                   (TIPO, DIAS AFASTADOS, DIAS NAO PAGOS, MES
      *                   SUSPENSO E BASE DE FGTS DO AFASTAMENTO)
      *                   INCLUIDOS POR MOVE; O FGTS DA REMESSA PASSA A
      *                   INCIDIR TAMBEM SOBRE ROS-BASE-FGTS-AFAST
      *                   (AFASTAMENTO POR ACIDENTE DE TRABALHO, EM QUE
      *                   O FGTS CONTINUA DEVIDO SEM SALARIO PAGO)
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO FUNC-CARGO (CODIGO DO
      *                   CARGO, CADASTRO AC00CARG MANTIDO POR AC00EX11)
      *                   INCLUIDO EM AC00FUNC
      *15/10/2026 MLBF    LAYOUT DO QUADRO ORDENADO MOVEORD ATUALIZADO
      *                   PARA ACOMPANHAR O CAMPO ROS-SALARIO-FAMILIA
      *                   INCLUIDO POR MOVE; O DETALHE DA REMESSA GANHA
      *                   O SALARIO-FAMILIA PAGO (SEF-D-SALARIO-FAMILIA,
      *                   NO LUGAR DE PARTE DO FILLER) E O TRAILER O
      *                   TOTAL PAGO E O INSS PATRONAL A RECOLHER JA
      *                   DEDUZIDO DELE (O REGISTRO CONTINUA COM 80
      *                   POSICOES)
      *15/10/2026 MLBF    LAYOUT DE AC00FUNC (FUNC-TIPO-CONTRATO E
      *                   FUNC-DATA-FIM-CONTRATO) E DO MOVEORD
      *                   (ROS-TIPO-CONTRATO) ATUALIZADOS. INSS PATRONAL
      *                   E FGTS DE CADA DETALHE PASSAM A SAIR DAS
      *                   ALIQUOTAS DO TIPO DE CONTRATO (ROTINA
      *                   TIPOCONT), O DETALHE GANHA A CATEGORIA DO
      *                   TRABALHADOR (SEF-D-CATEGORIA: 01 EMPREGADO, 07
      *                   APRENDIZ, 11 PRO-LABORE, NO LUGAR DE PARTE DO
      *                   FILLER) E O ESTAGIARIO, QUE NAO E SEGURADO,
      *                   FICA FORA DA REMESSA
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO FUNC-GRAU-RISCO
      *                   (1/2/3=INSALUBRIDADE MINIMA/MEDIA/MAXIMA,
      *                   P=PERICULOSIDADE, BRANCO=SEM ADICIONAL)
      *                   INCLUIDO EM AC00FUNC
      *15/10/2026 MLBF    LAYOUT DO ROSTER MOVEORD ATUALIZADO COM
      *                   ROS-ADICIONAL-NOTURNO, ROS-GRAU-RISCO E
      *                   ROS-ADICIONAL-RISCO, INCLUIDOS POR MOVE (229
      *                   POSICOES); OS ADICIONAIS JA ESTAO SOMADOS EM
      *                   ROS-SALARIO
      *15/10/2026 MLBF    LAYOUT DO ROSTER MOVEORD ATUALIZADO COM
      *                   ROS-COMISSAO E ROS-DSR-COMISSAO, INCLUIDOS POR
      *                   MOVE (247 POSICOES); A COMISSAO E O SEU DSR JA
      *                   ESTAO SOMADOS EM ROS-SALARIO
      *15/10/2026 MLBF    CONFERE NO INICIO, VIA ROTINA JOBPRED, SE OS
      *                   JOBS PREDECESSORES CADASTRADOS EM SETDEPE
      *                   CONCLUIRAM EM SETSTAT; COM PREDECESSOR
      *                   AUSENTE, ABORTADO OU EM EXECUCAO O PROGRAMA
      *                   NAO RODA E ENCERRA COM RETURN-CODE 12 (MOTIVO
      *                   GRAVADO EM SETAUDIT)
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO COM OS
      *                   CAMPOS DE ENDERECO INCLUIDOS EM AC00FUNC; O
      *                   DETALHE DA REMESSA PASSA A LEVAR O CODIGO IBGE
      *                   DO MUNICIPIO DO TRABALHADOR
      *                   (SEF-D-COD-MUNICIPIO, NO LUGAR DO FILLER
      *                   FINAL), DERIVADO DO CEP NA TABELA AC00CEPS;
      *                   REGISTROS SEM CODIGO SAO CONTADOS E AVISADOS
      *                   NO FIM
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 ROS-VALE-TRANSPORTE PIC 9(7)V99.
           05 ROS-VALOR-VR PIC 9(5)V99.
           05 ROS-EMPRESA PIC 9(03).
           05 ROS-PENSAO PIC 9(7)V99.
           05 ROS-BASE-PENSAO PIC 9(7)V99.
           05 ROS-PLANO-SAUDE PIC 9(7)V99.
           05 ROS-ADIANTAMENTO PIC 9(7)V99.
           05 ROS-AFASTAMENTO PIC X(01).
           05 ROS-DIAS-AFASTAMENTO PIC 9(02).
           05 ROS-DIAS-NAO-PAGOS PIC 9(02).
           05 ROS-MES-SUSPENSO PIC X(01).
           05 ROS-BASE-FGTS-AFAST PIC 9(7)V99.
           05 ROS-SALARIO-FAMILIA PIC 9(7)V99.
           05 ROS-TIPO-CONTRATO PIC X(01).
           05 ROS-ADICIONAL-NOTURNO PIC 9(7)V99.
           05 ROS-GRAU-RISCO PIC X(01).
           05 ROS-ADICIONAL-RISCO PIC 9(7)V99.
           05 ROS-COMISSAO PIC 9(7)V99.
           05 ROS-DSR-COMISSAO PIC 9(7)V99.

       FD  AC00-ARQ-FUNCIONARIOS.
       01 REG-FUNCIONARIO.
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

       FD  REMESSA-ARQ.
       01 REG-REMESSA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-AREA-TIPOCONT.
           05 TPC-ENTRADA.
               10 TPC-TIPO-CONTRATO PIC X(01) VALUE SPACE.
           05 TPC-SAIDA.
               10 TPC-DESCRICAO-CONTRATO PIC X(12) VALUE SPACES.
               10 TPC-IND-INSS-EMPREGADO PIC X(01) VALUE 'T'.
                   88 TPC-INSS-POR-FAIXA VALUE 'T'.
                   88 TPC-INSS-ALIQUOTA-FIXA VALUE 'F'.
                   88 TPC-SEM-INSS-EMPREGADO VALUE 'N'.
               10 TPC-ALIQUOTA-INSS-FIXA PIC 9V999 VALUE ZERO.
               10 TPC-ALIQUOTA-INSS-PATRONAL PIC 9V999 VALUE ZERO.
               10 TPC-ALIQUOTA-FGTS PIC 9V999 VALUE ZERO.
               10 TPC-IND-PROVISIONA PIC X(01) VALUE 'S'.
                   88 TPC-PROVISIONA VALUE 'S'.
                   88 TPC-NAO-PROVISIONA VALUE 'N'.
               10 TPC-IND-VERBAS-CLT PIC X(01) VALUE 'S'.
                   88 TPC-COM-VERBAS-CLT VALUE 'S'.
                   88 TPC-SEM-VERBAS-CLT VALUE 'N'.
               10 TPC-IND-TIPO-VALIDO PIC X(01) VALUE 'S'.
                   88 TPC-TIPO-VALIDO VALUE 'S'.
                   88 TPC-TIPO-INVALIDO VALUE 'N'.

       01 WS-REG-REMESSA-HEADER.
           05 SEF-H-TIPO PIC X(01) VALUE '0'.
           05 SEF-D-INSS-EMPREGADO PIC 9(09)V99 VALUE ZERO.
           05 SEF-D-INSS-PATRONAL PIC 9(09)V99 VALUE ZERO.
           05 SEF-D-FGTS PIC 9(09)V99 VALUE ZERO.
           05 SEF-D-SALARIO-FAMILIA PIC 9(07)V99 VALUE ZERO.
           05 SEF-D-CATEGORIA PIC 9(02) VALUE ZERO.
           05 SEF-D-COD-MUNICIPIO PIC 9(07) VALUE ZERO.

       01 WS-REG-REMESSA-TRAILER.
           05 SEF-T-TIPO PIC X(01) VALUE '9'.
           05 SEF-T-TOTAL-INSS-EMPREG PIC 9(11)V99 VALUE ZERO.
           05 SEF-T-TOTAL-INSS-PATRON PIC 9(11)V99 VALUE ZERO.
           05 SEF-T-TOTAL-FGTS PIC 9(11)V99 VALUE ZERO.
           05 SEF-T-TOTAL-SAL-FAMILIA PIC 9(11)V99 VALUE ZERO.
           05 SEF-T-INSS-PATRON-RECOLHER PIC 9(11)V99 VALUE ZERO.
           05 FILLER PIC X(08) VALUE SPACES.

       01 WS-AREA-TOTAIS-REMESSA.
           05 WS-QTD-DETALHES PIC 9(06) COMP VALUE ZERO.
           05 WS-QTD-SEM-CPF PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-SEM-MUNICIPIO PIC 9(05) COMP VALUE ZERO.
           05 WS-QTD-FORA-REMESSA PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-INSS-EMPREGADO PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-INSS-PATRONAL PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-FGTS PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-SALARIO-FAMILIA PIC 9(11)V99 VALUE ZERO.
           05 WS-INSS-PATRONAL-RECOLHER PIC 9(11)V99 VALUE ZERO.

       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.

       01 WS-AREA-JOBPRED.
           05 WS-JOB-NOME-PRED PIC X(08) VALUE 'MOVESEFI'.
           05 WS-RESULTADO-PRED PIC X(01) VALUE 'S'.
               88 WS-PREDECESSORES-OK VALUE 'S'.
               88 WS-PREDECESSOR-PENDENTE VALUE 'N'.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-ROSTER PIC X(02) VALUE '00'.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
       GOBACK.

       0000-INICIAR-PROGRAMA.
           PERFORM 0005-CONFERIR-PREDECESSORES
           DISPLAY '--GERACAO DA REMESSA GOVERNAMENTAL (MOVESEFR)--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           END-IF
           EXIT.

       0005-CONFERIR-PREDECESSORES.
           CALL 'JOBPRED' USING WS-JOB-NOME-PRED WS-RESULTADO-PRED
           IF WS-PREDECESSOR-PENDENTE
               DISPLAY 'PREDECESSOR PENDENTE EM SETSTAT - '
                   'PROCESSAMENTO NAO INICIADO (RC 12)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       0010-ABRIR-FUNCIONARIOS.
           OPEN INPUT AC00-ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = '00'
           MOVE WS-TOTAL-INSS-EMPREGADO TO SEF-T-TOTAL-INSS-EMPREG
           MOVE WS-TOTAL-INSS-PATRONAL TO SEF-T-TOTAL-INSS-PATRON
           MOVE WS-TOTAL-FGTS TO SEF-T-TOTAL-FGTS
           IF WS-TOTAL-SALARIO-FAMILIA > WS-TOTAL-INSS-PATRONAL
               MOVE ZERO TO WS-INSS-PATRONAL-RECOLHER
           ELSE
               COMPUTE WS-INSS-PATRONAL-RECOLHER =
                   WS-TOTAL-INSS-PATRONAL - WS-TOTAL-SALARIO-FAMILIA
           END-IF
           MOVE WS-TOTAL-SALARIO-FAMILIA TO SEF-T-TOTAL-SAL-FAMILIA
           MOVE WS-INSS-PATRONAL-RECOLHER TO SEF-T-INSS-PATRON-RECOLHER
           WRITE REG-REMESSA FROM WS-REG-REMESSA-TRAILER
           EXIT.

           EXIT.

       1100-GRAVAR-DETALHE-REMESSA.
           MOVE ROS-TIPO-CONTRATO TO TPC-TIPO-CONTRATO
           CALL 'TIPOCONT' USING WS-AREA-TIPOCONT
           IF TPC-SEM-INSS-EMPREGADO
               ADD 1 TO WS-QTD-FORA-REMESSA
           ELSE
               PERFORM 1110-MONTAR-DETALHE-REMESSA
           END-IF

           PERFORM 1050-LER-ROSTER
           EXIT.

       1110-MONTAR-DETALHE-REMESSA.
           MOVE ZERO TO SEF-D-CPF
           MOVE ZERO TO SEF-D-COD-MUNICIPIO
           MOVE ROS-MATRICULA TO FUNC-MATRICULA
           READ AC00-ARQ-FUNCIONARIOS
               INVALID KEY
                       ROS-MATRICULA
               NOT INVALID KEY
                   MOVE FUNC-CPF TO SEF-D-CPF
                   IF FUNC-COD-MUNICIPIO IS NUMERIC
                       MOVE FUNC-COD-MUNICIPIO TO SEF-D-COD-MUNICIPIO
                   END-IF
           END-READ
           IF SEF-D-COD-MUNICIPIO = ZERO
               ADD 1 TO WS-QTD-SEM-MUNICIPIO
           END-IF

           MOVE ROS-COMPETENCIA TO SEF-D-COMPETENCIA
           MOVE ROS-SALARIO TO SEF-D-BASE
           MOVE ROS-INSS TO SEF-D-INSS-EMPREGADO
           COMPUTE SEF-D-INSS-PATRONAL ROUNDED =
               ROS-SALARIO * TPC-ALIQUOTA-INSS-PATRONAL
           COMPUTE SEF-D-FGTS ROUNDED =
               (ROS-SALARIO + ROS-BASE-FGTS-AFAST) * TPC-ALIQUOTA-FGTS
           MOVE ROS-SALARIO-FAMILIA TO SEF-D-SALARIO-FAMILIA
           EVALUATE ROS-TIPO-CONTRATO
               WHEN 'A'
                   MOVE 07 TO SEF-D-CATEGORIA
               WHEN 'P'
                   MOVE 11 TO SEF-D-CATEGORIA
               WHEN OTHER
                   MOVE 01 TO SEF-D-CATEGORIA
           END-EVALUATE
           WRITE REG-REMESSA FROM WS-REG-REMESSA-DETALHE

           ADD 1 TO WS-QTD-DETALHES
           ADD SEF-D-INSS-EMPREGADO TO WS-TOTAL-INSS-EMPREGADO
           ADD SEF-D-INSS-PATRONAL TO WS-TOTAL-INSS-PATRONAL
           ADD SEF-D-FGTS TO WS-TOTAL-FGTS
           ADD SEF-D-SALARIO-FAMILIA TO WS-TOTAL-SALARIO-FAMILIA
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           CLOSE REMESSA-ARQ
           DISPLAY 'REMESSA MOVESEFR GERADA COM ' WS-QTD-DETALHES
               ' REGISTRO(S)'
           IF WS-TOTAL-SALARIO-FAMILIA > ZERO
               DISPLAY 'SALARIO-FAMILIA COMPENSADO NO INSS PATRONAL: '
                   WS-TOTAL-SALARIO-FAMILIA ' - A RECOLHER '
                   WS-INSS-PATRONAL-RECOLHER
           END-IF
           IF WS-QTD-FORA-REMESSA > ZERO
               DISPLAY WS-QTD-FORA-REMESSA ' ESTAGIARIO(S) FORA DA '
                   'REMESSA (SEM INSS E SEM FGTS)'
           END-IF
           IF WS-QTD-SEM-CPF > ZERO
               DISPLAY 'ATENCAO: ' WS-QTD-SEM-CPF ' REGISTRO(S) SEM '
                   'CPF - CONFERIR ANTES DE TRANSMITIR'
           END-IF
           IF WS-QTD-SEM-MUNICIPIO > ZERO
               DISPLAY 'ATENCAO: ' WS-QTD-SEM-MUNICIPIO ' REGISTRO(S) '
                   'SEM CODIGO IBGE DO MUNICIPIO (CADASTRO SEM CEP) - '
                   'ACERTAR O ENDERECO EM AC00EX01'
           END-IF
           EXIT.

       9900-ERRO-ARQUIVO.
