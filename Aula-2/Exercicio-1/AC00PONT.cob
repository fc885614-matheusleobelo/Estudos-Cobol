      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00PONT.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00PONT
      *OBJETIVO   : IMPORTAR AS MARCACOES DO PONTO ELETRONICO (ARQUIVO
      *             DIARIO AC00MARC EXPORTADO PELOS RELOGIOS, UM PAR
      *             ENTRADA/SAIDA POR LINHA) E GERAR O MOVEFREQ DA
      *             COMPETENCIA, ANTES DIGITADO A MAO: APLICA A JORNADA
      *             DE CADA FUNCIONARIO (CARGA DIARIA E DIA DE DESCANSO
      *             SEMANAL DO AC00JORN), TRATA O TRABALHO EM FERIADO
      *             (AC34FERI) OU NO DESCANSO COMO HORA EXTRA A 100% E
      *             O EXCEDENTE DA CARGA NOS DEMAIS DIAS COMO HORA
      *             EXTRA A 50% (VARIACAO DE ATE 10 MINUTOS NO DIA
      *             DESPREZADA) E CONTA COMO FALTA O DIA UTIL SEM
      *             MARCACAO, FORA FERIAS (AC00FERS) E AFASTAMENTOS
      *             (AC00AFAS). DIAS COM MARCACAO IMPAR OU INCOERENTE E
      *             DIAS UTEIS SEM MARCACAO VAO PARA O RELATORIO DE
      *             EXCECOES AC00PEXC (LAYOUT DO COPYBOOK EXCECAO),
      *             PARA JUSTIFICATIVA DO SUPERVISOR
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR OS CAMPOS FUNC-TIPO-CONTRATO
      *                   (C=CLT, A=APRENDIZ, E=ESTAGIARIO,
      *                   P=PRO-LABORE) E FUNC-DATA-FIM-CONTRATO
      *                   INCLUIDOS EM AC00FUNC
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR FUNC-GRAU-RISCO INCLUIDO EM
      *                   AC00FUNC. O MOVEFREQ GANHA O CAMPO
      *                   FRQ-HORAS-NOTURNAS NO FIM DO REGISTRO: OS
      *                   MINUTOS DE CADA PAR ENTRADA/SAIDA DENTRO DA
      *                   FAIXA DAS 22H AS 5H
      *                   (3220-SOMAR-MINUTOS-NOTURNOS) SAO SOMADOS NOS
      *                   DIAS REGULARES E CONVERTIDOS EM HORAS COMO AS
      *                   HORAS EXTRAS; A JORNADA QUE ATRAVESSA A
      *                   MEIA-NOITE CONTINUA MARCADA COMO DOIS PARES
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR OS CAMPOS DE ENDERECO
      *                   (FUNC-LOGRADOURO, FUNC-NUMERO-ENDERECO,
      *                   FUNC-CEP, FUNC-UF E FUNC-COD-MUNICIPIO, CODIGO
      *                   IBGE) INCLUIDOS EM AC00FUNC
      *15/10/2026 MLBF    O FUNCIONARIO ATIVO EM AC00FUNC SEM NENHUMA
      *                   MARCACAO NO MES PASSA A SER APURADO
      *                   (4000-APURAR-SEM-MARCACAO): DEPOIS DA
      *                   ORDENACAO, O CADASTRO E LIDO EM ORDEM DE
      *                   MATRICULA CONTRA A TABELA DAS MATRICULAS QUE
      *                   MARCARAM PONTO, E CADA ATIVO AUSENTE DELA TEM
      *                   TODOS OS DIAS TRATADOS COMO SEM MARCACAO EM
      *                   3400-APURAR-FALTAS (FOLGA, FERIADO, FERIAS,
      *                   AFASTAMENTO E DIAS FORA DO CONTRATO CONTINUAM
      *                   JUSTIFICADOS), COM AS OCORRENCIAS MSEM NO
      *                   AC00PEXC E A LINHA GRAVADA NO MOVEFREQ - ANTES
      *                   ELE FICAVA FORA DO MOVEFREQ E ERA PAGO
      *                   INTEGRALMENTE
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARCACAO-ARQ ASSIGN TO "AC00MARC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MARCACAO.

           SELECT JORNADA-ARQ ASSIGN TO "AC00JORN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNADA.

           SELECT AC34-ARQ-FERIADOS ASSIGN TO "AC34FERI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADOS.

           SELECT FERIAS-ARQ ASSIGN TO "AC00FERS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIAS.

           SELECT AC00-ARQ-FUNCIONARIOS ASSIGN TO "AC00FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               ALTERNATE RECORD KEY IS FUNC-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT AFASTAMENTO-ARQ ASSIGN TO "AC00AFAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WS-FS-AFASTAMENTO.

           SELECT FREQUENCIA-ARQ ASSIGN TO "MOVEFREQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FREQUENCIA.

           SELECT EXCECAO-ARQ ASSIGN TO "AC00PEXC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECAO.

           SELECT SORT-ARQ ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  MARCACAO-ARQ.
       01 REG-MARCACAO.
           05 MAR-MATRICULA PIC 9(06).
           05 FILLER PIC X.
           05 MAR-DATA PIC 9(08).
           05 MAR-DATA-RED REDEFINES MAR-DATA.
               10 MAR-COMPETENCIA PIC 9(06).
               10 MAR-DIA PIC 9(02).
           05 FILLER PIC X.
           05 MAR-HORA-ENTRADA PIC 9(04).
           05 FILLER PIC X.
           05 MAR-HORA-SAIDA PIC 9(04).

       FD  JORNADA-ARQ.
       01 REG-JORNADA.
           05 JOR-MATRICULA PIC 9(06).
           05 FILLER PIC X.
           05 JOR-CARGA-DIARIA PIC 9(04).
           05 JOR-CARGA-DIARIA-RED REDEFINES JOR-CARGA-DIARIA.
               10 JOR-CARGA-HORAS PIC 9(02).
               10 JOR-CARGA-MINUTOS PIC 9(02).
           05 FILLER PIC X.
           05 JOR-DIA-DESCANSO PIC 9(01).

       FD  AC34-ARQ-FERIADOS.
       01 REG-FERIADO.
           05 FERI-DIA PIC 99.
           05 FILLER PIC X.
           05 FERI-MES PIC 99.
           05 FILLER PIC X.
           05 FERI-ANO PIC 9999.
           05 FILLER PIC X.
           05 FERI-DESCRICAO PIC X(30).

       FD  FERIAS-ARQ.
       01 REG-FERIAS.
           05 FER-MATRICULA PIC 9(06).
           05 FILLER PIC X.
           05 FER-NOME PIC X(20).
           05 FILLER PIC X.
           05 FER-DATA-INICIO PIC 9(08).
           05 FILLER PIC X.
           05 FER-DATA-FIM PIC 9(08).
           05 FILLER PIC X.
           05 FER-COMPETENCIA PIC 9(06).
           05 FILLER PIC X.
           05 FER-QTD-DIAS PIC 9(02).
           05 FILLER PIC X.
           05 FER-SITUACAO PIC X(01).

       FD  AC00-ARQ-FUNCIONARIOS.
       01 REG-FUNCIONARIO.
           05 FUNC-MATRICULA PIC 9(06).
           05 FUNC-NOME PIC X(20).
           05 FUNC-SALARIO PIC 9(07)V99.
           05 FUNC-DATA-NASCIMENTO PIC 9(08).
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

       FD  AFASTAMENTO-ARQ.
       01 REG-AFASTAMENTO.
           05 AFA-CHAVE.
               10 AFA-MATRICULA PIC 9(06).
               10 AFA-DATA-INICIO PIC 9(08).
           05 AFA-TIPO PIC X(01).
           05 AFA-DATA-RETORNO PIC 9(08).
           05 AFA-OBSERVACAO PIC X(30).

       FD  FREQUENCIA-ARQ.
       01 REG-FREQUENCIA.
           05 FRQ-MATRICULA PIC 9(06).
           05 FILLER PIC X.
           05 FRQ-HORAS-EXTRA-50 PIC 9(03).
           05 FILLER PIC X.
           05 FRQ-HORAS-EXTRA-100 PIC 9(03).
           05 FILLER PIC X.
           05 FRQ-DIAS-FALTA PIC 9(02).
           05 FILLER PIC X.
           05 FRQ-HORAS-NOTURNAS PIC 9(03).

       FD  EXCECAO-ARQ.
       01 REG-EXCECAO PIC X(80).

       SD  SORT-ARQ.
       01 REG-SORT.
           05 SRT-MATRICULA PIC 9(06).
           05 SRT-DATA PIC 9(08).
           05 SRT-HORA-ENTRADA PIC 9(04).
           05 SRT-ENTRADA-RED REDEFINES SRT-HORA-ENTRADA.
               10 SRT-ENTRADA-HH PIC 9(02).
               10 SRT-ENTRADA-MM PIC 9(02).
           05 SRT-HORA-SAIDA PIC 9(04).
           05 SRT-SAIDA-RED REDEFINES SRT-HORA-SAIDA.
               10 SRT-SAIDA-HH PIC 9(02).
               10 SRT-SAIDA-MM PIC 9(02).

       WORKING-STORAGE SECTION.
       01 WS-REG-EXCECAO.
           COPY EXCECAO.
           05 FILLER PIC X VALUE SPACE.
           05 EXC-MATRICULA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 EXC-DATA-MARCACAO PIC 9(08) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 EXC-DETALHE PIC X(19) VALUE SPACES.

       01 WS-DETALHE-MINUTOS.
           05 FILLER PIC X(08) VALUE 'MINUTOS '.
           05 DMI-MINUTOS PIC ZZZ9 VALUE ZERO.
           05 FILLER PIC X(07) VALUE SPACES.

       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
       01 WS-DATA-HOJE-RED REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO PIC 9(04).
           05 WS-HOJE-MES PIC 9(02).
           05 WS-HOJE-DIA PIC 9(02).

       01 WS-COMPETENCIA-INFORMADA PIC 9(06) VALUE ZERO.
       01 WS-COMPETENCIA PIC 9(06) VALUE ZERO.
       01 WS-COMPETENCIA-RED REDEFINES WS-COMPETENCIA.
           05 WS-CMP-ANO PIC 9(04).
           05 WS-CMP-MES PIC 9(02).

       01 WS-DATA-DIA PIC 9(08) VALUE ZERO.
       01 WS-DATA-DIA-RED REDEFINES WS-DATA-DIA.
           05 WS-DIA-COMPETENCIA PIC 9(06).
           05 WS-DIA-NUMERO PIC 9(02).

       01 WS-AREA-CALENDARIO.
           05 WS-ULTIMO-DIA-APURADO PIC 9(02) VALUE ZERO.
           05 WS-JUL-PRIMEIRO-DIA PIC 9(07) COMP VALUE ZERO.
           05 WS-JUL-AUXILIAR PIC 9(07) COMP VALUE ZERO.
           05 WS-QUOCIENTE-SEMANA PIC 9(07) COMP VALUE ZERO.
           05 WS-RESTO-SEMANA PIC 9(01) COMP VALUE ZERO.
           05 WS-DIA-SEMANA PIC 9(01) VALUE ZERO.
           05 WS-SUB-DIA PIC 9(02) COMP VALUE ZERO.

       COPY DIASMES.

       01 WS-MAX-FERIADOS PIC 9(03) COMP VALUE 100.
       01 WS-QTD-FERIADOS PIC 9(03) COMP VALUE ZERO.
       01 WS-SUB-FERIADO PIC 9(03) COMP VALUE ZERO.
       01 WS-TABELA-FERIADOS.
           05 WS-FERIADO-TAB OCCURS 100 TIMES.
               10 FRD-DATA-TAB PIC 9(08).
       01 WS-IND-FERIADO-ACHADO PIC X(01) VALUE 'N'.
           88 WS-FERIADO-ACHADO VALUE 'S'.
           88 WS-FERIADO-NAO-ACHADO VALUE 'N'.

       01 WS-JORNADA-PADRAO.
           05 WS-CARGA-PADRAO-MIN PIC 9(04) COMP VALUE 480.
           05 WS-DESCANSO-PADRAO PIC 9(01) VALUE 7.
       01 WS-MAX-JORNADAS PIC 9(04) COMP VALUE 1000.
       01 WS-QTD-JORNADAS PIC 9(04) COMP VALUE ZERO.
       01 WS-SUB-JORNADA PIC 9(04) COMP VALUE ZERO.
       01 WS-TABELA-JORNADAS.
           05 WS-JORNADA-TAB OCCURS 1000 TIMES.
               10 JRT-MATRICULA-TAB PIC 9(06).
               10 JRT-CARGA-MIN-TAB PIC 9(04) COMP.
               10 JRT-DESCANSO-TAB PIC 9(01).
       01 WS-IND-JORNADA-ACHADA PIC X(01) VALUE 'N'.
           88 WS-JORNADA-ACHADA VALUE 'S'.
           88 WS-JORNADA-NAO-ACHADA VALUE 'N'.

       01 WS-MAX-FERIAS PIC 9(04) COMP VALUE 500.
       01 WS-QTD-FERIAS PIC 9(04) COMP VALUE ZERO.
       01 WS-SUB-FERIAS PIC 9(04) COMP VALUE ZERO.
       01 WS-TABELA-FERIAS.
           05 WS-FERIAS-TAB OCCURS 500 TIMES.
               10 FRT-MATRICULA-TAB PIC 9(06).
               10 FRT-DATA-INICIO-TAB PIC 9(08).
               10 FRT-DATA-FIM-TAB PIC 9(08).

       01 WS-MAX-AFASTAMENTOS PIC 9(03) COMP VALUE 20.
       01 WS-QTD-AFASTAMENTOS PIC 9(03) COMP VALUE ZERO.
       01 WS-SUB-AFASTAMENTO PIC 9(03) COMP VALUE ZERO.
       01 WS-TABELA-AFASTAMENTOS.
           05 WS-AFASTAMENTO-TAB OCCURS 20 TIMES.
               10 AFT-DATA-INICIO-TAB PIC 9(08).
               10 AFT-DATA-RETORNO-TAB PIC 9(08).

       01 WS-MAX-MATRICULAS-PONTO PIC 9(04) COMP VALUE 5000.
       01 WS-QTD-MATRICULAS-PONTO PIC 9(04) COMP VALUE ZERO.
       01 WS-SUB-MATRICULA-PONTO PIC 9(04) COMP VALUE ZERO.
       01 WS-TABELA-MATRICULAS-PONTO.
           05 MPT-MATRICULA-TAB PIC 9(06) OCCURS 5000 TIMES.
       01 WS-IND-TABELA-PONTO PIC X(01) VALUE 'N'.
           88 WS-TABELA-PONTO-CHEIA VALUE 'S'.
           88 WS-TABELA-PONTO-LIVRE VALUE 'N'.
       01 WS-IND-MARCOU-PONTO PIC X(01) VALUE 'N'.
           88 WS-MARCOU-PONTO VALUE 'S'.
           88 WS-NAO-MARCOU-PONTO VALUE 'N'.
       01 WS-IND-BUSCA-PONTO PIC X(01) VALUE 'N'.
           88 WS-FIM-BUSCA-PONTO VALUE 'S'.
           88 WS-NAO-FIM-BUSCA-PONTO VALUE 'N'.

       01 WS-IND-DIA-JUSTIFICADO PIC X(01) VALUE 'N'.
           88 WS-DIA-JUSTIFICADO VALUE 'S'.
           88 WS-DIA-NAO-JUSTIFICADO VALUE 'N'.

       01 WS-AREA-MATRICULA.
           05 WS-MATRICULA-ATUAL PIC 9(06) VALUE ZERO.
           05 WS-CARGA-MINUTOS PIC 9(04) COMP VALUE ZERO.
           05 WS-DIA-DESCANSO PIC 9(01) VALUE ZERO.
           05 WS-MINUTOS-EXTRA-50 PIC 9(06) COMP VALUE ZERO.
           05 WS-MINUTOS-EXTRA-100 PIC 9(06) COMP VALUE ZERO.
           05 WS-MINUTOS-NOTURNOS PIC 9(06) COMP VALUE ZERO.
           05 WS-QTD-FALTAS PIC 9(03) COMP VALUE ZERO.
           05 WS-HORAS-CALCULADAS PIC 9(05) COMP VALUE ZERO.
           05 WS-DATA-ADMISSAO PIC 9(08) VALUE ZERO.
           05 WS-DATA-DEMISSAO PIC 9(08) VALUE ZERO.
           05 WS-IND-FUNCIONARIO-ACHADO PIC X(01) VALUE 'N'.
               88 WS-FUNCIONARIO-ACHADO VALUE 'S'.
               88 WS-FUNCIONARIO-NAO-ACHADO VALUE 'N'.
           05 WS-TABELA-SITUACAO-DIA.
               10 WS-SITUACAO-DIA PIC X(01) OCCURS 31 TIMES.
                   88 WS-DIA-SEM-MARCACAO VALUE 'N'.
                   88 WS-DIA-MARCADO VALUE 'M'.
                   88 WS-DIA-IRREGULAR VALUE 'I'.

       01 WS-AREA-DIA.
           05 WS-DATA-ATUAL PIC 9(08) VALUE ZERO.
           05 WS-DATA-ATUAL-RED REDEFINES WS-DATA-ATUAL.
               10 WS-ATUAL-COMPETENCIA PIC 9(06).
               10 WS-ATUAL-DIA PIC 9(02).
           05 WS-MINUTOS-DIA PIC 9(04) COMP VALUE ZERO.
           05 WS-MINUTOS-ENTRADA PIC 9(04) COMP VALUE ZERO.
           05 WS-MINUTOS-SAIDA PIC 9(04) COMP VALUE ZERO.
           05 WS-MINUTOS-ULTIMA-SAIDA PIC 9(04) COMP VALUE ZERO.
           05 WS-MINUTOS-EXCEDENTES PIC S9(04) COMP VALUE ZERO.
           05 WS-TOLERANCIA-MINUTOS PIC 9(02) COMP VALUE 10.
           05 WS-MINUTOS-NOTURNOS-DIA PIC 9(04) COMP VALUE ZERO.
           05 WS-FIM-MADRUGADA-MIN PIC 9(04) COMP VALUE 300.
           05 WS-INICIO-NOITE-MIN PIC 9(04) COMP VALUE 1320.
           05 WS-IND-MARCACAO-IRREGULAR PIC X(01) VALUE 'N'.
               88 WS-MARCACAO-IRREGULAR VALUE 'S'.
               88 WS-MARCACAO-REGULAR VALUE 'N'.

       01 WS-AREA-TOTAIS-PONTO.
           05 WS-TOTAL-MARCACOES-LIDAS PIC 9(06) COMP VALUE ZERO.
           05 WS-TOTAL-FORA-COMPETENCIA PIC 9(06) COMP VALUE ZERO.
           05 WS-TOTAL-MARCACAO-INVALIDA PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-MATRICULAS PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-SEM-CADASTRO PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-SEM-PONTO-MES PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-DIAS-IRREGULARES PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-DIAS-SEM-MARCACAO PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-FREQUENCIAS PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-EXCECOES PIC 9(05) COMP VALUE ZERO.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-MARCACAO PIC X(02) VALUE '00'.
           05 WS-FS-JORNADA PIC X(02) VALUE '00'.
           05 WS-FS-FERIADOS PIC X(02) VALUE '00'.
           05 WS-FS-FERIAS PIC X(02) VALUE '00'.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-AFASTAMENTO PIC X(02) VALUE '00'.
           05 WS-FS-FREQUENCIA PIC X(02) VALUE '00'.
           05 WS-FS-EXCECAO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 WS-FIM-ARQUIVO VALUE 'S'.
               88 WS-NAO-FIM-ARQUIVO VALUE 'N'.
           05 WS-IND-FIM-SORT PIC X(01) VALUE 'N'.
               88 WS-FIM-SORT VALUE 'S'.
               88 WS-NAO-FIM-SORT VALUE 'N'.
           05 WS-IND-FIM-AFASTAMENTO PIC X(01) VALUE 'N'.
               88 WS-FIM-AFASTAMENTO VALUE 'S'.
               88 WS-NAO-FIM-AFASTAMENTO VALUE 'N'.
           05 WS-IND-FIM-FUNCIONARIOS PIC X(01) VALUE 'N'.
               88 WS-FIM-FUNCIONARIOS VALUE 'S'.
               88 WS-NAO-FIM-FUNCIONARIOS VALUE 'N'.
           05 WS-IND-AFASTAMENTO-ABERTO PIC X(01) VALUE 'N'.
               88 WS-AFASTAMENTO-ABERTO VALUE 'S'.
               88 WS-AFASTAMENTO-FECHADO VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 1000-CARREGAR-JORNADAS.
       PERFORM 1100-CARREGAR-FERIADOS.
       PERFORM 1200-CARREGAR-FERIAS.
       PERFORM 2000-ORDENAR-MARCACOES.
       PERFORM 4000-APURAR-SEM-MARCACAO.
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--IMPORTACAO DO PONTO ELETRONICO (AC00PONT)--'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'COMPETENCIA DAS MARCACOES (AAAAMM, 000000 = MES '
               'CORRENTE)?'
           ACCEPT WS-COMPETENCIA-INFORMADA
           IF WS-COMPETENCIA-INFORMADA = ZERO
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           ELSE
               MOVE WS-COMPETENCIA-INFORMADA TO WS-COMPETENCIA
           END-IF
           IF WS-CMP-MES < 1 OR WS-CMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA: ' WS-COMPETENCIA
                   ' - ASSUMIDO O MES CORRENTE'
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-IF

           MOVE WS-CMP-MES TO WS-MES-CALC
           MOVE WS-CMP-ANO TO WS-ANO-CALC
           PERFORM 9800-CALCULAR-DIAS-MES
           EVALUATE TRUE
               WHEN WS-COMPETENCIA < WS-DATA-HOJE(1:6)
                   MOVE WS-DIAS-MES-CALC TO WS-ULTIMO-DIA-APURADO
               WHEN WS-COMPETENCIA = WS-DATA-HOJE(1:6)
                   COMPUTE WS-ULTIMO-DIA-APURADO = WS-HOJE-DIA - 1
               WHEN OTHER
                   MOVE ZERO TO WS-ULTIMO-DIA-APURADO
           END-EVALUATE
           MOVE WS-COMPETENCIA TO WS-DIA-COMPETENCIA
           MOVE 01 TO WS-DIA-NUMERO
           COMPUTE WS-JUL-PRIMEIRO-DIA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-DIA)
           DISPLAY 'COMPETENCIA ' WS-COMPETENCIA ' - FALTAS APURADAS '
               'ATE O DIA ' WS-ULTIMO-DIA-APURADO

           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 0010-ABRIR-FUNCIONARIOS
               UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL
           PERFORM 0020-ABRIR-AFASTAMENTOS

           OPEN OUTPUT FREQUENCIA-ARQ
           IF WS-FS-FREQUENCIA NOT = '00'
               MOVE WS-FS-FREQUENCIA TO WS-FILE-STATUS
               MOVE 'MOVEFREQ' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           OPEN OUTPUT EXCECAO-ARQ
           IF WS-FS-EXCECAO NOT = '00'
               MOVE WS-FS-EXCECAO TO WS-FILE-STATUS
               MOVE 'AC00PEXC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       0010-ABRIR-FUNCIONARIOS.
           OPEN INPUT AC00-ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = '00'
               MOVE WS-FS-FUNCIONARIOS TO WS-FILE-STATUS
               MOVE 'AC00FUNC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       0020-ABRIR-AFASTAMENTOS.
           OPEN INPUT AFASTAMENTO-ARQ
           IF WS-FS-AFASTAMENTO = '00'
               SET WS-AFASTAMENTO-ABERTO TO TRUE
           ELSE
               SET WS-AFASTAMENTO-FECHADO TO TRUE
               IF WS-FS-AFASTAMENTO = '35'
                   DISPLAY 'AC00AFAS NAO ENCONTRADO - DIAS SEM '
                       'MARCACAO NAO CONFERIDOS CONTRA AFASTAMENTOS'
               ELSE
                   MOVE WS-FS-AFASTAMENTO TO WS-FILE-STATUS
                   MOVE 'AC00AFAS' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       1000-CARREGAR-JORNADAS.
           OPEN INPUT JORNADA-ARQ
           IF WS-FS-JORNADA = '35'
               DISPLAY 'AC00JORN NAO ENCONTRADO - ASSUMIDA JORNADA DE '
                   '8 HORAS COM DESCANSO NO DOMINGO PARA TODOS'
           ELSE
               IF WS-FS-JORNADA NOT = '00'
                   MOVE WS-FS-JORNADA TO WS-FILE-STATUS
                   MOVE 'AC00JORN' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-NAO-FIM-ARQUIVO TO TRUE
               PERFORM 1050-LER-JORNADA
               PERFORM 1060-GUARDAR-JORNADA UNTIL WS-FIM-ARQUIVO
               CLOSE JORNADA-ARQ
           END-IF
           EXIT.

       1050-LER-JORNADA.
           READ JORNADA-ARQ
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
           END-READ
           EXIT.

       1060-GUARDAR-JORNADA.
           IF JOR-MATRICULA IS NUMERIC
               AND JOR-CARGA-DIARIA IS NUMERIC
               AND JOR-DIA-DESCANSO IS NUMERIC
               AND JOR-CARGA-MINUTOS < 60
               AND JOR-DIA-DESCANSO > ZERO
               AND JOR-DIA-DESCANSO < 8
               IF JOR-MATRICULA = ZERO
                   COMPUTE WS-CARGA-PADRAO-MIN =
                       (JOR-CARGA-HORAS * 60) + JOR-CARGA-MINUTOS
                   MOVE JOR-DIA-DESCANSO TO WS-DESCANSO-PADRAO
               ELSE
                   IF WS-QTD-JORNADAS < WS-MAX-JORNADAS
                       ADD 1 TO WS-QTD-JORNADAS
                       MOVE WS-QTD-JORNADAS TO WS-SUB-JORNADA
                       MOVE JOR-MATRICULA
                           TO JRT-MATRICULA-TAB(WS-SUB-JORNADA)
                       COMPUTE JRT-CARGA-MIN-TAB(WS-SUB-JORNADA) =
                           (JOR-CARGA-HORAS * 60) + JOR-CARGA-MINUTOS
                       MOVE JOR-DIA-DESCANSO
                           TO JRT-DESCANSO-TAB(WS-SUB-JORNADA)
                   ELSE
                       DISPLAY 'ATENCAO: TABELA DE JORNADAS CHEIA ('
                           WS-MAX-JORNADAS ') - JORNADA PADRAO PARA A '
                           'MATRICULA ' JOR-MATRICULA
                   END-IF
               END-IF
           ELSE
               DISPLAY 'AC00JORN: LINHA INVALIDA IGNORADA - '
                   REG-JORNADA
           END-IF
           PERFORM 1050-LER-JORNADA
           EXIT.

       1100-CARREGAR-FERIADOS.
           OPEN INPUT AC34-ARQ-FERIADOS
           IF WS-FS-FERIADOS = '35'
               DISPLAY 'AC34FERI NAO ENCONTRADO - TRABALHO EM FERIADO '
                   'NAO SERA PAGO A 100%'
           ELSE
               IF WS-FS-FERIADOS NOT = '00'
                   MOVE WS-FS-FERIADOS TO WS-FILE-STATUS
                   MOVE 'AC34FERI' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-NAO-FIM-ARQUIVO TO TRUE
               PERFORM 1150-LER-FERIADO
               PERFORM 1160-GUARDAR-FERIADO UNTIL WS-FIM-ARQUIVO
               CLOSE AC34-ARQ-FERIADOS
           END-IF
           EXIT.

       1150-LER-FERIADO.
           READ AC34-ARQ-FERIADOS
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
           END-READ
           EXIT.

       1160-GUARDAR-FERIADO.
           IF FERI-ANO = WS-CMP-ANO AND FERI-MES = WS-CMP-MES
               IF WS-QTD-FERIADOS < WS-MAX-FERIADOS
                   ADD 1 TO WS-QTD-FERIADOS
                   MOVE WS-QTD-FERIADOS TO WS-SUB-FERIADO
                   COMPUTE FRD-DATA-TAB(WS-SUB-FERIADO) =
                       (FERI-ANO * 10000) + (FERI-MES * 100) + FERI-DIA
               ELSE
                   DISPLAY 'ATENCAO: TABELA DE FERIADOS CHEIA ('
                       WS-MAX-FERIADOS ') - FERIADO IGNORADO: '
                       FERI-DIA '/' FERI-MES '/' FERI-ANO
               END-IF
           END-IF
           PERFORM 1150-LER-FERIADO
           EXIT.

       1200-CARREGAR-FERIAS.
           OPEN INPUT FERIAS-ARQ
           IF WS-FS-FERIAS = '35'
               DISPLAY 'AC00FERS NAO ENCONTRADO - DIAS SEM MARCACAO '
                   'NAO CONFERIDOS CONTRA FERIAS'
           ELSE
               IF WS-FS-FERIAS NOT = '00'
                   MOVE WS-FS-FERIAS TO WS-FILE-STATUS
                   MOVE 'AC00FERS' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-NAO-FIM-ARQUIVO TO TRUE
               PERFORM 1250-LER-FERIAS
               PERFORM 1260-GUARDAR-FERIAS UNTIL WS-FIM-ARQUIVO
               CLOSE FERIAS-ARQ
           END-IF
           EXIT.

       1250-LER-FERIAS.
           READ FERIAS-ARQ
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
           END-READ
           EXIT.

       1260-GUARDAR-FERIAS.
           IF FER-DATA-INICIO(1:6) NOT > WS-COMPETENCIA
               AND FER-DATA-FIM(1:6) NOT < WS-COMPETENCIA
               IF WS-QTD-FERIAS < WS-MAX-FERIAS
                   ADD 1 TO WS-QTD-FERIAS
                   MOVE WS-QTD-FERIAS TO WS-SUB-FERIAS
                   MOVE FER-MATRICULA
                       TO FRT-MATRICULA-TAB(WS-SUB-FERIAS)
                   MOVE FER-DATA-INICIO
                       TO FRT-DATA-INICIO-TAB(WS-SUB-FERIAS)
                   MOVE FER-DATA-FIM TO FRT-DATA-FIM-TAB(WS-SUB-FERIAS)
               ELSE
                   DISPLAY 'ATENCAO: TABELA DE FERIAS CHEIA ('
                       WS-MAX-FERIAS ') - FERIAS IGNORADAS: MATRICULA '
                       FER-MATRICULA
               END-IF
           END-IF
           PERFORM 1250-LER-FERIAS
           EXIT.

       2000-ORDENAR-MARCACOES.
           SORT SORT-ARQ
               ON ASCENDING KEY SRT-MATRICULA SRT-DATA SRT-HORA-ENTRADA
               INPUT PROCEDURE IS 2100-SELECIONAR-MARCACOES
               OUTPUT PROCEDURE IS 3000-APURAR-FREQUENCIA
           EXIT.

       2100-SELECIONAR-MARCACOES.
           OPEN INPUT MARCACAO-ARQ
           IF WS-FS-MARCACAO = '35'
               DISPLAY 'AC00MARC NAO ENCONTRADO - NENHUMA MARCACAO A '
                   'IMPORTAR, MOVEFREQ GRAVADO VAZIO'
           ELSE
               IF WS-FS-MARCACAO NOT = '00'
                   MOVE WS-FS-MARCACAO TO WS-FILE-STATUS
                   MOVE 'AC00MARC' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-NAO-FIM-ARQUIVO TO TRUE
               PERFORM 2150-LER-MARCACAO
               PERFORM 2200-LIBERAR-MARCACAO UNTIL WS-FIM-ARQUIVO
               CLOSE MARCACAO-ARQ
           END-IF
           EXIT.

       2150-LER-MARCACAO.
           READ MARCACAO-ARQ
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
           END-READ
           EXIT.

       2200-LIBERAR-MARCACAO.
           ADD 1 TO WS-TOTAL-MARCACOES-LIDAS
           EVALUATE TRUE
               WHEN MAR-MATRICULA NOT NUMERIC
                   OR MAR-DATA NOT NUMERIC
                   OR MAR-DIA < 1 OR MAR-DIA > 31
                   ADD 1 TO WS-TOTAL-MARCACAO-INVALIDA
                   MOVE 'MINV' TO EXC-COD-MOTIVO
                   MOVE 'MARCACAO ILEGIVEL - REJEITADA'
                       TO EXC-DESC-MOTIVO
                   MOVE ZERO TO EXC-MATRICULA
                   MOVE ZERO TO EXC-DATA-MARCACAO
                   MOVE REG-MARCACAO TO EXC-DETALHE
                   PERFORM 8000-GRAVAR-EXCECAO
               WHEN MAR-COMPETENCIA NOT = WS-COMPETENCIA
                   ADD 1 TO WS-TOTAL-FORA-COMPETENCIA
               WHEN MAR-DIA > WS-DIAS-MES-CALC
                   ADD 1 TO WS-TOTAL-MARCACAO-INVALIDA
                   MOVE 'MINV' TO EXC-COD-MOTIVO
                   MOVE 'DATA DE MARCACAO INEXISTENTE'
                       TO EXC-DESC-MOTIVO
                   MOVE MAR-MATRICULA TO EXC-MATRICULA
                   MOVE MAR-DATA TO EXC-DATA-MARCACAO
                   MOVE SPACES TO EXC-DETALHE
                   PERFORM 8000-GRAVAR-EXCECAO
               WHEN OTHER
                   MOVE MAR-MATRICULA TO SRT-MATRICULA
                   MOVE MAR-DATA TO SRT-DATA
                   IF MAR-HORA-ENTRADA IS NUMERIC
                       MOVE MAR-HORA-ENTRADA TO SRT-HORA-ENTRADA
                   ELSE
                       MOVE ZERO TO SRT-HORA-ENTRADA
                   END-IF
                   IF MAR-HORA-SAIDA IS NUMERIC
                       MOVE MAR-HORA-SAIDA TO SRT-HORA-SAIDA
                   ELSE
                       MOVE ZERO TO SRT-HORA-SAIDA
                   END-IF
                   RELEASE REG-SORT
           END-EVALUATE
           PERFORM 2150-LER-MARCACAO
           EXIT.

       3000-APURAR-FREQUENCIA.
           SET WS-NAO-FIM-SORT TO TRUE
           PERFORM 3050-RETORNAR-SORT
           PERFORM 3100-APURAR-MATRICULA UNTIL WS-FIM-SORT
           EXIT.

       3050-RETORNAR-SORT.
           RETURN SORT-ARQ
               AT END
                   SET WS-FIM-SORT TO TRUE
           END-RETURN
           EXIT.

       3100-APURAR-MATRICULA.
           MOVE SRT-MATRICULA TO WS-MATRICULA-ATUAL
           ADD 1 TO WS-TOTAL-MATRICULAS
           PERFORM 3105-GUARDAR-MATRICULA-PONTO
           PERFORM 3110-INICIAR-MATRICULA
           PERFORM 3200-APURAR-DIA
               UNTIL WS-FIM-SORT
               OR SRT-MATRICULA NOT = WS-MATRICULA-ATUAL
           IF WS-FUNCIONARIO-ACHADO
               PERFORM 3400-APURAR-FALTAS
               PERFORM 3500-GRAVAR-FREQUENCIA
           END-IF
           EXIT.

       3105-GUARDAR-MATRICULA-PONTO.
           IF WS-QTD-MATRICULAS-PONTO < WS-MAX-MATRICULAS-PONTO
               ADD 1 TO WS-QTD-MATRICULAS-PONTO
               MOVE WS-MATRICULA-ATUAL
                   TO MPT-MATRICULA-TAB(WS-QTD-MATRICULAS-PONTO)
           ELSE
               SET WS-TABELA-PONTO-CHEIA TO TRUE
           END-IF
           EXIT.

       3110-INICIAR-MATRICULA.
           MOVE ZERO TO WS-MINUTOS-EXTRA-50
           MOVE ZERO TO WS-MINUTOS-EXTRA-100
           MOVE ZERO TO WS-MINUTOS-NOTURNOS
           MOVE ZERO TO WS-QTD-FALTAS
           MOVE ALL 'N' TO WS-TABELA-SITUACAO-DIA

           MOVE WS-MATRICULA-ATUAL TO FUNC-MATRICULA
           READ AC00-ARQ-FUNCIONARIOS
               INVALID KEY
                   SET WS-FUNCIONARIO-NAO-ACHADO TO TRUE
                   ADD 1 TO WS-TOTAL-SEM-CADASTRO
                   MOVE 'MFUN' TO EXC-COD-MOTIVO
                   MOVE 'MATRICULA SEM CADASTRO AC00FUNC'
                       TO EXC-DESC-MOTIVO
                   MOVE WS-MATRICULA-ATUAL TO EXC-MATRICULA
                   MOVE ZERO TO EXC-DATA-MARCACAO
                   MOVE SPACES TO EXC-DETALHE
                   PERFORM 8000-GRAVAR-EXCECAO
               NOT INVALID KEY
                   SET WS-FUNCIONARIO-ACHADO TO TRUE
                   MOVE FUNC-DATA-ADMISSAO TO WS-DATA-ADMISSAO
                   MOVE FUNC-DATA-DEMISSAO TO WS-DATA-DEMISSAO
           END-READ

           MOVE WS-CARGA-PADRAO-MIN TO WS-CARGA-MINUTOS
           MOVE WS-DESCANSO-PADRAO TO WS-DIA-DESCANSO
           SET WS-JORNADA-NAO-ACHADA TO TRUE
           MOVE 1 TO WS-SUB-JORNADA
           PERFORM 3120-COMPARAR-JORNADA
               UNTIL WS-SUB-JORNADA > WS-QTD-JORNADAS
               OR WS-JORNADA-ACHADA

           PERFORM 3130-CARREGAR-AFASTAMENTOS
           EXIT.

       3120-COMPARAR-JORNADA.
           IF JRT-MATRICULA-TAB(WS-SUB-JORNADA) = WS-MATRICULA-ATUAL
               SET WS-JORNADA-ACHADA TO TRUE
               MOVE JRT-CARGA-MIN-TAB(WS-SUB-JORNADA)
                   TO WS-CARGA-MINUTOS
               MOVE JRT-DESCANSO-TAB(WS-SUB-JORNADA)
                   TO WS-DIA-DESCANSO
           ELSE
               ADD 1 TO WS-SUB-JORNADA
           END-IF
           EXIT.

       3130-CARREGAR-AFASTAMENTOS.
           MOVE ZERO TO WS-QTD-AFASTAMENTOS
           IF WS-AFASTAMENTO-ABERTO
               MOVE WS-MATRICULA-ATUAL TO AFA-MATRICULA
               MOVE ZERO TO AFA-DATA-INICIO
               START AFASTAMENTO-ARQ KEY IS >= AFA-CHAVE
                   INVALID KEY
                       SET WS-FIM-AFASTAMENTO TO TRUE
                   NOT INVALID KEY
                       SET WS-NAO-FIM-AFASTAMENTO TO TRUE
                       PERFORM 3140-GUARDAR-AFASTAMENTO
                           UNTIL WS-FIM-AFASTAMENTO
               END-START
           END-IF
           EXIT.

       3140-GUARDAR-AFASTAMENTO.
           READ AFASTAMENTO-ARQ NEXT
               AT END
                   SET WS-FIM-AFASTAMENTO TO TRUE
           END-READ
           IF WS-NAO-FIM-AFASTAMENTO
               IF AFA-MATRICULA NOT = WS-MATRICULA-ATUAL
                   SET WS-FIM-AFASTAMENTO TO TRUE
               ELSE
                   IF AFA-DATA-INICIO(1:6) NOT > WS-COMPETENCIA
                       AND (AFA-DATA-RETORNO = ZERO
                       OR AFA-DATA-RETORNO(1:6) NOT < WS-COMPETENCIA)
                       AND WS-QTD-AFASTAMENTOS < WS-MAX-AFASTAMENTOS
                       ADD 1 TO WS-QTD-AFASTAMENTOS
                       MOVE WS-QTD-AFASTAMENTOS TO WS-SUB-AFASTAMENTO
                       MOVE AFA-DATA-INICIO
                           TO AFT-DATA-INICIO-TAB(WS-SUB-AFASTAMENTO)
                       MOVE AFA-DATA-RETORNO
                           TO AFT-DATA-RETORNO-TAB(WS-SUB-AFASTAMENTO)
                   END-IF
               END-IF
           END-IF
           EXIT.

       3200-APURAR-DIA.
           MOVE SRT-DATA TO WS-DATA-ATUAL
           MOVE ZERO TO WS-MINUTOS-DIA
           MOVE ZERO TO WS-MINUTOS-ULTIMA-SAIDA
           MOVE ZERO TO WS-MINUTOS-NOTURNOS-DIA
           SET WS-MARCACAO-REGULAR TO TRUE
           PERFORM 3210-SOMAR-MARCACAO
               UNTIL WS-FIM-SORT
               OR SRT-MATRICULA NOT = WS-MATRICULA-ATUAL
               OR SRT-DATA NOT = WS-DATA-ATUAL
           IF WS-FUNCIONARIO-ACHADO
               PERFORM 3250-CLASSIFICAR-DIA
           END-IF
           EXIT.

       3210-SOMAR-MARCACAO.
           IF SRT-ENTRADA-HH > 23 OR SRT-ENTRADA-MM > 59
               OR SRT-SAIDA-HH > 23 OR SRT-SAIDA-MM > 59
               OR SRT-HORA-SAIDA NOT > SRT-HORA-ENTRADA
               SET WS-MARCACAO-IRREGULAR TO TRUE
           ELSE
               COMPUTE WS-MINUTOS-ENTRADA =
                   (SRT-ENTRADA-HH * 60) + SRT-ENTRADA-MM
               COMPUTE WS-MINUTOS-SAIDA =
                   (SRT-SAIDA-HH * 60) + SRT-SAIDA-MM
               IF WS-MINUTOS-ENTRADA < WS-MINUTOS-ULTIMA-SAIDA
                   SET WS-MARCACAO-IRREGULAR TO TRUE
               ELSE
                   COMPUTE WS-MINUTOS-DIA = WS-MINUTOS-DIA
                       + WS-MINUTOS-SAIDA - WS-MINUTOS-ENTRADA
                   MOVE WS-MINUTOS-SAIDA TO WS-MINUTOS-ULTIMA-SAIDA
                   PERFORM 3220-SOMAR-MINUTOS-NOTURNOS
               END-IF
           END-IF
           PERFORM 3050-RETORNAR-SORT
           EXIT.

       3220-SOMAR-MINUTOS-NOTURNOS.
           IF WS-MINUTOS-ENTRADA < WS-FIM-MADRUGADA-MIN
               IF WS-MINUTOS-SAIDA < WS-FIM-MADRUGADA-MIN
                   COMPUTE WS-MINUTOS-NOTURNOS-DIA =
                       WS-MINUTOS-NOTURNOS-DIA
                       + WS-MINUTOS-SAIDA - WS-MINUTOS-ENTRADA
               ELSE
                   COMPUTE WS-MINUTOS-NOTURNOS-DIA =
                       WS-MINUTOS-NOTURNOS-DIA
                       + WS-FIM-MADRUGADA-MIN - WS-MINUTOS-ENTRADA
               END-IF
           END-IF
           IF WS-MINUTOS-SAIDA > WS-INICIO-NOITE-MIN
               IF WS-MINUTOS-ENTRADA > WS-INICIO-NOITE-MIN
                   COMPUTE WS-MINUTOS-NOTURNOS-DIA =
                       WS-MINUTOS-NOTURNOS-DIA
                       + WS-MINUTOS-SAIDA - WS-MINUTOS-ENTRADA
               ELSE
                   COMPUTE WS-MINUTOS-NOTURNOS-DIA =
                       WS-MINUTOS-NOTURNOS-DIA
                       + WS-MINUTOS-SAIDA - WS-INICIO-NOITE-MIN
               END-IF
           END-IF
           EXIT.

       3250-CLASSIFICAR-DIA.
           IF WS-MARCACAO-IRREGULAR
               MOVE 'I' TO WS-SITUACAO-DIA(WS-ATUAL-DIA)
               ADD 1 TO WS-TOTAL-DIAS-IRREGULARES
               MOVE 'MIRR' TO EXC-COD-MOTIVO
               MOVE 'MARCACAO IMPAR OU INCOERENTE'
                   TO EXC-DESC-MOTIVO
               MOVE WS-MATRICULA-ATUAL TO EXC-MATRICULA
               MOVE WS-DATA-ATUAL TO EXC-DATA-MARCACAO
               MOVE WS-MINUTOS-DIA TO DMI-MINUTOS
               MOVE WS-DETALHE-MINUTOS TO EXC-DETALHE
               PERFORM 8000-GRAVAR-EXCECAO
           ELSE
               MOVE 'M' TO WS-SITUACAO-DIA(WS-ATUAL-DIA)
               ADD WS-MINUTOS-NOTURNOS-DIA TO WS-MINUTOS-NOTURNOS
               MOVE WS-ATUAL-DIA TO WS-SUB-DIA
               PERFORM 7000-CLASSIFICAR-DIA-SEMANA
               PERFORM 7100-LOCALIZAR-FERIADO
               IF WS-DIA-SEMANA = WS-DIA-DESCANSO OR WS-FERIADO-ACHADO
                   ADD WS-MINUTOS-DIA TO WS-MINUTOS-EXTRA-100
               ELSE
                   COMPUTE WS-MINUTOS-EXCEDENTES =
                       WS-MINUTOS-DIA - WS-CARGA-MINUTOS
                   IF WS-MINUTOS-EXCEDENTES > WS-TOLERANCIA-MINUTOS
                       ADD WS-MINUTOS-EXCEDENTES TO WS-MINUTOS-EXTRA-50
                   END-IF
               END-IF
           END-IF
           EXIT.

       3400-APURAR-FALTAS.
           MOVE 1 TO WS-SUB-DIA
           PERFORM 3410-VERIFICAR-DIA-SEM-MARCACAO
               UNTIL WS-SUB-DIA > WS-ULTIMO-DIA-APURADO
           EXIT.

       3410-VERIFICAR-DIA-SEM-MARCACAO.
           IF WS-DIA-SEM-MARCACAO(WS-SUB-DIA)
               MOVE WS-COMPETENCIA TO WS-DIA-COMPETENCIA
               MOVE WS-SUB-DIA TO WS-DIA-NUMERO
               PERFORM 7000-CLASSIFICAR-DIA-SEMANA
               PERFORM 7100-LOCALIZAR-FERIADO
               PERFORM 7200-VERIFICAR-JUSTIFICATIVA
               IF WS-DIA-NAO-JUSTIFICADO
                   ADD 1 TO WS-QTD-FALTAS
                   ADD 1 TO WS-TOTAL-DIAS-SEM-MARCACAO
                   MOVE 'MSEM' TO EXC-COD-MOTIVO
                   MOVE 'DIA UTIL SEM MARCACAO - FALTA'
                       TO EXC-DESC-MOTIVO
                   MOVE WS-MATRICULA-ATUAL TO EXC-MATRICULA
                   MOVE WS-DATA-DIA TO EXC-DATA-MARCACAO
                   MOVE SPACES TO EXC-DETALHE
                   PERFORM 8000-GRAVAR-EXCECAO
               END-IF
           END-IF
           ADD 1 TO WS-SUB-DIA
           EXIT.

       3500-GRAVAR-FREQUENCIA.
           MOVE SPACES TO REG-FREQUENCIA
           MOVE WS-MATRICULA-ATUAL TO FRQ-MATRICULA
           COMPUTE WS-HORAS-CALCULADAS ROUNDED =
               WS-MINUTOS-EXTRA-50 / 60
           IF WS-HORAS-CALCULADAS > 999
               MOVE 999 TO WS-HORAS-CALCULADAS
           END-IF
           MOVE WS-HORAS-CALCULADAS TO FRQ-HORAS-EXTRA-50
           COMPUTE WS-HORAS-CALCULADAS ROUNDED =
               WS-MINUTOS-EXTRA-100 / 60
           IF WS-HORAS-CALCULADAS > 999
               MOVE 999 TO WS-HORAS-CALCULADAS
           END-IF
           MOVE WS-HORAS-CALCULADAS TO FRQ-HORAS-EXTRA-100
           COMPUTE WS-HORAS-CALCULADAS ROUNDED =
               WS-MINUTOS-NOTURNOS / 60
           IF WS-HORAS-CALCULADAS > 999
               MOVE 999 TO WS-HORAS-CALCULADAS
           END-IF
           MOVE WS-HORAS-CALCULADAS TO FRQ-HORAS-NOTURNAS
           IF WS-QTD-FALTAS > 99
               MOVE 99 TO FRQ-DIAS-FALTA
           ELSE
               MOVE WS-QTD-FALTAS TO FRQ-DIAS-FALTA
           END-IF
           WRITE REG-FREQUENCIA
           IF WS-FS-FREQUENCIA NOT = '00'
               MOVE WS-FS-FREQUENCIA TO WS-FILE-STATUS
               MOVE 'MOVEFREQ' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           ADD 1 TO WS-TOTAL-FREQUENCIAS
           EXIT.

       4000-APURAR-SEM-MARCACAO.
           IF WS-TABELA-PONTO-CHEIA
               DISPLAY 'ATENCAO: MAIS DE ' WS-MAX-MATRICULAS-PONTO
                   ' MATRICULAS COM MARCACAO - FUNCIONARIOS ATIVOS '
                   'SEM NENHUMA MARCACAO NAO APURADOS'
           ELSE
               MOVE 1 TO WS-SUB-MATRICULA-PONTO
               MOVE ZERO TO FUNC-MATRICULA
               START AC00-ARQ-FUNCIONARIOS KEY IS >= FUNC-MATRICULA
                   INVALID KEY
                       SET WS-FIM-FUNCIONARIOS TO TRUE
                   NOT INVALID KEY
                       SET WS-NAO-FIM-FUNCIONARIOS TO TRUE
                       PERFORM 4050-LER-FUNCIONARIO
                       PERFORM 4100-VERIFICAR-FUNCIONARIO
                           UNTIL WS-FIM-FUNCIONARIOS
               END-START
           END-IF
           EXIT.

       4050-LER-FUNCIONARIO.
           READ AC00-ARQ-FUNCIONARIOS NEXT
               AT END
                   SET WS-FIM-FUNCIONARIOS TO TRUE
           END-READ
           EXIT.

       4100-VERIFICAR-FUNCIONARIO.
           IF FUNC-ATIVO
               PERFORM 4110-LOCALIZAR-MATRICULA-PONTO
               IF WS-NAO-MARCOU-PONTO
                   PERFORM 4200-APURAR-FUNCIONARIO-SEM-PONTO
               END-IF
           END-IF
           PERFORM 4050-LER-FUNCIONARIO
           EXIT.

       4110-LOCALIZAR-MATRICULA-PONTO.
           SET WS-NAO-MARCOU-PONTO TO TRUE
           SET WS-NAO-FIM-BUSCA-PONTO TO TRUE
           PERFORM 4120-AVANCAR-MATRICULA-PONTO
               UNTIL WS-FIM-BUSCA-PONTO
           EXIT.

       4120-AVANCAR-MATRICULA-PONTO.
           IF WS-SUB-MATRICULA-PONTO > WS-QTD-MATRICULAS-PONTO
               SET WS-FIM-BUSCA-PONTO TO TRUE
           ELSE
               IF MPT-MATRICULA-TAB(WS-SUB-MATRICULA-PONTO)
                   < FUNC-MATRICULA
                   ADD 1 TO WS-SUB-MATRICULA-PONTO
               ELSE
                   SET WS-FIM-BUSCA-PONTO TO TRUE
                   IF MPT-MATRICULA-TAB(WS-SUB-MATRICULA-PONTO)
                       = FUNC-MATRICULA
                       SET WS-MARCOU-PONTO TO TRUE
                   END-IF
               END-IF
           END-IF
           EXIT.

       4200-APURAR-FUNCIONARIO-SEM-PONTO.
           MOVE FUNC-MATRICULA TO WS-MATRICULA-ATUAL
           ADD 1 TO WS-TOTAL-SEM-PONTO-MES
           PERFORM 3110-INICIAR-MATRICULA
           PERFORM 3400-APURAR-FALTAS
           PERFORM 3500-GRAVAR-FREQUENCIA
           EXIT.

       7000-CLASSIFICAR-DIA-SEMANA.
           COMPUTE WS-JUL-AUXILIAR =
               WS-JUL-PRIMEIRO-DIA + WS-SUB-DIA - 2
           DIVIDE WS-JUL-AUXILIAR BY 7 GIVING WS-QUOCIENTE-SEMANA
               REMAINDER WS-RESTO-SEMANA
           COMPUTE WS-DIA-SEMANA = WS-RESTO-SEMANA + 1
           EXIT.

       7100-LOCALIZAR-FERIADO.
           MOVE WS-COMPETENCIA TO WS-DIA-COMPETENCIA
           MOVE WS-SUB-DIA TO WS-DIA-NUMERO
           SET WS-FERIADO-NAO-ACHADO TO TRUE
           MOVE 1 TO WS-SUB-FERIADO
           PERFORM 7150-COMPARAR-FERIADO
               UNTIL WS-SUB-FERIADO > WS-QTD-FERIADOS
               OR WS-FERIADO-ACHADO
           EXIT.

       7150-COMPARAR-FERIADO.
           IF FRD-DATA-TAB(WS-SUB-FERIADO) = WS-DATA-DIA
               SET WS-FERIADO-ACHADO TO TRUE
           ELSE
               ADD 1 TO WS-SUB-FERIADO
           END-IF
           EXIT.

       7200-VERIFICAR-JUSTIFICATIVA.
           SET WS-DIA-NAO-JUSTIFICADO TO TRUE
           IF WS-DIA-SEMANA = WS-DIA-DESCANSO
               OR WS-FERIADO-ACHADO
               OR WS-DATA-DIA < WS-DATA-ADMISSAO
               OR (WS-DATA-DEMISSAO > ZERO
               AND WS-DATA-DIA > WS-DATA-DEMISSAO)
               SET WS-DIA-JUSTIFICADO TO TRUE
           END-IF
           MOVE 1 TO WS-SUB-FERIAS
           PERFORM 7250-COMPARAR-FERIAS
               UNTIL WS-SUB-FERIAS > WS-QTD-FERIAS
               OR WS-DIA-JUSTIFICADO
           MOVE 1 TO WS-SUB-AFASTAMENTO
           PERFORM 7270-COMPARAR-AFASTAMENTO
               UNTIL WS-SUB-AFASTAMENTO > WS-QTD-AFASTAMENTOS
               OR WS-DIA-JUSTIFICADO
           EXIT.

       7250-COMPARAR-FERIAS.
           IF FRT-MATRICULA-TAB(WS-SUB-FERIAS) = WS-MATRICULA-ATUAL
               AND FRT-DATA-INICIO-TAB(WS-SUB-FERIAS) NOT > WS-DATA-DIA
               AND FRT-DATA-FIM-TAB(WS-SUB-FERIAS) NOT < WS-DATA-DIA
               SET WS-DIA-JUSTIFICADO TO TRUE
           ELSE
               ADD 1 TO WS-SUB-FERIAS
           END-IF
           EXIT.

       7270-COMPARAR-AFASTAMENTO.
           IF AFT-DATA-INICIO-TAB(WS-SUB-AFASTAMENTO)
               NOT > WS-DATA-DIA
               AND (AFT-DATA-RETORNO-TAB(WS-SUB-AFASTAMENTO) = ZERO
               OR AFT-DATA-RETORNO-TAB(WS-SUB-AFASTAMENTO)
               > WS-DATA-DIA)
               SET WS-DIA-JUSTIFICADO TO TRUE
           ELSE
               ADD 1 TO WS-SUB-AFASTAMENTO
           END-IF
           EXIT.

       8000-GRAVAR-EXCECAO.
           MOVE WS-DATA-HOJE TO EXC-DATA-PROCESSAMENTO
           WRITE REG-EXCECAO FROM WS-REG-EXCECAO
           ADD 1 TO WS-TOTAL-EXCECOES
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           CLOSE AC00-ARQ-FUNCIONARIOS
           IF WS-AFASTAMENTO-ABERTO
               CLOSE AFASTAMENTO-ARQ
           END-IF
           CLOSE FREQUENCIA-ARQ
           CLOSE EXCECAO-ARQ

           DISPLAY SPACES
           DISPLAY 'MARCACOES LIDAS (AC00MARC)......: '
               WS-TOTAL-MARCACOES-LIDAS
           DISPLAY '  FORA DA COMPETENCIA (IGNORADAS): '
               WS-TOTAL-FORA-COMPETENCIA
           DISPLAY '  ILEGIVEIS (REJEITADAS)........: '
               WS-TOTAL-MARCACAO-INVALIDA
           DISPLAY 'MATRICULAS COM MARCACAO.........: '
               WS-TOTAL-MATRICULAS
           DISPLAY '  SEM CADASTRO EM AC00FUNC......: '
               WS-TOTAL-SEM-CADASTRO
           DISPLAY 'ATIVOS SEM NENHUMA MARCACAO.....: '
               WS-TOTAL-SEM-PONTO-MES
           DISPLAY 'FREQUENCIAS GRAVADAS (MOVEFREQ).: '
               WS-TOTAL-FREQUENCIAS
           DISPLAY 'DIAS COM MARCACAO IRREGULAR.....: '
               WS-TOTAL-DIAS-IRREGULARES
           DISPLAY 'DIAS UTEIS SEM MARCACAO (FALTAS): '
               WS-TOTAL-DIAS-SEM-MARCACAO
           DISPLAY 'OCORRENCIAS GRAVADAS (AC00PEXC).: '
               WS-TOTAL-EXCECOES
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

       COPY DIASMESP.
