      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
       PROGRAM-ID. AC00FICH.
       AUTHOR. Matheus Leonardo Belo de França.
      *----------------------------------------------------------------
      *SISTEMA    : CADASTRO DE FUNCIONARIO
      *PROGRAMA   : AC00FICH
      *OBJETIVO   : FICHA CONSOLIDADA (SOMENTE CONSULTA) DE UM
      *             FUNCIONARIO, LOCALIZADO PELA MATRICULA OU PELO CPF:
      *             REUNE NUMA SO TELA O CADASTRO AC00FUNC COM O NOME
      *             DO DEPARTAMENTO (AC00DEPT), OS DEPENDENTES DO
      *             INITMST/INITDEP, A CONTA DE PAGAMENTO (AC00BANC),
      *             OS BENEFICIOS (AC00BENE), O EMPRESTIMO CONSIGNADO
      *             ATIVO (OPEREMPR), OS SALDOS DE PROVISAO (MOVEPROV),
      *             AS FERIAS PROGRAMADAS EM ABERTO (AC00FERS), OS TRES
      *             ULTIMOS LIQUIDOS DO ARQUIVO MORTO (MOVECTRA) E A
      *             SITUACAO DO ULTIMO PAGAMENTO (MOVEPGST), PARA O
      *             ATENDIMENTO AO RH NAO PRECISAR PASSAR POR SEIS
      *             PROGRAMAS. NAO ALTERA NENHUM ARQUIVO, POR ISSO FICA
      *             LIBERADO TAMBEM AO OPERADOR NIVEL 1. ARQUIVOS AINDA
      *             NAO CRIADOS (STATUS 35) SAO INFORMADOS NA SECAO
      *             CORRESPONDENTE, SEM INTERROMPER A CONSULTA
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *DATA       : 15/10/2026
      *LINGUAGEM  : COBOL
      *----------------------------------------------------------------
      *HISTORICO DE ALTERACOES:
      *DATA       AUTOR   DESCRICAO
      *15/10/2026 MLBF    PROGRAMA CRIADO
      *15/10/2026 MLBF    LAYOUT DO MOVECTRA ATUALIZADO PARA ACOMPANHAR
      *                   O CAMPO CTA-SALARIO-FAMILIA INCLUIDO POR MOVE
      *15/10/2026 MLBF    LAYOUT DE AC00FUNC ATUALIZADO
      *                   (FUNC-TIPO-CONTRATO E FUNC-DATA-FIM-CONTRATO);
      *                   A FICHA MOSTRA O TIPO DE CONTRATO (DESCRICAO
      *                   PELA ROTINA TIPOCONT) E A DATA DE FIM DOS
      *                   CONTRATOS A PRAZO
      *15/10/2026 MLBF    LAYOUTS ATUALIZADOS PARA ACOMPANHAR
      *                   FUNC-GRAU-RISCO (AC00FUNC) E CTA-ADICIONAL-NOT
      *                   URNO/-GRAU-RISCO/-ADICIONAL-RISCO (MOVECTRA);
      *                   A FICHA MOSTRA O ADICIONAL DE INSALUBRIDADE
      *                   (GRAU) OU PERICULOSIDADE DO CADASTRO
      *15/10/2026 MLBF    LAYOUT DO MOVECTRA ATUALIZADO COM CTA-COMISSAO
      *                   E CTA-DSR-COMISSAO INCLUIDOS POR MOVE
      *15/10/2026 MLBF    LAYOUTS DE REG-FUNCIONARIO E REG-MESTRE
      *                   ATUALIZADOS COM OS CAMPOS DE ENDERECO
      *                   (LOGRADOURO, NUMERO, CEP, UF E CODIGO IBGE)
      *                   INCLUIDOS EM AC00FUNC E INITMST; A FICHA PASSA
      *                   A EXIBIR O ENDERECO QUANDO HA CEP CADASTRADO
      *15/10/2026 MLBF    REG-EMPRESTIMO AMPLIADO COM O SISTEMA DE
      *                   AMORTIZACAO (PRICE/SAC) E A COMPETENCIA DA
      *                   PRIMEIRA PARCELA; O DETALHE DO EMPRESTIMO
      *                   PASSA A EXIBIR O SISTEMA DO CONTRATO
      *15/10/2026 MLBF    LAYOUT DE REG-BENEFICIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO BEN-VALOR-VT-DIA (CUSTO
      *                   DIARIO DA RECARGA DO VALE TRANSPORTE, BASE DO
      *                   PEDIDO AO FORNECEDOR GERADO POR AC00PBEN)
      *                   INCLUIDO EM AC00BENE
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AC00-ARQ-FUNCIONARIOS ASSIGN TO "AC00FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               ALTERNATE RECORD KEY IS FUNC-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT AC00-ARQ-DEPARTAMENTOS ASSIGN TO "AC00DEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-FS-DEPARTAMENTOS.

           SELECT MESTRE-ARQ ASSIGN TO "INITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CPF
               FILE STATUS IS WS-FS-MESTRE.

           SELECT DEPENDENTE-ARQ ASSIGN TO "INITDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSD-CHAVE
               FILE STATUS IS WS-FS-DEPENDENTE.

           SELECT AC00-ARQ-BANCARIO ASSIGN TO "AC00BANC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNC-MATRICULA
               FILE STATUS IS WS-FS-BANCARIO.

           SELECT BENEFICIO-ARQ ASSIGN TO "AC00BENE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-MATRICULA
               FILE STATUS IS WS-FS-BENEFICIO.

           SELECT EMPRESTIMO-ARQ ASSIGN TO "OPEREMPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WS-FS-EMPRESTIMO.

           SELECT PROVISAO-ARQ ASSIGN TO "MOVEPROV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-MATRICULA
               FILE STATUS IS WS-FS-PROVISAO.

           SELECT FERIAS-ARQ ASSIGN TO "AC00FERS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIAS.

           SELECT ARQUIVO-CTRC-ARQ ASSIGN TO "MOVECTRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-FS-ARQUIVO-CTRC.

           SELECT SITUACAO-ARQ ASSIGN TO "MOVEPGST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGS-CHAVE
               FILE STATUS IS WS-FS-SITUACAO.

       DATA DIVISION.
       FILE SECTION.
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

       FD  AC00-ARQ-DEPARTAMENTOS.
       01 REG-DEPARTAMENTO.
           05 DEP-CODIGO PIC X(04).
           05 DEP-DESCRICAO PIC X(30).
           05 DEP-RESPONSAVEL PIC X(20).

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

       FD  DEPENDENTE-ARQ.
       01 REG-DEPENDENTE.
           05 MSD-CHAVE.
               10 MSD-CPF-TITULAR PIC 9(11).
               10 MSD-SEQUENCIA PIC 9(02).
           05 MSD-NOME PIC X(20).
           05 MSD-DATA-NASCIMENTO PIC 9(08).
           05 MSD-PARENTESCO PIC X(10).

       FD  AC00-ARQ-BANCARIO.
       01 REG-BANCARIO.
           05 BNC-MATRICULA PIC 9(06).
           05 BNC-BANCO PIC 9(03).
           05 BNC-AGENCIA PIC 9(04).
           05 BNC-CONTA PIC 9(08).
           05 BNC-TIPO-CONTA PIC X(01).
               88 BNC-CONTA-CORRENTE VALUE 'C'.
               88 BNC-CONTA-POUPANCA VALUE 'P'.

       FD  BENEFICIO-ARQ.
       01 REG-BENEFICIO.
           05 BEN-MATRICULA PIC 9(06).
           05 BEN-IND-VT PIC X(01).
               88 BEN-TEM-VT VALUE 'S'.
           05 BEN-IND-VR PIC X(01).
               88 BEN-TEM-VR VALUE 'S'.
           05 BEN-VALOR-VR PIC 9(5)V99.
           05 BEN-VALOR-VT-DIA PIC 9(3)V99.

       FD  EMPRESTIMO-ARQ.
       01 REG-EMPRESTIMO.
           05 EMP-MATRICULA PIC 9(06).
           05 EMP-CAPITAL PIC 9(7)V99.
           05 EMP-TAXA PIC 9V9999.
           05 EMP-PRAZO PIC 99.
           05 EMP-PRESTACAO PIC 9(7)V99.
           05 EMP-PARCELAS-PAGAS PIC 99.
           05 EMP-SALDO-DEVEDOR PIC 9(9)V99.
           05 EMP-SITUACAO PIC X(01).
               88 EMP-ATIVO VALUE 'A'.
               88 EMP-QUITADO VALUE 'Q'.
               88 EMP-EM-COBRANCA VALUE 'C'.
           05 EMP-SISTEMA-AMORTIZACAO PIC X(01).
               88 EMP-SISTEMA-PRICE VALUE 'P' ' '.
               88 EMP-SISTEMA-SAC VALUE 'S'.
           05 EMP-COMPETENCIA-INICIO PIC 9(06).

       FD  PROVISAO-ARQ.
       01 REG-PROVISAO.
           05 PRV-MATRICULA PIC 9(06).
           05 FILLER PIC X.
           05 PRV-NOME PIC X(20).
           05 FILLER PIC X.
           05 PRV-QTD-MESES PIC 9(03).
           05 FILLER PIC X.
           05 PRV-SALDO-13 PIC 9(09)V99.
           05 FILLER PIC X.
           05 PRV-SALDO-FERIAS PIC 9(09)V99.

       FD  FERIAS-ARQ.
       01 REG-FERIAS PIC X(57).

       FD  ARQUIVO-CTRC-ARQ.
       01 REG-ARQUIVO-CTRC.
           05 CTA-CHAVE.
               10 CTA-MATRICULA PIC 9(06).
               10 CTA-COMPETENCIA PIC 9(06).
           05 CTA-NOME PIC X(20).
           05 CTA-IDADE PIC 99.
           05 CTA-CIDADE PIC X(15).
           05 CTA-SALARIO PIC 9(7)V99.
           05 CTA-INSS PIC 9(7)V99.
           05 CTA-IRRF PIC 9(7)V99.
           05 CTA-LIQUIDO PIC 9(7)V99.
           05 CTA-PROVISAO-13 PIC 9(7)V99.
           05 CTA-PROVISAO-FERIAS PIC 9(7)V99.
           05 CTA-VALOR-HORA-EXTRA PIC 9(7)V99.
           05 CTA-VALOR-FALTAS PIC 9(7)V99.
           05 CTA-EMPRESTIMO PIC 9(7)V99.
           05 CTA-VALE-TRANSPORTE PIC 9(7)V99.
           05 CTA-VALOR-VR PIC 9(5)V99.
           05 CTA-EMPRESA-NOME PIC X(30).
           05 CTA-CNPJ PIC 9(14).
           05 CTA-PENSAO PIC 9(7)V99.
           05 CTA-PLANO-SAUDE PIC 9(7)V99.
           05 CTA-ADIANTAMENTO PIC 9(7)V99.
           05 CTA-SALARIO-FAMILIA PIC 9(7)V99.
           05 CTA-ADICIONAL-NOTURNO PIC 9(7)V99.
           05 CTA-GRAU-RISCO PIC X(01).
           05 CTA-ADICIONAL-RISCO PIC 9(7)V99.
           05 CTA-COMISSAO PIC 9(7)V99.
           05 CTA-DSR-COMISSAO PIC 9(7)V99.

       FD  SITUACAO-ARQ.
       01 REG-SITUACAO.
           05 PGS-CHAVE.
               10 PGS-MATRICULA PIC 9(06).
               10 PGS-DATA-PAGTO PIC 9(08).
           05 PGS-SITUACAO PIC X(01).
               88 PGS-PAGO VALUE 'P'.
               88 PGS-REJEITADO VALUE 'R'.
           05 PGS-VALOR PIC 9(09)V99.
           05 PGS-MOTIVO PIC X(20).

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

       01 WS-TIPO-PESQUISA PIC 9 VALUE ZERO.
           88 WS-PESQUISA-MATRICULA VALUE 1.
           88 WS-PESQUISA-CPF VALUE 2.
       01 WS-MATRICULA PIC 9(06) VALUE ZERO.
       01 WS-CPF PIC 9(11) VALUE ZERO.

       01 WS-REG-FERIAS.
           05 FER-MATRICULA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 FER-NOME PIC X(20) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 FER-DATA-INICIO PIC 9(08) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 FER-DATA-FIM PIC 9(08) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 FER-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 FER-QTD-DIAS PIC 9(02) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 FER-SITUACAO PIC X(01) VALUE 'P'.
               88 FER-PROGRAMADA VALUE 'P'.
               88 FER-PAGA VALUE 'G'.

       01 WS-MAX-LIQUIDOS PIC 9(01) COMP VALUE 3.
       01 WS-QTD-LIQUIDOS PIC 9(01) COMP VALUE ZERO.
       01 WS-SUB-LIQUIDO PIC 9(01) COMP VALUE ZERO.
       01 WS-TABELA-LIQUIDOS.
           05 WS-LIQUIDO-TAB OCCURS 3 TIMES.
               10 LQT-COMPETENCIA PIC 9(06).
               10 LQT-LIQUIDO PIC 9(07)V99.

       01 WS-AREA-CONTADORES.
           05 WS-QTD-DEPENDENTES-LIDOS PIC 9(03) COMP VALUE ZERO.
           05 WS-QTD-FERIAS-ABERTAS PIC 9(03) COMP VALUE ZERO.
           05 WS-QTD-PAGAMENTOS PIC 9(05) COMP VALUE ZERO.

       01 WS-ULTIMO-PAGAMENTO.
           05 WS-ULT-DATA-PAGTO PIC 9(08) VALUE ZERO.
           05 WS-ULT-SITUACAO PIC X(01) VALUE SPACE.
               88 WS-ULT-PAGO VALUE 'P'.
               88 WS-ULT-REJEITADO VALUE 'R'.
           05 WS-ULT-VALOR PIC 9(09)V99 VALUE ZERO.
           05 WS-ULT-MOTIVO PIC X(20) VALUE SPACES.

       01 WS-AREA-EDICAO.
           05 WS-VALOR-EDIT PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-VALOR-2-EDIT PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-TAXA-EDIT PIC 9.9999.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-DEPARTAMENTOS PIC X(02) VALUE '00'.
           05 WS-FS-MESTRE PIC X(02) VALUE '00'.
           05 WS-FS-DEPENDENTE PIC X(02) VALUE '00'.
           05 WS-FS-BANCARIO PIC X(02) VALUE '00'.
           05 WS-FS-BENEFICIO PIC X(02) VALUE '00'.
           05 WS-FS-EMPRESTIMO PIC X(02) VALUE '00'.
           05 WS-FS-PROVISAO PIC X(02) VALUE '00'.
           05 WS-FS-FERIAS PIC X(02) VALUE '00'.
           05 WS-FS-ARQUIVO-CTRC PIC X(02) VALUE '00'.
           05 WS-FS-SITUACAO PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FUNCIONARIO PIC X(01) VALUE 'N'.
               88 WS-FUNCIONARIO-LOCALIZADO VALUE 'S'.
               88 WS-FUNCIONARIO-NAO-LOCALIZADO VALUE 'N'.
           05 WS-IND-FIM-FUNCIONARIOS PIC X(01) VALUE 'N'.
               88 WS-FIM-FUNCIONARIOS VALUE 'S'.
               88 WS-NAO-FIM-FUNCIONARIOS VALUE 'N'.
           05 WS-IND-FIM-DEPENDENTES PIC X(01) VALUE 'N'.
               88 WS-FIM-DEPENDENTES VALUE 'S'.
               88 WS-NAO-FIM-DEPENDENTES VALUE 'N'.
           05 WS-IND-FIM-FERIAS PIC X(01) VALUE 'N'.
               88 WS-FIM-FERIAS VALUE 'S'.
               88 WS-NAO-FIM-FERIAS VALUE 'N'.
           05 WS-IND-FIM-CTRC PIC X(01) VALUE 'N'.
               88 WS-FIM-CTRC VALUE 'S'.
               88 WS-NAO-FIM-CTRC VALUE 'N'.
           05 WS-IND-FIM-SITUACAO PIC X(01) VALUE 'N'.
               88 WS-FIM-SITUACAO VALUE 'S'.
               88 WS-NAO-FIM-SITUACAO VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 1000-LOCALIZAR-FUNCIONARIO.
       IF WS-FUNCIONARIO-LOCALIZADO
           PERFORM 2000-EXIBIR-FICHA
       END-IF.
       PERFORM 9000-FINALIZAR-PROGRAMA.

       GOBACK.

       0000-INICIAR-PROGRAMA.
           DISPLAY '--FICHA CONSOLIDADA DO FUNCIONARIO--'
           DISPLAY 'PESQUISAR POR: 1-MATRICULA 2-CPF'
           ACCEPT WS-TIPO-PESQUISA
           IF WS-PESQUISA-CPF
               DISPLAY 'CPF (SO NUMEROS)?'
               ACCEPT WS-CPF
           ELSE
               SET WS-PESQUISA-MATRICULA TO TRUE
               DISPLAY 'MATRICULA?'
               ACCEPT WS-MATRICULA
           END-IF

           OPEN INPUT AC00-ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = '00'
               MOVE WS-FS-FUNCIONARIOS TO WS-FILE-STATUS
               MOVE 'AC00FUNC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       1000-LOCALIZAR-FUNCIONARIO.
           SET WS-FUNCIONARIO-NAO-LOCALIZADO TO TRUE
           IF WS-PESQUISA-MATRICULA
               MOVE WS-MATRICULA TO FUNC-MATRICULA
               READ AC00-ARQ-FUNCIONARIOS
                   INVALID KEY
                       DISPLAY 'MATRICULA NAO CADASTRADA: '
                           WS-MATRICULA
                   NOT INVALID KEY
                       SET WS-FUNCIONARIO-LOCALIZADO TO TRUE
               END-READ
           ELSE
               PERFORM 1100-LOCALIZAR-POR-CPF
           END-IF
           EXIT.

       1100-LOCALIZAR-POR-CPF.
           SET WS-NAO-FIM-FUNCIONARIOS TO TRUE
           MOVE ZERO TO FUNC-MATRICULA
           START AC00-ARQ-FUNCIONARIOS
               KEY IS NOT LESS THAN FUNC-MATRICULA
               INVALID KEY
                   SET WS-FIM-FUNCIONARIOS TO TRUE
           END-START
           PERFORM 1110-LER-FUNCIONARIO
               UNTIL WS-FIM-FUNCIONARIOS
           IF WS-FUNCIONARIO-NAO-LOCALIZADO
               DISPLAY 'CPF NAO CADASTRADO EM AC00FUNC: ' WS-CPF
           END-IF
           EXIT.

       1110-LER-FUNCIONARIO.
           READ AC00-ARQ-FUNCIONARIOS NEXT RECORD
               AT END
                   SET WS-FIM-FUNCIONARIOS TO TRUE
               NOT AT END
                   IF FUNC-CPF = WS-CPF
                       SET WS-FUNCIONARIO-LOCALIZADO TO TRUE
                       SET WS-FIM-FUNCIONARIOS TO TRUE
                   END-IF
           END-READ
           EXIT.

       2000-EXIBIR-FICHA.
           MOVE FUNC-MATRICULA TO WS-MATRICULA
           MOVE FUNC-CPF TO WS-CPF
           PERFORM 2100-EXIBIR-CADASTRO
           PERFORM 2200-EXIBIR-DEPENDENTES
           PERFORM 2300-EXIBIR-CONTA-BANCARIA
           PERFORM 2400-EXIBIR-BENEFICIOS
           PERFORM 2500-EXIBIR-EMPRESTIMO
           PERFORM 2600-EXIBIR-PROVISOES
           PERFORM 2700-EXIBIR-FERIAS-ABERTAS
           PERFORM 2800-EXIBIR-ULTIMOS-LIQUIDOS
           PERFORM 2900-EXIBIR-ULTIMO-PAGAMENTO
           DISPLAY '================================================'
           EXIT.

       2100-EXIBIR-CADASTRO.
           DISPLAY '================================================'
           DISPLAY 'MATRICULA.....: ' FUNC-MATRICULA
               '   CPF: ' FUNC-CPF
           DISPLAY 'NOME..........: ' FUNC-NOME
           DISPLAY 'NASCIMENTO....: ' FUNC-DATA-NASCIMENTO
               '   IDADE: ' FUNC-IDADE
           DISPLAY 'CIDADE........: ' FUNC-CIDADE
           IF FUNC-CEP IS NUMERIC AND FUNC-CEP > ZERO
               DISPLAY 'ENDERECO......: ' FUNC-LOGRADOURO ', '
                   FUNC-NUMERO-ENDERECO
               DISPLAY 'CEP/UF........: ' FUNC-CEP ' / ' FUNC-UF
                   '   COD. IBGE: ' FUNC-COD-MUNICIPIO
           END-IF
           DISPLAY 'EMPRESA/CARGO.: ' FUNC-EMPRESA ' / ' FUNC-CARGO
           MOVE FUNC-SALARIO TO WS-VALOR-EDIT
           DISPLAY 'SALARIO.......: ' WS-VALOR-EDIT
           DISPLAY 'ADMISSAO......: ' FUNC-DATA-ADMISSAO
           MOVE FUNC-TIPO-CONTRATO TO TPC-TIPO-CONTRATO
           CALL 'TIPOCONT' USING WS-AREA-TIPOCONT
           IF FUNC-DATA-FIM-CONTRATO IS NUMERIC
               AND FUNC-DATA-FIM-CONTRATO > ZERO
               DISPLAY 'CONTRATO......: ' TPC-DESCRICAO-CONTRATO
                   '   ATE ' FUNC-DATA-FIM-CONTRATO
           ELSE
               DISPLAY 'CONTRATO......: ' TPC-DESCRICAO-CONTRATO
           END-IF
           EVALUATE TRUE
               WHEN FUNC-INSALUBRIDADE-MINIMA
                   DISPLAY 'ADICIONAL.....: INSALUBRIDADE GRAU MINIMO'
               WHEN FUNC-INSALUBRIDADE-MEDIA
                   DISPLAY 'ADICIONAL.....: INSALUBRIDADE GRAU MEDIO'
               WHEN FUNC-INSALUBRIDADE-MAXIMA
                   DISPLAY 'ADICIONAL.....: INSALUBRIDADE GRAU MAXIMO'
               WHEN FUNC-PERICULOSIDADE
                   DISPLAY 'ADICIONAL.....: PERICULOSIDADE'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF FUNC-INATIVO
               DISPLAY 'SITUACAO......: INATIVO DESDE '
                   FUNC-DATA-DEMISSAO
           ELSE
               DISPLAY 'SITUACAO......: ATIVO'
           END-IF

           MOVE SPACES TO DEP-DESCRICAO
           OPEN INPUT AC00-ARQ-DEPARTAMENTOS
           IF WS-FS-DEPARTAMENTOS = '00'
               MOVE FUNC-DEPARTAMENTO TO DEP-CODIGO
               READ AC00-ARQ-DEPARTAMENTOS
                   INVALID KEY
                       MOVE '(NAO CADASTRADO EM AC00DEPT)'
                           TO DEP-DESCRICAO
               END-READ
               CLOSE AC00-ARQ-DEPARTAMENTOS
           ELSE
               IF WS-FS-DEPARTAMENTOS NOT = '35'
                   MOVE WS-FS-DEPARTAMENTOS TO WS-FILE-STATUS
                   MOVE 'AC00DEPT' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           DISPLAY 'DEPARTAMENTO..: ' FUNC-DEPARTAMENTO ' '
               DEP-DESCRICAO
           EXIT.

       2200-EXIBIR-DEPENDENTES.
           DISPLAY '--DEPENDENTES (INITMST)--'
           OPEN INPUT MESTRE-ARQ
           IF WS-FS-MESTRE = '00'
               MOVE WS-CPF TO MST-CPF
               READ MESTRE-ARQ
                   INVALID KEY
                       DISPLAY '  CPF SEM CADASTRO DE PESSOA NO INITMST'
                   NOT INVALID KEY
                       DISPLAY '  QUANTIDADE DECLARADA: '
                           MST-QTD-DEPENDENTES
                       PERFORM 2210-LISTAR-DEPENDENTES
               END-READ
               CLOSE MESTRE-ARQ
           ELSE
               IF WS-FS-MESTRE = '35'
                   DISPLAY '  INITMST NAO ENCONTRADO'
               ELSE
                   MOVE WS-FS-MESTRE TO WS-FILE-STATUS
                   MOVE 'INITMST' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       2210-LISTAR-DEPENDENTES.
           MOVE ZERO TO WS-QTD-DEPENDENTES-LIDOS
           OPEN INPUT DEPENDENTE-ARQ
           IF WS-FS-DEPENDENTE = '00'
               SET WS-NAO-FIM-DEPENDENTES TO TRUE
               MOVE WS-CPF TO MSD-CPF-TITULAR
               MOVE ZERO TO MSD-SEQUENCIA
               START DEPENDENTE-ARQ KEY IS NOT LESS THAN MSD-CHAVE
                   INVALID KEY
                       SET WS-FIM-DEPENDENTES TO TRUE
               END-START
               PERFORM 2220-LER-DEPENDENTE UNTIL WS-FIM-DEPENDENTES
               CLOSE DEPENDENTE-ARQ
           ELSE
               IF WS-FS-DEPENDENTE NOT = '35'
                   MOVE WS-FS-DEPENDENTE TO WS-FILE-STATUS
                   MOVE 'INITDEP' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           IF WS-QTD-DEPENDENTES-LIDOS = ZERO
               DISPLAY '  NENHUM DEPENDENTE NO INITDEP'
           END-IF
           EXIT.

       2220-LER-DEPENDENTE.
           READ DEPENDENTE-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-DEPENDENTES TO TRUE
               NOT AT END
                   IF MSD-CPF-TITULAR NOT = WS-CPF
                       SET WS-FIM-DEPENDENTES TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-DEPENDENTES-LIDOS
                       DISPLAY '  ' MSD-SEQUENCIA ' ' MSD-NOME ' '
                           MSD-PARENTESCO ' NASC. '
                           MSD-DATA-NASCIMENTO
                   END-IF
           END-READ
           EXIT.

       2300-EXIBIR-CONTA-BANCARIA.
           DISPLAY '--CONTA DE PAGAMENTO (AC00BANC)--'
           OPEN INPUT AC00-ARQ-BANCARIO
           IF WS-FS-BANCARIO = '00'
               MOVE WS-MATRICULA TO BNC-MATRICULA
               READ AC00-ARQ-BANCARIO
                   INVALID KEY
                       DISPLAY '  SEM CONTA CADASTRADA'
                   NOT INVALID KEY
                       DISPLAY '  BANCO ' BNC-BANCO ' AGENCIA '
                           BNC-AGENCIA ' CONTA ' BNC-CONTA
                           ' TIPO ' BNC-TIPO-CONTA
               END-READ
               CLOSE AC00-ARQ-BANCARIO
           ELSE
               IF WS-FS-BANCARIO = '35'
                   DISPLAY '  AC00BANC NAO ENCONTRADO'
               ELSE
                   MOVE WS-FS-BANCARIO TO WS-FILE-STATUS
                   MOVE 'AC00BANC' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       2400-EXIBIR-BENEFICIOS.
           DISPLAY '--BENEFICIOS (AC00BENE)--'
           OPEN INPUT BENEFICIO-ARQ
           IF WS-FS-BENEFICIO = '00'
               MOVE WS-MATRICULA TO BEN-MATRICULA
               READ BENEFICIO-ARQ
                   INVALID KEY
                       DISPLAY '  SEM ADESAO A BENEFICIOS'
                   NOT INVALID KEY
                       MOVE BEN-VALOR-VR TO WS-VALOR-EDIT
                       DISPLAY '  VALE TRANSPORTE: ' BEN-IND-VT
                           '   VALE REFEICAO: ' BEN-IND-VR
                           ' ' WS-VALOR-EDIT
               END-READ
               CLOSE BENEFICIO-ARQ
           ELSE
               IF WS-FS-BENEFICIO = '35'
                   DISPLAY '  AC00BENE NAO ENCONTRADO'
               ELSE
                   MOVE WS-FS-BENEFICIO TO WS-FILE-STATUS
                   MOVE 'AC00BENE' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       2500-EXIBIR-EMPRESTIMO.
           DISPLAY '--EMPRESTIMO CONSIGNADO (OPEREMPR)--'
           OPEN INPUT EMPRESTIMO-ARQ
           IF WS-FS-EMPRESTIMO = '00'
               MOVE WS-MATRICULA TO EMP-MATRICULA
               READ EMPRESTIMO-ARQ
                   INVALID KEY
                       DISPLAY '  NENHUM EMPRESTIMO ATIVO'
                   NOT INVALID KEY
                       PERFORM 2510-DETALHAR-EMPRESTIMO
               END-READ
               CLOSE EMPRESTIMO-ARQ
           ELSE
               IF WS-FS-EMPRESTIMO = '35'
                   DISPLAY '  OPEREMPR NAO ENCONTRADO'
               ELSE
                   MOVE WS-FS-EMPRESTIMO TO WS-FILE-STATUS
                   MOVE 'OPEREMPR' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       2510-DETALHAR-EMPRESTIMO.
           IF EMP-ATIVO
               MOVE EMP-CAPITAL TO WS-VALOR-EDIT
               MOVE EMP-TAXA TO WS-TAXA-EDIT
               DISPLAY '  CAPITAL ' WS-VALOR-EDIT ' TAXA '
                   WS-TAXA-EDIT ' PRAZO ' EMP-PRAZO
               MOVE EMP-PRESTACAO TO WS-VALOR-EDIT
               DISPLAY '  PRESTACAO ' WS-VALOR-EDIT ' PAGAS '
                   EMP-PARCELAS-PAGAS ' DE ' EMP-PRAZO
               IF EMP-SISTEMA-SAC
                   DISPLAY '  SISTEMA SAC (PRESTACAO DECRESCENTE)'
               ELSE
                   DISPLAY '  SISTEMA PRICE (PRESTACAO FIXA)'
               END-IF
               MOVE EMP-SALDO-DEVEDOR TO WS-VALOR-EDIT
               DISPLAY '  SALDO DEVEDOR ' WS-VALOR-EDIT
           ELSE
               DISPLAY '  NENHUM EMPRESTIMO ATIVO'
               IF EMP-EM-COBRANCA
                   MOVE EMP-SALDO-DEVEDOR TO WS-VALOR-EDIT
                   DISPLAY '  SALDO EM COBRANCA ' WS-VALOR-EDIT
               END-IF
           END-IF
           EXIT.

       2600-EXIBIR-PROVISOES.
           DISPLAY '--SALDOS DE PROVISAO (MOVEPROV)--'
           OPEN INPUT PROVISAO-ARQ
           IF WS-FS-PROVISAO = '00'
               MOVE WS-MATRICULA TO PRV-MATRICULA
               READ PROVISAO-ARQ
                   INVALID KEY
                       DISPLAY '  SEM PROVISAO ACUMULADA'
                   NOT INVALID KEY
                       MOVE PRV-SALDO-13 TO WS-VALOR-EDIT
                       MOVE PRV-SALDO-FERIAS TO WS-VALOR-2-EDIT
                       DISPLAY '  13o SALARIO ' WS-VALOR-EDIT
                           '  FERIAS ' WS-VALOR-2-EDIT
                       DISPLAY '  MESES ACUMULADOS ' PRV-QTD-MESES
               END-READ
               CLOSE PROVISAO-ARQ
           ELSE
               IF WS-FS-PROVISAO = '35'
                   DISPLAY '  MOVEPROV NAO ENCONTRADO'
               ELSE
                   MOVE WS-FS-PROVISAO TO WS-FILE-STATUS
                   MOVE 'MOVEPROV' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       2700-EXIBIR-FERIAS-ABERTAS.
           DISPLAY '--FERIAS PROGRAMADAS EM ABERTO (AC00FERS)--'
           MOVE ZERO TO WS-QTD-FERIAS-ABERTAS
           OPEN INPUT FERIAS-ARQ
           IF WS-FS-FERIAS = '00'
               SET WS-NAO-FIM-FERIAS TO TRUE
               PERFORM 2710-LER-FERIAS UNTIL WS-FIM-FERIAS
               CLOSE FERIAS-ARQ
           ELSE
               IF WS-FS-FERIAS NOT = '35'
                   MOVE WS-FS-FERIAS TO WS-FILE-STATUS
                   MOVE 'AC00FERS' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           IF WS-QTD-FERIAS-ABERTAS = ZERO
               DISPLAY '  NENHUM PERIODO EM ABERTO'
           END-IF
           EXIT.

       2710-LER-FERIAS.
           READ FERIAS-ARQ INTO WS-REG-FERIAS
               AT END
                   SET WS-FIM-FERIAS TO TRUE
               NOT AT END
                   IF FER-MATRICULA = WS-MATRICULA AND FER-PROGRAMADA
                       ADD 1 TO WS-QTD-FERIAS-ABERTAS
                       DISPLAY '  DE ' FER-DATA-INICIO ' A '
                           FER-DATA-FIM ' (' FER-QTD-DIAS
                           ' DIAS) COMPETENCIA ' FER-COMPETENCIA
                   END-IF
           END-READ
           EXIT.

       2800-EXIBIR-ULTIMOS-LIQUIDOS.
           DISPLAY '--ULTIMOS LIQUIDOS PAGOS (MOVECTRA)--'
           MOVE ZERO TO WS-QTD-LIQUIDOS
           OPEN INPUT ARQUIVO-CTRC-ARQ
           IF WS-FS-ARQUIVO-CTRC = '00'
               SET WS-NAO-FIM-CTRC TO TRUE
               MOVE WS-MATRICULA TO CTA-MATRICULA
               MOVE ZERO TO CTA-COMPETENCIA
               START ARQUIVO-CTRC-ARQ KEY IS NOT LESS THAN CTA-CHAVE
                   INVALID KEY
                       SET WS-FIM-CTRC TO TRUE
               END-START
               PERFORM 2810-LER-CONTRACHEQUE UNTIL WS-FIM-CTRC
               CLOSE ARQUIVO-CTRC-ARQ
           ELSE
               IF WS-FS-ARQUIVO-CTRC NOT = '35'
                   MOVE WS-FS-ARQUIVO-CTRC TO WS-FILE-STATUS
                   MOVE 'MOVECTRA' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           IF WS-QTD-LIQUIDOS = ZERO
               DISPLAY '  NENHUM CONTRACHEQUE NO ARQUIVO MORTO'
           ELSE
               MOVE WS-QTD-LIQUIDOS TO WS-SUB-LIQUIDO
               PERFORM 2830-MOSTRAR-LIQUIDO
                   UNTIL WS-SUB-LIQUIDO = ZERO
           END-IF
           EXIT.

       2810-LER-CONTRACHEQUE.
           READ ARQUIVO-CTRC-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-CTRC TO TRUE
               NOT AT END
                   IF CTA-MATRICULA NOT = WS-MATRICULA
                       SET WS-FIM-CTRC TO TRUE
                   ELSE
                       PERFORM 2820-GUARDAR-LIQUIDO
                   END-IF
           END-READ
           EXIT.

       2820-GUARDAR-LIQUIDO.
           IF WS-QTD-LIQUIDOS < WS-MAX-LIQUIDOS
               ADD 1 TO WS-QTD-LIQUIDOS
           ELSE
               MOVE WS-LIQUIDO-TAB(2) TO WS-LIQUIDO-TAB(1)
               MOVE WS-LIQUIDO-TAB(3) TO WS-LIQUIDO-TAB(2)
           END-IF
           MOVE CTA-COMPETENCIA TO LQT-COMPETENCIA(WS-QTD-LIQUIDOS)
           MOVE CTA-LIQUIDO TO LQT-LIQUIDO(WS-QTD-LIQUIDOS)
           EXIT.

       2830-MOSTRAR-LIQUIDO.
           MOVE LQT-LIQUIDO(WS-SUB-LIQUIDO) TO WS-VALOR-EDIT
           DISPLAY '  COMPETENCIA ' LQT-COMPETENCIA(WS-SUB-LIQUIDO)
               '  LIQUIDO ' WS-VALOR-EDIT
           SUBTRACT 1 FROM WS-SUB-LIQUIDO
           EXIT.

       2900-EXIBIR-ULTIMO-PAGAMENTO.
           DISPLAY '--ULTIMO PAGAMENTO (MOVEPGST)--'
           MOVE ZERO TO WS-QTD-PAGAMENTOS
           OPEN INPUT SITUACAO-ARQ
           IF WS-FS-SITUACAO = '00'
               SET WS-NAO-FIM-SITUACAO TO TRUE
               MOVE WS-MATRICULA TO PGS-MATRICULA
               MOVE ZERO TO PGS-DATA-PAGTO
               START SITUACAO-ARQ KEY IS NOT LESS THAN PGS-CHAVE
                   INVALID KEY
                       SET WS-FIM-SITUACAO TO TRUE
               END-START
               PERFORM 2910-LER-SITUACAO UNTIL WS-FIM-SITUACAO
               CLOSE SITUACAO-ARQ
           ELSE
               IF WS-FS-SITUACAO NOT = '35'
                   MOVE WS-FS-SITUACAO TO WS-FILE-STATUS
                   MOVE 'MOVEPGST' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           IF WS-QTD-PAGAMENTOS = ZERO
               DISPLAY '  NENHUM RETORNO BANCARIO REGISTRADO'
           ELSE
               MOVE WS-ULT-VALOR TO WS-VALOR-EDIT
               IF WS-ULT-REJEITADO
                   DISPLAY '  ' WS-ULT-DATA-PAGTO ' REJEITADO '
                       WS-VALOR-EDIT ' MOTIVO: ' WS-ULT-MOTIVO
               ELSE
                   DISPLAY '  ' WS-ULT-DATA-PAGTO ' PAGO '
                       WS-VALOR-EDIT
               END-IF
           END-IF
           EXIT.

       2910-LER-SITUACAO.
           READ SITUACAO-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-SITUACAO TO TRUE
               NOT AT END
                   IF PGS-MATRICULA NOT = WS-MATRICULA
                       SET WS-FIM-SITUACAO TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-PAGAMENTOS
                       MOVE PGS-DATA-PAGTO TO WS-ULT-DATA-PAGTO
                       MOVE PGS-SITUACAO TO WS-ULT-SITUACAO
                       MOVE PGS-VALOR TO WS-ULT-VALOR
                       MOVE PGS-MOTIVO TO WS-ULT-MOTIVO
                   END-IF
           END-READ
           EXIT.

       9000-FINALIZAR-PROGRAMA.
           CLOSE AC00-ARQ-FUNCIONARIOS
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
