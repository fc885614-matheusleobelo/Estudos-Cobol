      *02/09/2026 MLBF    O ARQUIVO DE CONTRACHEQUES MOVECTRA GUARDA O
      *                   NOME E O CNPJ DA EMPRESA DO LOTE PARA A
      *                   SEGUNDA VIA SAIR COM O CABECALHO CERTO
      *15/10/2026 MLBF    2080-CHAMAR-FOLHCALC INFORMA A COMPETENCIA DO
      *                   CALCULO (FCL-COMPETENCIA) PARA O FOLHCALC
      *                   USAR AS FAIXAS DO MOVETAXA VIGENTES NELA - UM
      *                   LOTE DE COMPETENCIA RETROATIVA USAVA A TABELA
      *                   MAIS RECENTE DO ARQUIVO
      *15/10/2026 MLBF    PENSAO ALIMENTICIA JUDICIAL: AS ORDENS ATIVAS
      *                   DE AC00PENS (MANTIDAS EM AC00EX07) SAO
      *                   DESCONTADAS APOS O INSS EM
      *                   2240-DESCONTAR-PENSAO, ANTES DO EMPRESTIMO E
      *                   DO VT - PERCENTUAL SOBRE O LIQUIDO LEGAL
      *                   (BRUTO - INSS - IRRF) OU VALOR FIXO; O
      *                   FOLHCALC E CHAMADO DE NOVO COM A PENSAO
      *                   DEDUZIDA DA BASE DO IRRF (FCL-DEDUCAO-PENSAO).
      *                   A PENSAO SAI EM LINHA PROPRIA NO CONTRACHEQUE,
      *                   VAI PARA O ARQUIVO MORTO (CTA-PENSAO) E PARA O
      *                   QUADRO ORDENADO (SRT-/ROS-PENSAO E A BASE DO
      *                   PERCENTUAL, MOVEORD DE 149 PARA 167 POSICOES);
      *                   O BORDERO GANHA UM DETALHE POR ORDEM, COM A
      *                   CONTA E O NOME DO BENEFICIARIO E A MATRICULA
      *                   DO FUNCIONARIO
      *15/10/2026 MLBF    INCLUIDO O DESCONTO DO PLANO DE SAUDE
      *                   (2275-DESCONTAR-PLANO-SAUDE), NO MESMO PADRAO
      *                   DE 2270-DESCONTAR-BENEFICIOS: PARA A MATRICULA
      *                   COM ADESAO ATIVA NO AC00PLAN, SOMA A PARTE DO
      *                   FUNCIONARIO DO TITULAR E DE CADA DEPENDENTE
      *                   COBERTO (INITDEP) PELA FAIXA ETARIA DA TABELA
      *                   AC00PLPR (ROTINA PLANOPRC), LIMITADA AO
      *                   LIQUIDO; NOVOS CAMPOS SRT/ROS-PLANO-SAUDE NO
      *                   MOVEORD (176 POSICOES) E CTA-PLANO-SAUDE NO
      *                   MOVECTRA, COM A LINHA NO CONTRACHEQUE
      *15/10/2026 MLBF    INCLUIDO O DESCONTO DO ADIANTAMENTO QUINZENAL
      *                   PAGO POR MOVEADTO
      *                   (2280-DESCONTAR-ADIANTAMENTO): A MATRICULA COM
      *                   REGISTRO NO RAZAO MOVEADIA PARA A COMPETENCIA
      *                   DO LOTE TEM O VALOR ADIANTADO DESCONTADO DO
      *                   LIQUIDO, LOGO APOS A PENSAO ALIMENTICIA E
      *                   ANTES DOS DESCONTOS OPCIONAIS; NO LOTE EFETIVO
      *                   1982-BAIXAR-ADIANTAMENTOS REGISTRA NO RAZAO O
      *                   VALOR DESCONTADO; NOVOS CAMPOS
      *                   SRT/ROS-ADIANTAMENTO NO MOVEORD (185 POSICOES)
      *                   E CTA-ADIANTAMENTO NO MOVECTRA, COM A LINHA NO
      *                   CONTRACHEQUE
      *15/10/2026 MLBF    AFASTAMENTOS: O LOTE PASSA A LER O CADASTRO
      *                   AC00AFAS (MANTIDO POR AC00EX10) E
      *                   2057-APLICAR-AFASTAMENTO PAGA SO OS DIAS QUE A
      *                   EMPRESA DEVE PELO TIPO - OS 15 PRIMEIROS DIAS
      *                   NA DOENCA (D) E NO ACIDENTE DE TRABALHO (A), O
      *                   PERIODO TODO NA MATERNIDADE (M), NENHUM NA
      *                   LICENCA NAO REMUNERADA (N); O FGTS CONTINUA
      *                   SOBRE OS DIAS NAO PAGOS NO ACIDENTE (BASE
      *                   SRT/ROS-BASE-FGTS-AFAST SOMADA AO BRUTO NA
      *                   GUIA E NO MOVEANUA); O VALE TRANSPORTE E
      *                   DESCONTADO SO PELOS DIAS FORA DO AFASTAMENTO;
      *                   O MES COM MENOS DE 15 DIAS PAGOS NAO GERA
      *                   PROVISAO DE 13o/FERIAS NEM CONTA MES EM
      *                   MOVEPROV (SRT/ROS-MES-SUSPENSO); O
      *                   CONTRACHEQUE GANHA A LINHA DO AFASTAMENTO;
      *                   MOVEORD DE 185 PARA 200 POSICOES
      *15/10/2026 MLBF    FALTAS INJUSTIFICADAS: 1580-ACUMULAR-FALTAS
      *                   GRAVA OS DIAS DE FALTA DO MOVEFREQ POR
      *                   MATRICULA E COMPETENCIA NO INDEXADO AC00FALT
      *                   (REGRAVA NO REPROCESSAMENTO), BASE DA REDUCAO
      *                   DOS DIAS DE FERIAS APURADA POR FERIDIRE
      *15/10/2026 MLBF    SALARIO-FAMILIA (2285-PAGAR-SALARIO-FAMILIA):
      *                   COM A REMUNERACAO DO MES ATE O TETO DA FAIXA
      *                   TIPO F DO MOVETAXA VIGENTE NA COMPETENCIA,
      *                   PAGA UMA COTA POR FILHO, ENTEADO OU TUTELADO
      *                   DO INITDEP MENOR DE 14 ANOS NO PRIMEIRO DIA DA
      *                   COMPETENCIA (PROPORCIONAL NO MES DE ADMISSAO
      *                   OU DESLIGAMENTO), SOMADA AO LIQUIDO SEM
      *                   INCIDENCIA DE INSS/IRRF; O INITDEP PASSA A SER
      *                   ABERTO NO LOTE MESMO SEM AC00PLAN
      *                   (1514-ABRIR-DEPENDENTES); NOVOS CAMPOS
      *                   SRT/ROS-SALARIO-FAMILIA NO MOVEORD (209
      *                   POSICOES) E CTA-SALARIO-FAMILIA NO MOVECTRA,
      *                   COM A LINHA NO CONTRACHEQUE; A GUIA MOVEGUIA
      *                   DEDUZ O TOTAL PAGO DO INSS PATRONAL A RECOLHER
      *15/10/2026 MLBF    TIPO DE CONTRATO DO FUNCIONARIO
      *                   (ORI-TIPO-CONTRATO, NOVO NO FIM DO MOVEORIG,
      *                   GRAVADO POR AC00FEED A PARTIR DE
      *                   FUNC-TIPO-CONTRATO) LEVADO AO FOLHCALC E A
      *                   SRT/ROS-TIPO-CONTRATO NO MOVEORD (209 PARA 210
      *                   POSICOES, TAMBEM NO MOVERSTA). PELA ROTINA
      *                   TIPOCONT: ESTAGIARIO E PRO-LABORE NAO
      *                   PROVISIONAM 13O/FERIAS (2300) NEM ENTRAM NO
      *                   MOVEPROV (1975), ESTAGIARIO E PRO-LABORE NAO
      *                   RECEBEM SALARIO-FAMILIA E A GUIA MOVEGUIA USA
      *                   AS ALIQUOTAS DE INSS PATRONAL E FGTS DO TIPO
      *                   (FGTS DE 2% PARA APRENDIZ, SEM FGTS PARA
      *                   ESTAGIARIO E PRO-LABORE)
      *15/10/2026 MLBF    ADICIONAL NOTURNO E ADICIONAL DE
      *                   INSALUBRIDADE/PERICULOSIDADE: AS HORAS
      *                   NOTURNAS DO MOVEFREQ (FRQ-HORAS-NOTURNAS, NOVO
      *                   NO FIM DO REGISTRO, GERADO PELO AC00PONT) E O
      *                   GRAU DE RISCO DO MOVEORIG (ORI-GRAU-RISCO,
      *                   GRAVADO POR AC00FEED A PARTIR DE
      *                   FUNC-GRAU-RISCO) SAO LEVADOS AO FOLHCALC, QUE
      *                   DEVOLVE OS DOIS ADICIONAIS JA SOMADOS AO BRUTO
      *                   - COM ISSO ENTRAM NA BASE DO INSS/IRRF/FGTS,
      *                   NAS PROVISOES DE 13O/FERIAS (2300, MOVEPROV) E
      *                   NO MOVEANUA. NOVOS CAMPOS
      *                   SRT/ROS-ADICIONAL-NOTURNO, -GRAU-RISCO E
      *                   -ADICIONAL-RISCO NO MOVEORD (210 PARA 229
      *                   POSICOES, TAMBEM NO MOVERSTA) E CTA-ADICIONAL-
      *                   NOTURNO/-GRAU-RISCO/-ADICIONAL-RISCO NO
      *                   MOVECTRA; O CONTRACHEQUE GANHA AS LINHAS (+)
      *                   ADICIONAL NOTURNO E (+) INSALUBRIDADE OU (+)
      *                   PERICULOSIDADE
      *15/10/2026 MLBF    COMISSAO DE VENDAS COM REFLEXO NO DSR: O
      *                   ARQUIVO MOVECOMI EXPORTADO PELO SISTEMA DE
      *                   VENDAS (HEADER TIPO 0 COM A COMPETENCIA,
      *                   DETALHE TIPO 1 POR MATRICULA E TRAILER TIPO 9
      *                   COM QUANTIDADE E TOTAL, CONFERIDOS COMO NO
      *                   MOVEORIG) E CARREGADO EM
      *                   1600-CARREGAR-COMISSOES; MATRICULA SEM
      *                   CADASTRO OU INATIVA EM AC00FUNC, COMPETENCIA
      *                   DIVERGENTE OU REGISTRO ILEGIVEL VAO PARA O
      *                   ARQUIVO DE EXCECAO MOVECEXC (LAYOUT DO
      *                   COPYBOOK EXCECAO) E O LOTE TERMINA EM ALERTA.
      *                   OS DIAS UTEIS E OS DOMINGOS/FERIADOS
      *                   (AC34FERI) DA COMPETENCIA SAO LEVADOS AO
      *                   FOLHCALC COM A COMISSAO, QUE DEVOLVE O DSR E
      *                   SOMA OS DOIS AO BRUTO - COM ISSO ENTRAM NA
      *                   BASE DO INSS/IRRF/FGTS, NAS PROVISOES DE
      *                   13O/FERIAS E NO MOVEANUA, SEM ALTERAR O
      *                   FUNC-SALARIO. NOVOS CAMPOS SRT/ROS-COMISSAO E
      *                   -DSR-COMISSAO NO MOVEORD (229 PARA 247
      *                   POSICOES, TAMBEM NO MOVERSTA) E
      *                   CTA-COMISSAO/-DSR-COMISSAO NO MOVECTRA; O
      *                   CONTRACHEQUE GANHA AS LINHAS (+) COMISSOES E
      *                   (+) DSR S/ COMISSOES
      *15/10/2026 MLBF    ACUMULADO MOVEANUA PASSA A 84 POSICOES COM
      *                   ANU-TIPO-RENDIMENTO (F = FOLHA, GRAVADO PELO
      *                   MOVE; P = PLR, GRAVADO PELO MOVEPLR); LINHAS
      *                   ANTIGAS EM BRANCO CONTAM COMO FOLHA
      *15/10/2026 MLBF    CONFERE NO INICIO, VIA ROTINA JOBPRED, SE OS
      *                   JOBS PREDECESSORES CADASTRADOS EM SETDEPE
      *                   CONCLUIRAM EM SETSTAT; COM PREDECESSOR
      *                   AUSENTE, ABORTADO OU EM EXECUCAO O PROGRAMA
      *                   NAO RODA E ENCERRA COM RETURN-CODE 12 (MOTIVO
      *                   GRAVADO EM SETAUDIT)
      *15/10/2026 MLBF    LAYOUTS DE REG-FUNCIONARIO E REG-MESTRE
      *                   ATUALIZADOS COM OS CAMPOS DE ENDERECO
      *                   (LOGRADOURO, NUMERO, CEP, UF E CODIGO IBGE)
      *                   INCLUIDOS EM AC00FUNC E INITMST, E O COPYBOOK
      *                   PESSOA DO DESTINO COM OS NOMES -DESTINO
      *                   CORRESPONDENTES. O MOVEORIG PASSA A TRAZER O
      *                   CODIGO IBGE DO MUNICIPIO (ORI-COD-MUNICIPIO);
      *                   NO MODO LOTE A CIDADE DO ROSTER (CHAVE DO
      *                   SORT) PASSA A SER O NOME NORMALIZADO DO
      *                   MUNICIPIO NA TABELA AC00CEPS, OBTIDO PELA
      *                   ROTINA CEPBUSC (1723) - CADASTROS SEM CEP OU
      *                   SEM A TABELA SEGUEM COM A CIDADE DIGITADA
      *15/10/2026 MLBF    REG-EMPRESTIMO AMPLIADO COM O SISTEMA DE
      *                   AMORTIZACAO (PRICE/SAC) E A COMPETENCIA DA
      *                   PRIMEIRA PARCELA. 2260-APURAR-PRESTACAO PASSA
      *                   A CALCULAR A PARCELA DECRESCENTE DOS CONTRATOS
      *                   SAC (AMORTIZACAO CONSTANTE MAIS JUROS SOBRE O
      *                   SALDO DE CAPITAL), A ULTIMA PARCELA ABSORVENDO
      *                   O RESIDUO DO SALDO
      *15/10/2026 MLBF    LAYOUT DE REG-BENEFICIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO BEN-VALOR-VT-DIA (CUSTO
      *                   DIARIO DA RECARGA DO VALE TRANSPORTE, BASE DO
      *                   PEDIDO AO FORNECEDOR GERADO POR AC00PBEN)
      *                   INCLUIDO EM AC00BENE
      *15/10/2026 MLBF    O DEPOSITO MENSAL DE FGTS DE CADA FUNCIONARIO
      *                   DA GUIA (1960) PASSA A SER LANCADO NO EXTRATO
      *                   INDEXADO AC00FGTS (MATRICULA + COMPETENCIA +
      *                   ORIGEM 'M'), SO NO LOTE COM BORDERO LIBERADO;
      *                   O REPROCESSO DA COMPETENCIA SUBSTITUI O
      *                   LANCAMENTO EM VEZ DE DUPLICA-LO. O SALDO
      *                   ACUMULADO E A BASE DA MULTA DE 40% DO AC00RESC
      *15/10/2026 MLBF    O SALDO DE ADIANTAMENTO DESCONTADO SO EM PARTE
      *                   (LIQUIDO INSUFICIENTE) PASSA A SER COBRADO NAS
      *                   FOLHAS SEGUINTES: 2280-DESCONTAR-ADIANTAMENTO
      *                   SOMA, ALEM DO ADIANTAMENTO DA COMPETENCIA, O
      *                   SALDO EM ABERTO DAS COMPETENCIAS ANTERIORES DA
      *                   MATRICULA NO MOVEADIA (SEMPRE LIMITADO AO
      *                   LIQUIDO), E 1983-BAIXAR-UM-ADIANTAMENTO
      *                   APROPRIA O VALOR DESCONTADO DO MAIS ANTIGO
      *                   PARA O MAIS RECENTE, SOMANDO-O AO
      *                   ADI-VALOR-DESCONTADO DE CADA REGISTRO EM VEZ
      *                   DE SOBREPOR; NOVOS CAMPOS
      *                   ADI-COMPETENCIA-COBRANCA E ADI-VALOR-COBRANCA
      *                   NO MOVEADIA GUARDAM A FOLHA QUE FEZ A ULTIMA
      *                   COBRANCA E O VALOR COBRADO NELA, DE MODO QUE O
      *                   REPROCESSAMENTO DA COMPETENCIA NAO COBRA DUAS
      *                   VEZES
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.

           SELECT FGTS-ARQ ASSIGN TO "AC00FGTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGT-CHAVE
               FILE STATUS IS WS-FS-FGTS.

           SELECT SIMULACAO-PAGTO-ARQ ASSIGN TO "MOVESIMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SIMULACAO-PAGTO.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FREQUENCIA.

           SELECT COMISSAO-ARQ ASSIGN TO "MOVECOMI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMISSAO.

           SELECT EXCECAO-COMISSAO-ARQ ASSIGN TO "MOVECEXC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECAO-COMISSAO.

           SELECT AC34-ARQ-FERIADOS ASSIGN TO "AC34FERI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADOS.

           SELECT AC00-ARQ-FUNCIONARIOS ASSIGN TO "AC00FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               ALTERNATE RECORD KEY IS FUNC-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT FALTAS-ARQ ASSIGN TO "AC00FALT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAL-CHAVE
               FILE STATUS IS WS-FS-FALTAS.

           SELECT ARQUIVO-CTRC-ARQ ASSIGN TO "MOVECTRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-MATRICULA
               FILE STATUS IS WS-FS-BENEFICIO.

           SELECT PENSAO-ARQ ASSIGN TO "AC00PENS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WS-FS-PENSAO.

           SELECT PLANO-ARQ ASSIGN TO "AC00PLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-MATRICULA
               FILE STATUS IS WS-FS-PLANO.

           SELECT DEPENDENTE-ARQ ASSIGN TO "INITDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSD-CHAVE
               FILE STATUS IS WS-FS-DEPENDENTE.

           SELECT TAXA-ARQ ASSIGN TO "MOVETAXA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAXA.

           SELECT ADIANTAMENTO-ARQ ASSIGN TO "MOVEADIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADI-CHAVE
               FILE STATUS IS WS-FS-ADIANTAMENTO.

           SELECT AFASTAMENTO-ARQ ASSIGN TO "AC00AFAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WS-FS-AFASTAMENTO.

           SELECT EMPRESTIMO-ARQ ASSIGN TO "OPEREMPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 ORI-DATA-DEMISSAO PIC 9(08).
           05 ORI-EMPRESA PIC 9(03).
           05 ORI-CPF PIC 9(11).
           05 ORI-TIPO-CONTRATO PIC X(01).
           05 ORI-GRAU-RISCO PIC X(01).
           05 ORI-COD-MUNICIPIO PIC 9(07).

       SD  SORT-ARQ.
       01 REG-SORT.
           05 SRT-VALE-TRANSPORTE PIC 9(7)V99.
           05 SRT-VALOR-VR PIC 9(5)V99.
           05 SRT-EMPRESA PIC 9(03).
           05 SRT-PENSAO PIC 9(7)V99.
           05 SRT-BASE-PENSAO PIC 9(7)V99.
           05 SRT-PLANO-SAUDE PIC 9(7)V99.
           05 SRT-ADIANTAMENTO PIC 9(7)V99.
           05 SRT-AFASTAMENTO PIC X(01).
           05 SRT-DIAS-AFASTAMENTO PIC 9(02).
           05 SRT-DIAS-NAO-PAGOS PIC 9(02).
           05 SRT-MES-SUSPENSO PIC X(01).
           05 SRT-BASE-FGTS-AFAST PIC 9(7)V99.
           05 SRT-SALARIO-FAMILIA PIC 9(7)V99.
           05 SRT-TIPO-CONTRATO PIC X(01).
           05 SRT-ADICIONAL-NOTURNO PIC 9(7)V99.
           05 SRT-GRAU-RISCO PIC X(01).
           05 SRT-ADICIONAL-RISCO PIC 9(7)V99.
           05 SRT-COMISSAO PIC 9(7)V99.
           05 SRT-DSR-COMISSAO PIC 9(7)V99.

       FD  ROSTER-ARQ.
       01 REG-ROSTER.
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
               88 ROS-AQUISICAO-SUSPENSA VALUE 'S'.
           05 ROS-BASE-FGTS-AFAST PIC 9(7)V99.
           05 ROS-SALARIO-FAMILIA PIC 9(7)V99.
           05 ROS-TIPO-CONTRATO PIC X(01).
           05 ROS-ADICIONAL-NOTURNO PIC 9(7)V99.
           05 ROS-GRAU-RISCO PIC X(01).
               88 ROS-PERICULOSIDADE VALUE 'P'.
           05 ROS-ADICIONAL-RISCO PIC 9(7)V99.
           05 ROS-COMISSAO PIC 9(7)V99.
           05 ROS-DSR-COMISSAO PIC 9(7)V99.

       FD  MESTRE-ARQ.
       01 REG-MESTRE.
           05 MST-CIDADE PIC X(15).
           05 MST-CPF PIC 9(11).
           05 MST-QTD-DEPENDENTES PIC 99.
           05 MST-LOGRADOURO PIC X(30).
           05 MST-NUMERO-ENDERECO PIC X(06).
           05 MST-CEP PIC 9(08).
           05 MST-UF PIC X(02).
           05 MST-COD-MUNICIPIO PIC 9(07).

       FD  CONTRACHEQUE-ARQ.
       01 REG-CONTRACHEQUE PIC X(80).
           05 DTP-DATA-PAGAMENTO PIC 9(08).

       FD  ANUAL-ARQ.
       01 REG-ANUAL PIC X(84).

       FD  FGTS-ARQ.
       01 REG-FGTS.
           05 FGT-CHAVE.
               10 FGT-MATRICULA PIC 9(06).
               10 FGT-COMPETENCIA PIC 9(06).
               10 FGT-ORIGEM PIC X(01).
                   88 FGT-ORIGEM-FOLHA VALUE 'M'.
                   88 FGT-ORIGEM-13-PARCELA-1 VALUE '1'.
                   88 FGT-ORIGEM-13-PARCELA-2 VALUE '2'.
                   88 FGT-ORIGEM-FERIAS VALUE 'F'.
                   88 FGT-ORIGEM-RETROATIVO VALUE 'R'.
           05 FGT-BASE-CALCULO PIC 9(09)V99.
           05 FGT-ALIQUOTA PIC 9V999.
           05 FGT-VALOR-DEPOSITO PIC 9(07)V99.
           05 FGT-DATA-LANCAMENTO PIC 9(08).

       FD  SIMULACAO-PAGTO-ARQ.
       01 REG-SIMULACAO-PAGTO PIC X(80).
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

       FD  BENEFICIO-ARQ.
       01 REG-BENEFICIO.
           05 BEN-IND-VR PIC X(01).
               88 BEN-TEM-VR VALUE 'S'.
           05 BEN-VALOR-VR PIC 9(5)V99.
           05 BEN-VALOR-VT-DIA PIC 9(3)V99.

       FD  PENSAO-ARQ.
       01 REG-PENSAO.
           05 PEN-CHAVE.
               10 PEN-MATRICULA PIC 9(06).
               10 PEN-NUMERO PIC 9(02).
           05 PEN-BENEFICIARIO PIC X(20).
           05 PEN-CPF-BENEFICIARIO PIC 9(11).
           05 PEN-TIPO-CALCULO PIC X(01).
               88 PEN-PERCENTUAL-LIQUIDO VALUE 'P'.
               88 PEN-VALOR-FIXO VALUE 'F'.
           05 PEN-PERCENTUAL PIC 9(03)V99.
           05 PEN-VALOR PIC 9(07)V99.
           05 PEN-BANCO PIC 9(03).
           05 PEN-AGENCIA PIC 9(04).
           05 PEN-CONTA PIC 9(08).
           05 PEN-SITUACAO PIC X(01).
               88 PEN-ATIVA VALUE 'A'.
               88 PEN-ENCERRADA VALUE 'E'.

       FD  PLANO-ARQ.
       01 REG-PLANO.
           05 PLA-MATRICULA PIC 9(06).
           05 PLA-PLANO PIC X(04).
           05 PLA-DATA-ADESAO PIC 9(08).
           05 PLA-SITUACAO PIC X(01).
               88 PLA-ATIVO VALUE 'A'.
               88 PLA-CANCELADO VALUE 'C'.
           05 PLA-DEPENDENTES-COBERTOS.
               10 PLA-SEQ-DEPENDENTE PIC 9(02) OCCURS 10 TIMES.

       FD  DEPENDENTE-ARQ.
       01 REG-DEPENDENTE.
           05 MSD-CHAVE.
               10 MSD-CPF-TITULAR PIC 9(11).
               10 MSD-SEQUENCIA PIC 9(02).
           05 MSD-NOME PIC X(20).
           05 MSD-DATA-NASCIMENTO PIC 9(08).
           05 MSD-PARENTESCO PIC X(10).
               88 MSD-FILHO-SALARIO-FAMILIA VALUE 'FILHO' 'FILHA'
                   'ENTEADO' 'ENTEADA' 'TUTELADO' 'TUTELADA'.

       FD  TAXA-ARQ.
       01 REG-TAXA.
           05 TAXA-TIPO PIC X(01).
               88 TAXA-SALARIO-FAMILIA VALUE 'F'.
           05 TAXA-LIMITE PIC 9(7)V99.
           05 TAXA-ALIQUOTA PIC 9V999.
           05 TAXA-DEDUCAO PIC 9(7)V99.
           05 TAXA-VIGENCIA PIC 9(06).

       FD  ADIANTAMENTO-ARQ.
       01 REG-ADIANTAMENTO.
           05 ADI-CHAVE.
               10 ADI-MATRICULA PIC 9(06).
               10 ADI-COMPETENCIA PIC 9(06).
           05 ADI-NOME PIC X(20).
           05 ADI-SALARIO-BASE PIC 9(7)V99.
           05 ADI-PERCENTUAL PIC 9(03)V99.
           05 ADI-VALOR PIC 9(7)V99.
           05 ADI-DATA-PAGAMENTO PIC 9(08).
           05 ADI-SITUACAO PIC X(01).
               88 ADI-PAGO VALUE 'P'.
               88 ADI-DESCONTADO VALUE 'D'.
           05 ADI-VALOR-DESCONTADO PIC 9(7)V99.
           05 ADI-DATA-DESCONTO PIC 9(08).
           05 ADI-COMPETENCIA-COBRANCA PIC 9(06).
           05 ADI-VALOR-COBRANCA PIC 9(7)V99.

       FD  AFASTAMENTO-ARQ.
       01 REG-AFASTAMENTO.
           05 AFA-CHAVE.
               10 AFA-MATRICULA PIC 9(06).
               10 AFA-DATA-INICIO PIC 9(08).
           05 AFA-TIPO PIC X(01).
               88 AFA-DOENCA VALUE 'D'.
               88 AFA-ACIDENTE-TRABALHO VALUE 'A'.
               88 AFA-MATERNIDADE VALUE 'M'.
               88 AFA-NAO-REMUNERADA VALUE 'N'.
               88 AFA-EMPRESA-PAGA-15-DIAS VALUE 'D' 'A'.
               88 AFA-FGTS-CONTINUA VALUE 'A' 'M'.
           05 AFA-DATA-RETORNO PIC 9(08).
           05 AFA-OBSERVACAO PIC X(30).

       FD  EMPRESTIMO-ARQ.
       01 REG-EMPRESTIMO.
           05 EMP-SITUACAO PIC X(01).
               88 EMP-ATIVO VALUE 'A'.
               88 EMP-QUITADO VALUE 'Q'.
           05 EMP-SISTEMA-AMORTIZACAO PIC X(01).
               88 EMP-SISTEMA-PRICE VALUE 'P' ' '.
               88 EMP-SISTEMA-SAC VALUE 'S'.
           05 EMP-COMPETENCIA-INICIO PIC 9(06).

       FD  CHECKPOINT-ARQ.
       01 REG-CHECKPOINT.
           05 CKP-QTD-LIBERADOS PIC 9(06).

       FD  RESTART-ARQ.
       01 REG-RESTART PIC X(247).

       FD  CONTROLE-COMP-ARQ.
       01 REG-CONTROLE-COMP.
           05 FRQ-HORAS-EXTRA-100 PIC 9(03).
           05 FILLER PIC X.
           05 FRQ-DIAS-FALTA PIC 9(02).
           05 FILLER PIC X.
           05 FRQ-HORAS-NOTURNAS PIC 9(03).

       FD  COMISSAO-ARQ.
       01 REG-COMISSAO.
           05 COM-TIPO PIC X(01).
           05 COM-MATRICULA PIC 9(06).
           05 COM-COMPETENCIA PIC 9(06).
           05 COM-VALOR PIC 9(7)V99.

       FD  EXCECAO-COMISSAO-ARQ.
       01 REG-EXCECAO-COMISSAO PIC X(80).

       FD  AC34-ARQ-FERIADOS.
       01 REG-FERIADO.
           05 FERI-DIA PIC 99.
           05 FILLER PIC X.
           05 FERI-MES PIC 99.
           05 FILLER PIC X.
           05 FERI-ANO PIC 9999.
           05 FILLER PIC X.
           05 FERI-DESCRICAO PIC X(30).

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

       FD  FALTAS-ARQ.
       01 REG-FALTAS.
           05 FAL-CHAVE.
               10 FAL-MATRICULA PIC 9(06).
               10 FAL-COMPETENCIA PIC 9(06).
           05 FAL-DIAS-FALTA PIC 9(02).

       FD  FERIAS-ARQ.
       01 REG-FERIAS.
       01 DESTINO.
           COPY PESSOA REPLACING ==WS-NOME== BY ==WS-NOME-DESTINO==
                                 ==WS-IDADE== BY ==WS-IDADE-DESTINO==
                                 ==WS-CIDADE== BY ==WS-CIDADE-DESTINO==
                                 ==WS-LOGRADOURO==
                                 BY ==WS-LOGRADOURO-DESTINO==
                                 ==WS-NUMERO-ENDERECO==
                                 BY ==WS-NUMERO-ENDERECO-DESTINO==
                                 ==WS-CEP== BY ==WS-CEP-DESTINO==
                                 ==WS-UF== BY ==WS-UF-DESTINO==
                                 ==WS-COD-MUNICIPIO==
                                 BY ==WS-COD-MUNICIPIO-DESTINO==.
           05 WS-SALARIO-DESTINO PIC 9(7)V99 VALUE ZERO.
           05 WS-INSS-DESTINO PIC 9(7)V99 VALUE ZERO.
           05 WS-IRRF-DESTINO PIC 9(7)V99 VALUE ZERO.
           05 WS-VALOR-HORA-EXTRA-DESTINO PIC 9(7)V99 VALUE ZERO.
           05 WS-VALOR-FALTAS-DESTINO PIC 9(7)V99 VALUE ZERO.
           05 WS-EMPRESTIMO-DESTINO PIC 9(7)V99 VALUE ZERO.
           05 WS-AMORTIZACAO-SAC-DESTINO PIC 9(7)V99 VALUE ZERO.
           05 WS-VALE-TRANSPORTE-DESTINO PIC 9(7)V99 VALUE ZERO.
           05 WS-VALOR-VR-DESTINO PIC 9(5)V99 VALUE ZERO.
           05 WS-PENSAO-DESTINO PIC 9(7)V99 VALUE ZERO.
           05 WS-BASE-PENSAO-DESTINO PIC 9(7)V99 VALUE ZERO.
           05 WS-PLANO-SAUDE-DESTINO PIC 9(7)V99 VALUE ZERO.
           05 WS-ADIANTAMENTO-DESTINO PIC 9(7)V99 VALUE ZERO.
           05 WS-SALARIO-FAMILIA-DESTINO PIC 9(7)V99 VALUE ZERO.
           05 WS-TIPO-CONTRATO-DESTINO PIC X(01) VALUE SPACE.
           05 WS-GRAU-RISCO-DESTINO PIC X(01) VALUE SPACE.
           05 WS-ADIC-NOTURNO-DESTINO PIC 9(7)V99 VALUE ZERO.
           05 WS-ADIC-RISCO-DESTINO PIC 9(7)V99 VALUE ZERO.
           05 WS-COMISSAO-DESTINO PIC 9(7)V99 VALUE ZERO.
           05 WS-DSR-COMISSAO-DESTINO PIC 9(7)V99 VALUE ZERO.
           05 WS-DATA-ADMISSAO-DESTINO PIC 9(08) VALUE ZERO.
           05 WS-DATA-ADMISSAO-DEST-RED
               REDEFINES WS-DATA-ADMISSAO-DESTINO.
           05 ORH-DATA-GERACAO PIC 9(08) VALUE ZERO.
           05 ORH-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 ORH-EMPRESA PIC 9(03) VALUE ZERO.
           05 FILLER PIC X(74) VALUE SPACES.

       01 WS-REG-ORIGEM-TRAILER.
           05 ORT-TIPO PIC X(01) VALUE '9'.
           05 ORT-QTD-REGISTROS PIC 9(06) VALUE ZERO.
           05 ORT-TOTAL-SALARIO PIC 9(11)V99 VALUE ZERO.
           05 FILLER PIC X(72) VALUE SPACES.

       01 WS-AREA-CEPBUSC.
           05 CBU-ENTRADA.
               10 CBU-TIPO-BUSCA PIC X(01) VALUE 'M'.
                   88 CBU-BUSCA-POR-CEP VALUE 'C'.
                   88 CBU-BUSCA-POR-MUNICIPIO VALUE 'M'.
               10 CBU-CEP-BUSCA PIC 9(08) VALUE ZERO.
               10 CBU-COD-MUNICIPIO-BUSCA PIC 9(07) VALUE ZERO.
           05 CBU-SAIDA.
               10 CBU-CIDADE PIC X(30) VALUE SPACES.
               10 CBU-UF PIC X(02) VALUE SPACES.
               10 CBU-COD-MUNICIPIO PIC 9(07) VALUE ZERO.
               10 CBU-IND-RESULTADO PIC X(01) VALUE 'N'.
                   88 CBU-CEP-ENCONTRADO VALUE 'S'.
                   88 CBU-CEP-NAO-ENCONTRADO VALUE 'N'.
                   88 CBU-TABELA-CEP-AUSENTE VALUE 'A'.

       01 WS-AREA-EMPRESA-LOTE.
           05 WS-EMPRESA-LOTE PIC 9(03) VALUE ZERO.
               88 WS-TRAILER-LIDO VALUE 'S'.
               88 WS-TRAILER-NAO-LIDO VALUE 'N'.

       01 WS-REG-COMISSAO-HEADER.
           05 COH-TIPO PIC X(01) VALUE '0'.
           05 COH-DATA-GERACAO PIC 9(08) VALUE ZERO.
           05 COH-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 FILLER PIC X(07) VALUE SPACES.

       01 WS-REG-COMISSAO-TRAILER.
           05 COT-TIPO PIC X(01) VALUE '9'.
           05 COT-QTD-REGISTROS PIC 9(06) VALUE ZERO.
           05 COT-TOTAL-COMISSAO PIC 9(11)V99 VALUE ZERO.
           05 FILLER PIC X(02) VALUE SPACES.

       01 WS-AREA-CONTROLE-COMISSAO.
           05 WS-QTD-DETALHES-COMISSAO PIC 9(06) COMP VALUE ZERO.
           05 WS-SOMA-VALOR-COMISSAO PIC 9(11)V99 VALUE ZERO.
           05 WS-QTD-COMISSOES-REJEITADAS PIC 9(05) COMP VALUE ZERO.
           05 WS-IND-TRAILER-COMISSAO PIC X(01) VALUE 'N'.
               88 WS-TRAILER-COMISSAO-LIDO VALUE 'S'.
               88 WS-TRAILER-COMISSAO-NAO-LIDO VALUE 'N'.

       01 WS-REG-EXCECAO-COMISSAO.
           COPY EXCECAO.
           05 FILLER PIC X VALUE SPACE.
           05 EXC-REGISTRO-COMISSAO PIC X(22) VALUE SPACES.

       COPY DIASMES.

       01 WS-AREA-PRORATA.
               10 FCL-HORAS-EXTRA-100 PIC 9(03) VALUE ZERO.
               10 FCL-DIAS-FALTA PIC 9(02) VALUE ZERO.
               10 FCL-QTD-DEPENDENTES PIC 99 VALUE ZERO.
               10 FCL-COMPETENCIA PIC 9(06) VALUE ZERO.
               10 FCL-DEDUCAO-PENSAO PIC 9(7)V99 VALUE ZERO.
               10 FCL-TIPO-CONTRATO PIC X(01) VALUE SPACE.
               10 FCL-HORAS-NOTURNAS PIC 9(03) VALUE ZERO.
               10 FCL-GRAU-RISCO PIC X(01) VALUE SPACE.
               10 FCL-VALOR-COMISSAO PIC 9(7)V99 VALUE ZERO.
               10 FCL-DIAS-UTEIS PIC 9(02) VALUE ZERO.
               10 FCL-DIAS-DESCANSO PIC 9(02) VALUE ZERO.
           05 FCL-SAIDA.
               10 FCL-SALARIO-CALCULADO PIC 9(7)V99 VALUE ZERO.
               10 FCL-VALOR-BONUS PIC 9(7)V99 VALUE ZERO.
               10 FCL-INSS PIC 9(7)V99 VALUE ZERO.
               10 FCL-IRRF PIC 9(7)V99 VALUE ZERO.
               10 FCL-LIQUIDO PIC 9(7)V99 VALUE ZERO.
               10 FCL-VALOR-ADIC-NOTURNO PIC 9(7)V99 VALUE ZERO.
               10 FCL-VALOR-ADIC-RISCO PIC 9(7)V99 VALUE ZERO.
               10 FCL-VALOR-DSR-COMISSAO PIC 9(7)V99 VALUE ZERO.

       01 WS-AREA-FAIXA-SALARIAL.
           05 WS-SALARIO-MINIMO PIC 9(7)V99 VALUE 1412.00.
           05 BRD-T-VALOR-TOTAL PIC 9(09)V99 VALUE ZERO.
           05 FILLER PIC X(63) VALUE SPACES.

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

       01 WS-AREA-GUIA.
           05 WS-INSS-PATRONAL-CALC PIC 9(7)V99 VALUE ZERO.
           05 WS-QTD-GUIA PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-INSS-PATRONAL PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-FGTS PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-SALARIO-FAMILIA PIC 9(09)V99 VALUE ZERO.
           05 WS-INSS-PATRONAL-RECOLHER PIC 9(09)V99 VALUE ZERO.

       01 WS-CAB-GUIA-1.
           05 FILLER PIC X(80)
           05 GUIT-FGTS PIC $Z,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(29) VALUE SPACES.

       01 WS-LINHA-GUIA-SALARIO-FAMILIA.
           05 FILLER PIC X(21) VALUE '(-) SALARIO-FAMILIA..'.
           05 GUIT-SALARIO-FAMILIA PIC $Z,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(44) VALUE SPACES.

       01 WS-LINHA-GUIA-INSS-RECOLHER.
           05 FILLER PIC X(21) VALUE 'INSS PATR A RECOLHER.'.
           05 GUIT-INSS-RECOLHER PIC $Z,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(44) VALUE SPACES.

       01 WS-OPCAO-MODO PIC 9 VALUE ZERO.
       01 WS-IND-MODO PIC X(01) VALUE '1'.
           88 WS-MODO-UNICO VALUE '1'.
           05 WS-FS-RECRED-TRAB PIC X(02) VALUE '00'.
           05 WS-FS-FERIAS PIC X(02) VALUE '00'.
           05 WS-FS-FREQUENCIA PIC X(02) VALUE '00'.
           05 WS-FS-FALTAS PIC X(02) VALUE '00'.
           05 WS-FS-CONTROLE-COMP PIC X(02) VALUE '00'.
           05 WS-FS-CHECKPOINT PIC X(02) VALUE '00'.
           05 WS-FS-RESTART PIC X(02) VALUE '00'.
           05 WS-FS-EMPRESA PIC X(02) VALUE '00'.
           05 WS-FS-DATA-PAGTO PIC X(02) VALUE '00'.
           05 WS-FS-ANUAL PIC X(02) VALUE '00'.
           05 WS-FS-FGTS PIC X(02) VALUE '00'.
           05 WS-FS-SIMULACAO-PAGTO PIC X(02) VALUE '00'.
           05 WS-FS-PENSAO PIC X(02) VALUE '00'.
           05 WS-FS-PLANO PIC X(02) VALUE '00'.
           05 WS-FS-DEPENDENTE PIC X(02) VALUE '00'.
           05 WS-FS-ADIANTAMENTO PIC X(02) VALUE '00'.
           05 WS-FS-AFASTAMENTO PIC X(02) VALUE '00'.
           05 WS-FS-TAXA PIC X(02) VALUE '00'.
           05 WS-FS-COMISSAO PIC X(02) VALUE '00'.
           05 WS-FS-EXCECAO-COMISSAO PIC X(02) VALUE '00'.
           05 WS-FS-FERIADOS PIC X(02) VALUE '00'.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-FIM-ORIGEM PIC X(01) VALUE 'N'.
               88 WS-FIM-ORIGEM VALUE 'S'.
           05 WS-IND-FIM-FREQUENCIA PIC X(01) VALUE 'N'.
               88 WS-FIM-FREQUENCIA VALUE 'S'.
               88 WS-NAO-FIM-FREQUENCIA VALUE 'N'.
           05 WS-IND-FIM-COMISSAO PIC X(01) VALUE 'N'.
               88 WS-FIM-COMISSAO VALUE 'S'.
               88 WS-NAO-FIM-COMISSAO VALUE 'N'.
           05 WS-IND-FIM-FERIADOS PIC X(01) VALUE 'N'.
               88 WS-FIM-FERIADOS VALUE 'S'.
               88 WS-NAO-FIM-FERIADOS VALUE 'N'.
           05 WS-IND-EMPRESTIMO-ABERTO PIC X(01) VALUE 'N'.
               88 WS-EMPRESTIMO-ABERTO VALUE 'S'.
               88 WS-EMPRESTIMO-FECHADO VALUE 'N'.
           05 WS-IND-BENEFICIO-ABERTO PIC X(01) VALUE 'N'.
               88 WS-BENEFICIO-ABERTO VALUE 'S'.
               88 WS-BENEFICIO-FECHADO VALUE 'N'.
           05 WS-IND-PENSAO-ABERTO PIC X(01) VALUE 'N'.
               88 WS-PENSAO-ABERTO VALUE 'S'.
               88 WS-PENSAO-FECHADO VALUE 'N'.
           05 WS-IND-FIM-PENSAO PIC X(01) VALUE 'N'.
               88 WS-FIM-PENSAO VALUE 'S'.
               88 WS-NAO-FIM-PENSAO VALUE 'N'.
           05 WS-IND-FIM-ADIANTAMENTO PIC X(01) VALUE 'N'.
               88 WS-FIM-ADIANTAMENTO VALUE 'S'.
               88 WS-NAO-FIM-ADIANTAMENTO VALUE 'N'.
           05 WS-IND-PLANO-ABERTO PIC X(01) VALUE 'N'.
               88 WS-PLANO-ABERTO VALUE 'S'.
               88 WS-PLANO-FECHADO VALUE 'N'.
           05 WS-IND-DEPENDENTE-ABERTO PIC X(01) VALUE 'N'.
               88 WS-DEPENDENTE-ABERTO VALUE 'S'.
               88 WS-DEPENDENTE-FECHADO VALUE 'N'.
           05 WS-IND-ADIANTAMENTO-ABERTO PIC X(01) VALUE 'N'.
               88 WS-ADIANTAMENTO-ABERTO VALUE 'S'.
               88 WS-ADIANTAMENTO-FECHADO VALUE 'N'.
           05 WS-IND-AFASTAMENTO-ABERTO PIC X(01) VALUE 'N'.
               88 WS-AFASTAMENTO-ABERTO VALUE 'S'.
               88 WS-AFASTAMENTO-FECHADO VALUE 'N'.
           05 WS-IND-FIM-AFASTAMENTO PIC X(01) VALUE 'N'.
               88 WS-FIM-AFASTAMENTO VALUE 'S'.
               88 WS-NAO-FIM-AFASTAMENTO VALUE 'N'.
           05 WS-IND-FIM-TAXA PIC X(01) VALUE 'N'.
               88 WS-FIM-TAXA VALUE 'S'.
               88 WS-NAO-FIM-TAXA VALUE 'N'.
           05 WS-IND-FIM-DEPENDENTE PIC X(01) VALUE 'N'.
               88 WS-FIM-DEPENDENTE VALUE 'S'.
               88 WS-NAO-FIM-DEPENDENTE VALUE 'N'.

       01 WS-QTD-SEM-CADASTRO-BANCO PIC 9(05) COMP VALUE ZERO.
       01 WS-QTD-RECREDITOS PIC 9(05) COMP VALUE ZERO.
       01 WS-QTD-RECREDITOS-MANTIDOS PIC 9(05) COMP VALUE ZERO.
       01 WS-QTD-EMPRESTIMOS-ABATIDOS PIC 9(05) COMP VALUE ZERO.
       01 WS-QTD-ADIANTAMENTOS-BAIXADOS PIC 9(05) COMP VALUE ZERO.

       01 WS-AREA-JOBSTAT.
           05 WS-JOB-NOME-STAT PIC X(08) VALUE 'MOVE'.
           05 WS-SITUACAO-STAT PIC X(01) VALUE SPACE.
           05 WS-RESULTADO-PRED PIC X(01) VALUE 'S'.
               88 WS-PREDECESSORES-OK VALUE 'S'.
               88 WS-PREDECESSOR-PENDENTE VALUE 'N'.

       01 WS-COMPETENCIA-ATUAL PIC 9(06) VALUE ZERO.
       01 WS-COMPETENCIA-INFORMADA PIC 9(06) VALUE ZERO.
           05 ANU-IRRF PIC 9(09)V99 VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 ANU-FGTS PIC 9(09)V99 VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 ANU-TIPO-RENDIMENTO PIC X(01) VALUE 'F'.

       01 WS-AREA-DATA-PAGTO-OFICIAL.
           05 WS-DATA-PAGAMENTO-OFICIAL PIC 9(08) VALUE ZERO.
               10 FQT-HORAS-50-TAB PIC 9(03).
               10 FQT-HORAS-100-TAB PIC 9(03).
               10 FQT-DIAS-FALTA-TAB PIC 9(02).
               10 FQT-HORAS-NOTURNAS-TAB PIC 9(03).
       01 WS-IND-FREQUENCIA-ACHADA PIC X(01) VALUE 'N'.
           88 WS-FREQUENCIA-ACHADA VALUE 'S'.
           88 WS-FREQUENCIA-NAO-ACHADA VALUE 'N'.

       01 WS-MAX-COMISSOES PIC 9(03) COMP VALUE 500.
       01 WS-QTD-COMISSOES PIC 9(03) COMP VALUE ZERO.
       01 WS-SUB-COMISSAO PIC 9(03) COMP VALUE ZERO.
       01 WS-MATRICULA-COMISSAO PIC 9(06) VALUE ZERO.
       01 WS-TABELA-COMISSOES.
           05 WS-COMISSAO-TAB OCCURS 500 TIMES.
               10 CMS-MATRICULA-TAB PIC 9(06).
               10 CMS-VALOR-TAB PIC 9(7)V99.
       01 WS-IND-COMISSAO-ACHADA PIC X(01) VALUE 'N'.
           88 WS-COMISSAO-ACHADA VALUE 'S'.
           88 WS-COMISSAO-NAO-ACHADA VALUE 'N'.

       01 WS-MAX-FERIADOS PIC 9(03) COMP VALUE 100.
       01 WS-QTD-FERIADOS PIC 9(03) COMP VALUE ZERO.
       01 WS-SUB-FERIADO PIC 9(03) COMP VALUE ZERO.
       01 WS-TABELA-FERIADOS.
           05 WS-FERIADO-TAB OCCURS 100 TIMES.
               10 FRD-DATA-TAB PIC 9(08).
       01 WS-IND-FERIADO-ACHADO PIC X(01) VALUE 'N'.
           88 WS-FERIADO-ACHADO VALUE 'S'.
           88 WS-FERIADO-NAO-ACHADO VALUE 'N'.

       01 WS-AREA-DIAS-DSR.
           05 WS-QTD-DIAS-UTEIS PIC 9(02) VALUE ZERO.
           05 WS-QTD-DIAS-DESCANSO PIC 9(02) VALUE ZERO.
           05 WS-COMPETENCIA-FERIADO PIC 9(06) VALUE ZERO.
           05 WS-DATA-DIA-DSR PIC 9(08) VALUE ZERO.
           05 WS-JUL-DIA-DSR PIC 9(07) COMP VALUE ZERO.
           05 WS-QUOCIENTE-DSR PIC 9(07) COMP VALUE ZERO.
           05 WS-RESTO-DSR PIC 9(01) COMP VALUE ZERO.
           05 WS-RESTO-DOMINGO PIC 9(01) COMP VALUE 6.
           05 WS-SUB-DIA-DSR PIC 9(02) COMP VALUE ZERO.

       01 WS-LINHA-CTRC-HORA-EXTRA.
           05 FILLER PIC X(21) VALUE '(+) HORAS EXTRAS'.
           05 LCT-HORA-EXTRA PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-LINHA-CTRC-ADIC-NOTURNO.
           05 FILLER PIC X(21) VALUE '(+) ADICIONAL NOTURNO'.
           05 LCT-ADIC-NOTURNO PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-LINHA-CTRC-ADIC-RISCO.
           05 LCT-DESC-ADIC-RISCO PIC X(21) VALUE SPACES.
           05 LCT-ADIC-RISCO PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-LINHA-CTRC-COMISSAO.
           05 FILLER PIC X(21) VALUE '(+) COMISSOES'.
           05 LCT-COMISSAO PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-LINHA-CTRC-DSR-COMISSAO.
           05 FILLER PIC X(21) VALUE '(+) DSR S/ COMISSOES'.
           05 LCT-DSR-COMISSAO PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-LINHA-CTRC-FALTAS.
           05 FILLER PIC X(21) VALUE '(-) FALTAS'.
           05 LCT-FALTAS PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER PIC X(21) VALUE 'VALE REFEICAO (INFO)'.
           05 LCT-VALOR-VR PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-LINHA-CTRC-PENSAO.
           05 FILLER PIC X(21) VALUE '(-) PENSAO ALIMENTIC.'.
           05 LCT-PENSAO PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-AREA-PENSAO.
           05 WS-BASE-ORDEM-PENSAO PIC 9(7)V99 VALUE ZERO.
           05 WS-VALOR-ORDEM-PENSAO PIC 9(7)V99 VALUE ZERO.
           05 WS-SALDO-PENSAO-BORDERO PIC 9(7)V99 VALUE ZERO.
           05 WS-MATRICULA-PENSAO PIC 9(06) VALUE ZERO.
       01 WS-QTD-CREDITOS-PENSAO PIC 9(05) COMP VALUE ZERO.

       01 WS-AREA-ADIANTAMENTO.
           05 WS-MATRICULA-ADIANTAMENTO PIC 9(06) VALUE ZERO.
           05 WS-COMPETENCIA-ADIANTAMENTO PIC 9(06) VALUE ZERO.
           05 WS-SALDO-ADIANTAMENTO PIC 9(7)V99 VALUE ZERO.
           05 WS-ADIANTAMENTO-A-BAIXAR PIC 9(7)V99 VALUE ZERO.
           05 WS-ADIANTAMENTO-APROPRIADO PIC 9(7)V99 VALUE ZERO.

       01 WS-LINHA-CTRC-PLANO-SAUDE.
           05 FILLER PIC X(21) VALUE '(-) PLANO DE SAUDE'.
           05 LCT-PLANO-SAUDE PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-LINHA-CTRC-ADIANTAMENTO.
           05 FILLER PIC X(21) VALUE '(-) ADIANTAMENTO'.
           05 LCT-ADIANTAMENTO PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-LINHA-CTRC-SALARIO-FAMILIA.
           05 FILLER PIC X(21) VALUE '(+) SALARIO-FAMILIA'.
           05 LCT-SALARIO-FAMILIA PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-AREA-SALARIO-FAMILIA.
           05 WS-SFM-TETO PIC 9(7)V99 VALUE ZERO.
           05 WS-SFM-VALOR-COTA PIC 9(7)V99 VALUE ZERO.
           05 WS-SFM-VIGENCIA PIC 9(06) VALUE ZERO.
           05 WS-SFM-DATA-CORTE PIC 9(08) VALUE ZERO.
           05 WS-SFM-QTD-FILHOS PIC 9(02) VALUE ZERO.
           05 WS-SFM-IND-TABELA PIC X(01) VALUE 'N'.
               88 WS-SFM-TABELA-ACHADA VALUE 'S'.
               88 WS-SFM-TABELA-NAO-ACHADA VALUE 'N'.
       01 WS-QTD-SALARIO-FAMILIA PIC 9(05) COMP VALUE ZERO.

       01 WS-AREA-PLANOPRC.
           05 PLP-ENTRADA.
               10 PLP-PLANO PIC X(04) VALUE SPACES.
               10 PLP-IND-VIDA PIC X(01) VALUE 'T'.
               10 PLP-COMPETENCIA PIC 9(06) VALUE ZERO.
               10 PLP-DATA-NASCIMENTO PIC 9(08) VALUE ZERO.
           05 PLP-SAIDA.
               10 PLP-IDADE PIC 9(03) VALUE ZERO.
               10 PLP-VALOR-PLANO PIC 9(05)V99 VALUE ZERO.
               10 PLP-VALOR-FUNCIONARIO PIC 9(05)V99 VALUE ZERO.
               10 PLP-IND-PRECO-ACHADO PIC X(01) VALUE 'N'.
                   88 PLP-PRECO-ACHADO VALUE 'S'.
                   88 PLP-PRECO-NAO-ACHADO VALUE 'N'.
       01 WS-MAX-DEPENDENTES-PLANO PIC 99 COMP VALUE 10.
       01 WS-SUB-DEPENDENTE-PLANO PIC 99 COMP VALUE ZERO.

       01 WS-LINHA-CTRC-AFASTAMENTO.
           05 FILLER PIC X(17) VALUE 'AFASTAMENTO TIPO '.
           05 LCT-AFASTAMENTO PIC X(01) VALUE SPACE.
           05 FILLER PIC X(03) VALUE ' - '.
           05 LCT-DIAS-AFASTAMENTO PIC Z9 VALUE ZERO.
           05 FILLER PIC X(25) VALUE ' DIA(S) NA COMPETENCIA, '.
           05 LCT-DIAS-NAO-PAGOS PIC Z9 VALUE ZERO.
           05 FILLER PIC X(30) VALUE ' NAO PAGO(S) PELA EMPRESA'.

       01 WS-LINHA-CTRC-SUSPENSAO.
           05 FILLER PIC X(31) VALUE 'MES SEM PROVISAO DE 13o/FERIAS '.
           05 FILLER PIC X(49) VALUE
               '(PERIODO AQUISITIVO SUSPENSO PELO AFASTAMENTO)'.

       01 WS-AREA-AFASTAMENTO.
           05 WS-AFASTAMENTO-DESTINO PIC X(01) VALUE SPACE.
           05 WS-DIAS-AFASTAMENTO-DESTINO PIC 9(02) VALUE ZERO.
           05 WS-DIAS-NAO-PAGOS-DESTINO PIC 9(02) VALUE ZERO.
           05 WS-DIAS-FGTS-AFAST PIC 9(02) VALUE ZERO.
           05 WS-IND-MES-SUSPENSO PIC X(01) VALUE 'N'.
               88 WS-MES-SUSPENSO VALUE 'S'.
               88 WS-MES-NAO-SUSPENSO VALUE 'N'.
           05 WS-BASE-FGTS-AFAST-DESTINO PIC 9(7)V99 VALUE ZERO.
           05 WS-DIAS-MES-AFASTAMENTO PIC 9(02) VALUE ZERO.
           05 WS-MINIMO-DIAS-AQUISICAO PIC 9(02) VALUE 15.
           05 WS-DIAS-EMPRESA-PAGA PIC 9(02) VALUE 15.
           05 WS-DATA-AFASTAMENTO-CALC PIC 9(08) VALUE ZERO.
           05 WS-JUL-INICIO-MES PIC 9(07) VALUE ZERO.
           05 WS-JUL-FIM-MES PIC 9(07) VALUE ZERO.
           05 WS-JUL-INICIO-AFAST PIC 9(07) VALUE ZERO.
           05 WS-JUL-FIM-AFAST PIC 9(07) VALUE ZERO.
           05 WS-JUL-INICIO-NAO-PAGO PIC 9(07) VALUE ZERO.
           05 WS-JUL-INICIO-CALC PIC 9(07) VALUE ZERO.
           05 WS-JUL-FIM-CALC PIC 9(07) VALUE ZERO.
           05 WS-DIAS-CALC PIC 9(03) VALUE ZERO.

       01 WS-QTD-SALDOS-ATUALIZADOS PIC 9(05) COMP VALUE ZERO.
       01 WS-IND-SALDO-NOVO PIC X(01) VALUE 'N'.
           88 WS-SALDO-NOVO VALUE 'S'.
           88 WS-SALDO-EXISTENTE VALUE 'N'.

       01 WS-QTD-LANCAMENTOS-FGTS PIC 9(05) COMP VALUE ZERO.
       01 WS-IND-LANCAMENTO-FGTS PIC X(01) VALUE 'N'.
           88 WS-LANCAMENTO-FGTS-NOVO VALUE 'S'.
           88 WS-LANCAMENTO-FGTS-EXISTENTE VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
       PERFORM 0500-SELECIONAR-MODO.
           MOVE ZERO TO WS-DATA-DEMISSAO-DESTINO
           MOVE ZERO TO WS-MATRICULA-DESTINO
           MOVE ZERO TO WS-CPF-DESTINO
           MOVE SPACE TO WS-TIPO-CONTRATO-DESTINO
           MOVE SPACE TO WS-GRAU-RISCO-DESTINO
           EXIT.

       1050-SIMULAR-DADOS.
           MOVE ZERO TO WS-DATA-DEMISSAO-DESTINO
           MOVE ZERO TO WS-MATRICULA-DESTINO
           MOVE ZERO TO WS-CPF-DESTINO
           MOVE SPACE TO WS-TIPO-CONTRATO-DESTINO
           MOVE SPACE TO WS-GRAU-RISCO-DESTINO
           EXIT.

       2000-CALCULAR-ENCARGOS.
           MOVE WS-SALARIO-DESTINO TO WS-SALARIO-BASE-BENEFICIO
           MOVE WS-TIPO-CONTRATO-DESTINO TO TPC-TIPO-CONTRATO
           CALL 'TIPOCONT' USING WS-AREA-TIPOCONT
           PERFORM 2050-VALIDAR-FAIXA-SALARIAL
           PERFORM 2055-PRORATEAR-SALARIO
           PERFORM 2057-APLICAR-AFASTAMENTO
           PERFORM 2075-LOCALIZAR-FREQUENCIA
           PERFORM 2077-LOCALIZAR-COMISSAO
           PERFORM 2150-BUSCAR-DEPENDENTES-INITMST
           PERFORM 2080-CHAMAR-FOLHCALC
           PERFORM 2240-DESCONTAR-PENSAO
           PERFORM 2280-DESCONTAR-ADIANTAMENTO
           PERFORM 2250-DESCONTAR-EMPRESTIMO
           PERFORM 2270-DESCONTAR-BENEFICIOS
           PERFORM 2275-DESCONTAR-PLANO-SAUDE
           PERFORM 2285-PAGAR-SALARIO-FAMILIA
           PERFORM 2300-CALCULAR-PROVISOES
           PERFORM 2900-FORMATAR-VALORES
           EXIT.
           END-IF
           EXIT.

       2057-APLICAR-AFASTAMENTO.
           MOVE SPACE TO WS-AFASTAMENTO-DESTINO
           MOVE ZERO TO WS-DIAS-AFASTAMENTO-DESTINO
           MOVE ZERO TO WS-DIAS-NAO-PAGOS-DESTINO
           MOVE ZERO TO WS-DIAS-FGTS-AFAST
           MOVE ZERO TO WS-BASE-FGTS-AFAST-DESTINO
           SET WS-MES-NAO-SUSPENSO TO TRUE
           MOVE WS-DIAS-MES-CALC TO WS-DIAS-MES-AFASTAMENTO
           IF WS-AFASTAMENTO-ABERTO
               AND WS-MATRICULA-DESTINO > ZERO
               AND WS-DIAS-MES-AFASTAMENTO > ZERO
               COMPUTE WS-DATA-AFASTAMENTO-CALC =
                   WS-COMPETENCIA-ATUAL * 100 + 1
               COMPUTE WS-JUL-INICIO-MES =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AFASTAMENTO-CALC)
               COMPUTE WS-JUL-FIM-MES =
                   WS-JUL-INICIO-MES + WS-DIAS-MES-AFASTAMENTO - 1
               MOVE WS-MATRICULA-DESTINO TO AFA-MATRICULA
               MOVE ZERO TO AFA-DATA-INICIO
               START AFASTAMENTO-ARQ KEY IS >= AFA-CHAVE
                   INVALID KEY
                       SET WS-FIM-AFASTAMENTO TO TRUE
                   NOT INVALID KEY
                       SET WS-NAO-FIM-AFASTAMENTO TO TRUE
                       PERFORM 2058-SOMAR-DIAS-AFASTAMENTO
                           UNTIL WS-FIM-AFASTAMENTO
               END-START
           END-IF

           IF WS-DIAS-AFASTAMENTO-DESTINO > WS-DIAS-MES-AFASTAMENTO
               MOVE WS-DIAS-MES-AFASTAMENTO
                   TO WS-DIAS-AFASTAMENTO-DESTINO
           END-IF
           IF WS-DIAS-NAO-PAGOS-DESTINO > WS-DIAS-MES-AFASTAMENTO
               MOVE WS-DIAS-MES-AFASTAMENTO
                   TO WS-DIAS-NAO-PAGOS-DESTINO
           END-IF
           IF WS-DIAS-FGTS-AFAST > WS-DIAS-NAO-PAGOS-DESTINO
               MOVE WS-DIAS-NAO-PAGOS-DESTINO TO WS-DIAS-FGTS-AFAST
           END-IF

           IF WS-DIAS-NAO-PAGOS-DESTINO > ZERO
               COMPUTE WS-SALARIO-DESTINO ROUNDED =
                   WS-SALARIO-DESTINO
                   * (WS-DIAS-MES-AFASTAMENTO
                   - WS-DIAS-NAO-PAGOS-DESTINO)
                   / WS-DIAS-MES-AFASTAMENTO
               COMPUTE WS-BASE-FGTS-AFAST-DESTINO ROUNDED =
                   WS-SALARIO-BASE-BENEFICIO * WS-DIAS-FGTS-AFAST
                   / WS-DIAS-MES-AFASTAMENTO
               IF WS-DIAS-MES-AFASTAMENTO - WS-DIAS-NAO-PAGOS-DESTINO
                   < WS-MINIMO-DIAS-AQUISICAO
                   SET WS-MES-SUSPENSO TO TRUE
               END-IF
               DISPLAY 'AFASTAMENTO TIPO ' WS-AFASTAMENTO-DESTINO ' ('
                   WS-DIAS-NAO-PAGOS-DESTINO ' DIA(S) NAO PAGO(S) '
                   'PELA EMPRESA): ' WS-NOME-DESTINO
           END-IF
           EXIT.

       2058-SOMAR-DIAS-AFASTAMENTO.
           READ AFASTAMENTO-ARQ NEXT
               AT END
                   SET WS-FIM-AFASTAMENTO TO TRUE
               NOT AT END
                   IF AFA-MATRICULA NOT = WS-MATRICULA-DESTINO
                       SET WS-FIM-AFASTAMENTO TO TRUE
                   ELSE
                       PERFORM 2059-APURAR-UM-AFASTAMENTO
                   END-IF
           END-READ
           EXIT.

       2059-APURAR-UM-AFASTAMENTO.
           COMPUTE WS-JUL-INICIO-AFAST =
               FUNCTION INTEGER-OF-DATE(AFA-DATA-INICIO)
           IF AFA-DATA-RETORNO = ZERO
               MOVE WS-JUL-FIM-MES TO WS-JUL-FIM-AFAST
           ELSE
               COMPUTE WS-JUL-FIM-AFAST =
                   FUNCTION INTEGER-OF-DATE(AFA-DATA-RETORNO) - 1
           END-IF

           IF WS-JUL-INICIO-AFAST > WS-JUL-INICIO-MES
               MOVE WS-JUL-INICIO-AFAST TO WS-JUL-INICIO-CALC
           ELSE
               MOVE WS-JUL-INICIO-MES TO WS-JUL-INICIO-CALC
           END-IF
           IF WS-JUL-FIM-AFAST < WS-JUL-FIM-MES
               MOVE WS-JUL-FIM-AFAST TO WS-JUL-FIM-CALC
           ELSE
               MOVE WS-JUL-FIM-MES TO WS-JUL-FIM-CALC
           END-IF

           IF WS-JUL-INICIO-CALC NOT > WS-JUL-FIM-CALC
               MOVE AFA-TIPO TO WS-AFASTAMENTO-DESTINO
               COMPUTE WS-DIAS-CALC =
                   WS-JUL-FIM-CALC - WS-JUL-INICIO-CALC + 1
               ADD WS-DIAS-CALC TO WS-DIAS-AFASTAMENTO-DESTINO

               EVALUATE TRUE
                   WHEN AFA-EMPRESA-PAGA-15-DIAS
                       COMPUTE WS-JUL-INICIO-NAO-PAGO =
                           WS-JUL-INICIO-AFAST + WS-DIAS-EMPRESA-PAGA
                   WHEN AFA-NAO-REMUNERADA
                       MOVE WS-JUL-INICIO-AFAST
                           TO WS-JUL-INICIO-NAO-PAGO
                   WHEN OTHER
                       COMPUTE WS-JUL-INICIO-NAO-PAGO =
                           WS-JUL-FIM-CALC + 1
               END-EVALUATE
               IF WS-JUL-INICIO-NAO-PAGO > WS-JUL-INICIO-CALC
                   MOVE WS-JUL-INICIO-NAO-PAGO TO WS-JUL-INICIO-CALC
               END-IF
               IF WS-JUL-INICIO-CALC NOT > WS-JUL-FIM-CALC
                   COMPUTE WS-DIAS-CALC =
                       WS-JUL-FIM-CALC - WS-JUL-INICIO-CALC + 1
                   ADD WS-DIAS-CALC TO WS-DIAS-NAO-PAGOS-DESTINO
                   IF AFA-FGTS-CONTINUA
                       ADD WS-DIAS-CALC TO WS-DIAS-FGTS-AFAST
                   END-IF
               END-IF
           END-IF
           EXIT.

       2075-LOCALIZAR-FREQUENCIA.
           SET WS-FREQUENCIA-NAO-ACHADA TO TRUE
           MOVE 1 TO WS-SUB-FREQUENCIA
           END-IF
           EXIT.

       2077-LOCALIZAR-COMISSAO.
           MOVE ZERO TO WS-COMISSAO-DESTINO
           MOVE WS-MATRICULA-DESTINO TO WS-MATRICULA-COMISSAO
           SET WS-COMISSAO-NAO-ACHADA TO TRUE
           MOVE 1 TO WS-SUB-COMISSAO
           PERFORM 2078-COMPARAR-COMISSAO
               UNTIL WS-SUB-COMISSAO > WS-QTD-COMISSOES
               OR WS-COMISSAO-ACHADA
           IF WS-COMISSAO-ACHADA
               MOVE CMS-VALOR-TAB(WS-SUB-COMISSAO)
                   TO WS-COMISSAO-DESTINO
           END-IF
           EXIT.

       2078-COMPARAR-COMISSAO.
           IF CMS-MATRICULA-TAB(WS-SUB-COMISSAO)
               = WS-MATRICULA-COMISSAO
               SET WS-COMISSAO-ACHADA TO TRUE
           ELSE
               ADD 1 TO WS-SUB-COMISSAO
           END-IF
           EXIT.

       2300-CALCULAR-PROVISOES.
           IF WS-MES-SUSPENSO OR TPC-NAO-PROVISIONA
               MOVE ZERO TO WS-PROVISAO-13-DESTINO
               MOVE ZERO TO WS-PROVISAO-FERIAS-DESTINO
           ELSE
               COMPUTE WS-PROVISAO-13-DESTINO ROUNDED =
                   WS-SALARIO-DESTINO / 12
               COMPUTE WS-PROVISAO-FERIAS-DESTINO ROUNDED =
                   (WS-SALARIO-DESTINO + (WS-SALARIO-DESTINO / 3)) / 12
           END-IF
           EXIT.

       2900-FORMATAR-VALORES.
           MOVE WS-SALARIO-DESTINO TO FCL-SALARIO-BASE
           MOVE WS-DATA-ADMISSAO-DESTINO TO FCL-DATA-ADMISSAO
           MOVE WS-DATA-HOJE TO FCL-DATA-REFERENCIA
           MOVE WS-COMPETENCIA-ATUAL TO FCL-COMPETENCIA
           IF WS-FREQUENCIA-ACHADA
               MOVE FQT-HORAS-50-TAB(WS-SUB-FREQUENCIA)
                   TO FCL-HORAS-EXTRA-50
                   TO FCL-HORAS-EXTRA-100
               MOVE FQT-DIAS-FALTA-TAB(WS-SUB-FREQUENCIA)
                   TO FCL-DIAS-FALTA
               MOVE FQT-HORAS-NOTURNAS-TAB(WS-SUB-FREQUENCIA)
                   TO FCL-HORAS-NOTURNAS
           ELSE
               MOVE ZERO TO FCL-HORAS-EXTRA-50
               MOVE ZERO TO FCL-HORAS-EXTRA-100
               MOVE ZERO TO FCL-DIAS-FALTA
               MOVE ZERO TO FCL-HORAS-NOTURNAS
           END-IF
           MOVE WS-QTD-DEPENDENTES-DESTINO TO FCL-QTD-DEPENDENTES
           MOVE WS-TIPO-CONTRATO-DESTINO TO FCL-TIPO-CONTRATO
           MOVE WS-GRAU-RISCO-DESTINO TO FCL-GRAU-RISCO
           MOVE WS-COMISSAO-DESTINO TO FCL-VALOR-COMISSAO
           MOVE WS-QTD-DIAS-UTEIS TO FCL-DIAS-UTEIS
           MOVE WS-QTD-DIAS-DESCANSO TO FCL-DIAS-DESCANSO

           CALL 'FOLHCALC' USING WS-AREA-FOLHCALC

           MOVE FCL-SALARIO-CALCULADO TO WS-SALARIO-DESTINO
           MOVE FCL-VALOR-HORA-EXTRA TO WS-VALOR-HORA-EXTRA-DESTINO
           MOVE FCL-VALOR-FALTAS TO WS-VALOR-FALTAS-DESTINO
           MOVE FCL-VALOR-ADIC-NOTURNO TO WS-ADIC-NOTURNO-DESTINO
           MOVE FCL-VALOR-ADIC-RISCO TO WS-ADIC-RISCO-DESTINO
           MOVE FCL-VALOR-DSR-COMISSAO TO WS-DSR-COMISSAO-DESTINO
           MOVE FCL-INSS TO WS-INSS-DESTINO
           MOVE FCL-IRRF TO WS-IRRF-DESTINO
           MOVE FCL-LIQUIDO TO WS-LIQUIDO-DESTINO
           END-IF
           EXIT.

       2240-DESCONTAR-PENSAO.
           MOVE ZERO TO WS-PENSAO-DESTINO
           MOVE ZERO TO WS-BASE-PENSAO-DESTINO
           IF WS-PENSAO-ABERTO
               AND WS-MATRICULA-DESTINO > ZERO
               MOVE WS-LIQUIDO-DESTINO TO WS-BASE-PENSAO-DESTINO
               MOVE WS-BASE-PENSAO-DESTINO TO WS-BASE-ORDEM-PENSAO
               MOVE WS-MATRICULA-DESTINO TO WS-MATRICULA-PENSAO
               MOVE WS-MATRICULA-DESTINO TO PEN-MATRICULA
               MOVE ZERO TO PEN-NUMERO
               START PENSAO-ARQ KEY IS >= PEN-CHAVE
                   INVALID KEY
                       SET WS-FIM-PENSAO TO TRUE
                   NOT INVALID KEY
                       SET WS-NAO-FIM-PENSAO TO TRUE
                       PERFORM 2245-SOMAR-ORDEM-PENSAO
                           UNTIL WS-FIM-PENSAO
               END-START
               IF WS-PENSAO-DESTINO > WS-BASE-PENSAO-DESTINO
                   MOVE WS-BASE-PENSAO-DESTINO TO WS-PENSAO-DESTINO
               END-IF
               IF WS-PENSAO-DESTINO > ZERO
                   MOVE WS-PENSAO-DESTINO TO FCL-DEDUCAO-PENSAO
                   CALL 'FOLHCALC' USING WS-AREA-FOLHCALC
                   MOVE ZERO TO FCL-DEDUCAO-PENSAO
                   MOVE FCL-IRRF TO WS-IRRF-DESTINO
                   COMPUTE WS-LIQUIDO-DESTINO =
                       FCL-LIQUIDO - WS-PENSAO-DESTINO
                   DISPLAY 'PENSAO ALIMENTICIA DESCONTADA: '
                       WS-NOME-DESTINO ': ' WS-PENSAO-DESTINO
               END-IF
           END-IF
           EXIT.

       2245-SOMAR-ORDEM-PENSAO.
           READ PENSAO-ARQ NEXT
               AT END
                   SET WS-FIM-PENSAO TO TRUE
               NOT AT END
                   IF PEN-MATRICULA NOT = WS-MATRICULA-PENSAO
                       SET WS-FIM-PENSAO TO TRUE
                   ELSE
                       IF PEN-ATIVA
                           PERFORM 2248-CALCULAR-VALOR-ORDEM
                           ADD WS-VALOR-ORDEM-PENSAO
                               TO WS-PENSAO-DESTINO
                       END-IF
                   END-IF
           END-READ
           EXIT.

       2248-CALCULAR-VALOR-ORDEM.
           IF PEN-PERCENTUAL-LIQUIDO
               COMPUTE WS-VALOR-ORDEM-PENSAO ROUNDED =
                   WS-BASE-ORDEM-PENSAO * PEN-PERCENTUAL / 100
           ELSE
               MOVE PEN-VALOR TO WS-VALOR-ORDEM-PENSAO
           END-IF
           EXIT.

       2250-DESCONTAR-EMPRESTIMO.
           MOVE ZERO TO WS-EMPRESTIMO-DESTINO
           IF WS-EMPRESTIMO-ABERTO
           EXIT.

       2260-APURAR-PRESTACAO.
           IF EMP-SISTEMA-SAC AND EMP-PRAZO > ZERO
               PERFORM 2265-APURAR-PRESTACAO-SAC
           ELSE
               MOVE EMP-PRESTACAO TO WS-EMPRESTIMO-DESTINO
           END-IF
           IF EMP-SALDO-DEVEDOR < WS-EMPRESTIMO-DESTINO
               MOVE EMP-SALDO-DEVEDOR TO WS-EMPRESTIMO-DESTINO
           END-IF
           IF WS-EMPRESTIMO-DESTINO > WS-LIQUIDO-DESTINO
               MOVE WS-LIQUIDO-DESTINO TO WS-EMPRESTIMO-DESTINO
           END-IF
           SUBTRACT WS-EMPRESTIMO-DESTINO FROM WS-LIQUIDO-DESTINO
           EXIT.

       2265-APURAR-PRESTACAO-SAC.
           COMPUTE WS-AMORTIZACAO-SAC-DESTINO ROUNDED =
               EMP-CAPITAL / EMP-PRAZO
           IF EMP-PARCELAS-PAGAS + 1 NOT < EMP-PRAZO
               MOVE EMP-SALDO-DEVEDOR TO WS-EMPRESTIMO-DESTINO
           ELSE
               COMPUTE WS-EMPRESTIMO-DESTINO ROUNDED =
                   WS-AMORTIZACAO-SAC-DESTINO
                   + (EMP-CAPITAL - EMP-PARCELAS-PAGAS
                   * WS-AMORTIZACAO-SAC-DESTINO) * EMP-TAXA
           END-IF
           EXIT.

       2270-DESCONTAR-BENEFICIOS.
           MOVE ZERO TO WS-VALE-TRANSPORTE-DESTINO
           MOVE ZERO TO WS-VALOR-VR-DESTINO
                       CONTINUE
                   NOT INVALID KEY
                       IF BEN-TEM-VT
                           AND WS-DIAS-AFASTAMENTO-DESTINO
                           < WS-DIAS-MES-AFASTAMENTO
                           COMPUTE WS-VALE-TRANSPORTE-DESTINO
                               ROUNDED = WS-SALARIO-BASE-BENEFICIO
                               * WS-ALIQUOTA-VALE-TRANSPORTE
                               * (WS-DIAS-MES-AFASTAMENTO
                               - WS-DIAS-AFASTAMENTO-DESTINO)
                               / WS-DIAS-MES-AFASTAMENTO
                           IF WS-VALE-TRANSPORTE-DESTINO
                               > WS-LIQUIDO-DESTINO
                               MOVE WS-LIQUIDO-DESTINO
           END-IF
           EXIT.

       2275-DESCONTAR-PLANO-SAUDE.
           MOVE ZERO TO WS-PLANO-SAUDE-DESTINO
           IF WS-PLANO-ABERTO
               AND WS-MATRICULA-DESTINO > ZERO
               MOVE WS-MATRICULA-DESTINO TO PLA-MATRICULA
               READ PLANO-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLA-ATIVO
                           PERFORM 2276-APURAR-PLANO-SAUDE
                       END-IF
               END-READ
           END-IF
           EXIT.

       2276-APURAR-PLANO-SAUDE.
           MOVE PLA-PLANO TO PLP-PLANO
           MOVE WS-COMPETENCIA-ATUAL TO PLP-COMPETENCIA
           MOVE 'T' TO PLP-IND-VIDA
           MOVE ZERO TO PLP-DATA-NASCIMENTO
           MOVE WS-IDADE-DESTINO TO PLP-IDADE
           CALL 'PLANOPRC' USING WS-AREA-PLANOPRC
           IF PLP-PRECO-ACHADO
               ADD PLP-VALOR-FUNCIONARIO TO WS-PLANO-SAUDE-DESTINO
           ELSE
               DISPLAY 'ATENCAO: PLANO/FAIXA NAO ENCONTRADO EM '
                   'AC00PLPR - ' WS-NOME-DESTINO ' PLANO ' PLA-PLANO
                   ' IDADE ' PLP-IDADE
           END-IF
           MOVE 1 TO WS-SUB-DEPENDENTE-PLANO
           PERFORM 2277-APURAR-DEPENDENTE-PLANO
               UNTIL WS-SUB-DEPENDENTE-PLANO > WS-MAX-DEPENDENTES-PLANO
           IF WS-PLANO-SAUDE-DESTINO > WS-LIQUIDO-DESTINO
               MOVE WS-LIQUIDO-DESTINO TO WS-PLANO-SAUDE-DESTINO
           END-IF
           SUBTRACT WS-PLANO-SAUDE-DESTINO FROM WS-LIQUIDO-DESTINO
           EXIT.

       2277-APURAR-DEPENDENTE-PLANO.
           IF PLA-SEQ-DEPENDENTE(WS-SUB-DEPENDENTE-PLANO) > ZERO
               IF WS-DEPENDENTE-ABERTO AND WS-CPF-DESTINO > ZERO
                   MOVE WS-CPF-DESTINO TO MSD-CPF-TITULAR
                   MOVE PLA-SEQ-DEPENDENTE(WS-SUB-DEPENDENTE-PLANO)
                       TO MSD-SEQUENCIA
                   READ DEPENDENTE-ARQ
                       INVALID KEY
                           DISPLAY 'ATENCAO: DEPENDENTE COBERTO NAO '
                               'CADASTRADO EM INITDEP - '
                               WS-NOME-DESTINO ' SEQUENCIA '
                               MSD-SEQUENCIA
                       NOT INVALID KEY
                           MOVE 'D' TO PLP-IND-VIDA
                           MOVE MSD-DATA-NASCIMENTO
                               TO PLP-DATA-NASCIMENTO
                           CALL 'PLANOPRC' USING WS-AREA-PLANOPRC
                           IF PLP-PRECO-ACHADO
                               ADD PLP-VALOR-FUNCIONARIO
                                   TO WS-PLANO-SAUDE-DESTINO
                           ELSE
                               DISPLAY 'ATENCAO: FAIXA NAO ENCONTRADA '
                                   'EM AC00PLPR - ' MSD-NOME
                                   ' IDADE ' PLP-IDADE
                           END-IF
                   END-READ
               END-IF
           END-IF
           ADD 1 TO WS-SUB-DEPENDENTE-PLANO
           EXIT.

       2280-DESCONTAR-ADIANTAMENTO.
           MOVE ZERO TO WS-ADIANTAMENTO-DESTINO
           IF WS-ADIANTAMENTO-ABERTO
               AND WS-MATRICULA-DESTINO > ZERO
               MOVE WS-MATRICULA-DESTINO TO WS-MATRICULA-ADIANTAMENTO
               MOVE WS-COMPETENCIA-ATUAL TO WS-COMPETENCIA-ADIANTAMENTO
               MOVE WS-MATRICULA-DESTINO TO ADI-MATRICULA
               MOVE ZERO TO ADI-COMPETENCIA
               START ADIANTAMENTO-ARQ KEY IS >= ADI-CHAVE
                   INVALID KEY
                       SET WS-FIM-ADIANTAMENTO TO TRUE
                   NOT INVALID KEY
                       SET WS-NAO-FIM-ADIANTAMENTO TO TRUE
                       PERFORM 2281-SOMAR-SALDO-ADIANTAMENTO
                           UNTIL WS-FIM-ADIANTAMENTO
               END-START
               IF WS-ADIANTAMENTO-DESTINO > WS-LIQUIDO-DESTINO
                   MOVE WS-LIQUIDO-DESTINO TO WS-ADIANTAMENTO-DESTINO
                   DISPLAY 'ATENCAO: LIQUIDO INSUFICIENTE PARA '
                       'DESCONTAR O ADIANTAMENTO INTEGRAL - '
                       WS-NOME-DESTINO
               END-IF
               SUBTRACT WS-ADIANTAMENTO-DESTINO FROM WS-LIQUIDO-DESTINO
           END-IF
           EXIT.

       2281-SOMAR-SALDO-ADIANTAMENTO.
           READ ADIANTAMENTO-ARQ NEXT
               AT END
                   SET WS-FIM-ADIANTAMENTO TO TRUE
               NOT AT END
                   IF ADI-MATRICULA NOT = WS-MATRICULA-ADIANTAMENTO
                       OR ADI-COMPETENCIA > WS-COMPETENCIA-ADIANTAMENTO
                       SET WS-FIM-ADIANTAMENTO TO TRUE
                   ELSE
                       PERFORM 2282-APURAR-SALDO-ADIANTAMENTO
                       ADD WS-SALDO-ADIANTAMENTO
                           TO WS-ADIANTAMENTO-DESTINO
                   END-IF
           END-READ
           EXIT.

       2282-APURAR-SALDO-ADIANTAMENTO.
           COMPUTE WS-SALDO-ADIANTAMENTO =
               ADI-VALOR - ADI-VALOR-DESCONTADO
           IF ADI-COMPETENCIA-COBRANCA = WS-COMPETENCIA-ADIANTAMENTO
               ADD ADI-VALOR-COBRANCA TO WS-SALDO-ADIANTAMENTO
           END-IF
           EXIT.

       2285-PAGAR-SALARIO-FAMILIA.
           MOVE ZERO TO WS-SALARIO-FAMILIA-DESTINO
           MOVE ZERO TO WS-SFM-QTD-FILHOS
           IF WS-SFM-TABELA-ACHADA AND WS-DEPENDENTE-ABERTO
               AND WS-CPF-DESTINO > ZERO AND TPC-COM-VERBAS-CLT
               AND WS-SALARIO-DESTINO NOT > WS-SFM-TETO
               COMPUTE WS-SFM-DATA-CORTE =
                   (WS-ANO-CALC - 14) * 10000 + WS-MES-CALC * 100 + 1
               MOVE WS-CPF-DESTINO TO MSD-CPF-TITULAR
               MOVE ZERO TO MSD-SEQUENCIA
               SET WS-NAO-FIM-DEPENDENTE TO TRUE
               START DEPENDENTE-ARQ KEY IS NOT LESS THAN MSD-CHAVE
                   INVALID KEY
                       SET WS-FIM-DEPENDENTE TO TRUE
               END-START
               PERFORM 2286-CONTAR-FILHO UNTIL WS-FIM-DEPENDENTE
               IF WS-SFM-QTD-FILHOS > ZERO
                   PERFORM 2287-CALCULAR-COTAS
               END-IF
           END-IF
           EXIT.

       2286-CONTAR-FILHO.
           READ DEPENDENTE-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-DEPENDENTE TO TRUE
           END-READ
           IF WS-NAO-FIM-DEPENDENTE
               IF MSD-CPF-TITULAR NOT = WS-CPF-DESTINO
                   SET WS-FIM-DEPENDENTE TO TRUE
               ELSE
                   IF MSD-FILHO-SALARIO-FAMILIA
                       AND MSD-DATA-NASCIMENTO > WS-SFM-DATA-CORTE
                       ADD 1 TO WS-SFM-QTD-FILHOS
                   END-IF
               END-IF
           END-IF
           EXIT.

       2287-CALCULAR-COTAS.
           COMPUTE WS-SALARIO-FAMILIA-DESTINO =
               WS-SFM-QTD-FILHOS * WS-SFM-VALOR-COTA
           IF (WS-DATA-ADMISSAO-DESTINO > ZERO
               AND WS-COMPETENCIA-ADMISSAO = WS-COMPETENCIA-ATUAL)
               OR (WS-DATA-DEMISSAO-DESTINO > ZERO
               AND WS-DEM-COMPETENCIA-DESTINO = WS-COMPETENCIA-ATUAL)
               COMPUTE WS-SALARIO-FAMILIA-DESTINO ROUNDED =
                   WS-SALARIO-FAMILIA-DESTINO * WS-DIAS-TRABALHADOS
                   / WS-DIAS-MES-CALC
           END-IF
           ADD WS-SALARIO-FAMILIA-DESTINO TO WS-LIQUIDO-DESTINO
           ADD 1 TO WS-QTD-SALARIO-FAMILIA
           DISPLAY 'SALARIO-FAMILIA (' WS-SFM-QTD-FILHOS
               ' COTA(S)): ' WS-NOME-DESTINO
           EXIT.

       3000-EXIBIR-DADOS.
           DISPLAY 'NOME...........: ' WS-NOME-DESTINO
           DISPLAY 'IDADE..........: ' WS-IDADE-DESTINO
           DISPLAY 'PROVISAO FERIAS.: ' WS-PROVISAO-FERIAS-EDIT
           EXIT.

       1490-CONFERIR-PREDECESSORES.
           CALL 'JOBPRED' USING WS-JOB-NOME-STAT WS-RESULTADO-PRED
           IF WS-PREDECESSOR-PENDENTE
               DISPLAY 'PREDECESSOR PENDENTE EM SETSTAT - '
                   'PROCESSAMENTO NAO INICIADO (RC 12)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       1500-PROCESSAR-LOTE.
           PERFORM 1490-CONFERIR-PREDECESSORES
           MOVE 'E' TO WS-SITUACAO-STAT
           CALL 'JOBSTAT' USING WS-JOB-NOME-STAT WS-SITUACAO-STAT

           PERFORM 1505-VERIFICAR-COMPETENCIA
           PERFORM 1507-ABRIR-CARTEIRA-EMPRESTIMO
           PERFORM 1508-ABRIR-BENEFICIOS
           PERFORM 1506-ABRIR-PENSOES
           PERFORM 1511-ABRIR-PLANO-SAUDE
           PERFORM 1514-ABRIR-DEPENDENTES
           PERFORM 1516-CARREGAR-SALARIO-FAMILIA
           PERFORM 1512-ABRIR-ADIANTAMENTOS
           PERFORM 1513-ABRIR-AFASTAMENTOS
           PERFORM 1509-LER-DATA-PAGAMENTO
           PERFORM 1510-CARREGAR-FERIAS-COMPETENCIA
           PERFORM 1560-CARREGAR-FREQUENCIA
           PERFORM 1580-ACUMULAR-FALTAS
           PERFORM 1600-CARREGAR-COMISSOES
           PERFORM 1700-ORDENAR-ROSTER
           IF WS-EMPRESTIMO-ABERTO
               CLOSE EMPRESTIMO-ARQ
               CLOSE BENEFICIO-ARQ
               SET WS-BENEFICIO-FECHADO TO TRUE
           END-IF
           IF WS-PENSAO-ABERTO
               CLOSE PENSAO-ARQ
               SET WS-PENSAO-FECHADO TO TRUE
           END-IF
           IF WS-PLANO-ABERTO
               CLOSE PLANO-ARQ
               SET WS-PLANO-FECHADO TO TRUE
           END-IF
           IF WS-DEPENDENTE-ABERTO
               CLOSE DEPENDENTE-ARQ
               SET WS-DEPENDENTE-FECHADO TO TRUE
           END-IF
           IF WS-ADIANTAMENTO-ABERTO
               CLOSE ADIANTAMENTO-ARQ
               SET WS-ADIANTAMENTO-FECHADO TO TRUE
           END-IF
           IF WS-AFASTAMENTO-ABERTO
               CLOSE AFASTAMENTO-ARQ
               SET WS-AFASTAMENTO-FECHADO TO TRUE
           END-IF
           PERFORM 1990-ENCERRAR-COMPETENCIA

           IF WS-QTD-SEM-CADASTRO-BANCO > ZERO
               OR WS-QTD-COMISSOES-REJEITADAS > ZERO
               MOVE 'A' TO WS-SITUACAO-STAT
           ELSE
               MOVE 'C' TO WS-SITUACAO-STAT
           END-IF
           EXIT.

       1506-ABRIR-PENSOES.
           OPEN INPUT PENSAO-ARQ
           IF WS-FS-PENSAO = '00'
               SET WS-PENSAO-ABERTO TO TRUE
           ELSE
               SET WS-PENSAO-FECHADO TO TRUE
               IF WS-FS-PENSAO = '35'
                   DISPLAY 'AC00PENS NAO ENCONTRADO - FOLHA SEM '
                       'DESCONTO DE PENSAO ALIMENTICIA'
               ELSE
                   MOVE WS-FS-PENSAO TO WS-FILE-STATUS
                   MOVE 'AC00PENS' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       1511-ABRIR-PLANO-SAUDE.
           OPEN INPUT PLANO-ARQ
           IF WS-FS-PLANO = '00'
               SET WS-PLANO-ABERTO TO TRUE
           ELSE
               SET WS-PLANO-FECHADO TO TRUE
               IF WS-FS-PLANO = '35'
                   DISPLAY 'AC00PLAN NAO ENCONTRADO - FOLHA SEM '
                       'DESCONTO DE PLANO DE SAUDE'
               ELSE
                   MOVE WS-FS-PLANO TO WS-FILE-STATUS
                   MOVE 'AC00PLAN' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       1514-ABRIR-DEPENDENTES.
           OPEN INPUT DEPENDENTE-ARQ
           IF WS-FS-DEPENDENTE = '00'
               SET WS-DEPENDENTE-ABERTO TO TRUE
           ELSE
               SET WS-DEPENDENTE-FECHADO TO TRUE
               IF WS-FS-DEPENDENTE = '35'
                   DISPLAY 'INITDEP NAO ENCONTRADO - SEM SALARIO-'
                       'FAMILIA E PLANO DE SAUDE SOMENTE DO TITULAR'
               ELSE
                   MOVE WS-FS-DEPENDENTE TO WS-FILE-STATUS
                   MOVE 'INITDEP' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       1516-CARREGAR-SALARIO-FAMILIA.
           SET WS-SFM-TABELA-NAO-ACHADA TO TRUE
           MOVE ZERO TO WS-SFM-VIGENCIA
           OPEN INPUT TAXA-ARQ
           IF WS-FS-TAXA = '00'
               SET WS-NAO-FIM-TAXA TO TRUE
               PERFORM 1517-LER-TAXA
               PERFORM 1518-AVALIAR-TAXA-FAMILIA UNTIL WS-FIM-TAXA
               CLOSE TAXA-ARQ
           ELSE
               IF WS-FS-TAXA NOT = '35'
                   MOVE WS-FS-TAXA TO WS-FILE-STATUS
                   MOVE 'MOVETAXA' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           IF WS-SFM-TABELA-ACHADA
               DISPLAY 'SALARIO-FAMILIA: TETO ' WS-SFM-TETO
                   ' COTA ' WS-SFM-VALOR-COTA ' (VIGENCIA '
                   WS-SFM-VIGENCIA ')'
           ELSE
               DISPLAY 'MOVETAXA SEM FAIXA DE SALARIO-FAMILIA (TIPO '
                   'F) VIGENTE - SALARIO-FAMILIA NAO PAGO'
           END-IF
           EXIT.

       1517-LER-TAXA.
           READ TAXA-ARQ
               AT END
                   SET WS-FIM-TAXA TO TRUE
           END-READ
           EXIT.

       1518-AVALIAR-TAXA-FAMILIA.
           IF TAXA-SALARIO-FAMILIA
               IF TAXA-VIGENCIA NOT NUMERIC
                   MOVE ZERO TO TAXA-VIGENCIA
               END-IF
               IF TAXA-VIGENCIA NOT > WS-COMPETENCIA-ATUAL
                   AND (WS-SFM-TABELA-NAO-ACHADA
                        OR TAXA-VIGENCIA NOT < WS-SFM-VIGENCIA)
                   MOVE TAXA-LIMITE TO WS-SFM-TETO
                   MOVE TAXA-DEDUCAO TO WS-SFM-VALOR-COTA
                   MOVE TAXA-VIGENCIA TO WS-SFM-VIGENCIA
                   SET WS-SFM-TABELA-ACHADA TO TRUE
               END-IF
           END-IF
           PERFORM 1517-LER-TAXA
           EXIT.

       1512-ABRIR-ADIANTAMENTOS.
           OPEN I-O ADIANTAMENTO-ARQ
           IF WS-FS-ADIANTAMENTO = '00'
               SET WS-ADIANTAMENTO-ABERTO TO TRUE
           ELSE
               SET WS-ADIANTAMENTO-FECHADO TO TRUE
               IF WS-FS-ADIANTAMENTO = '35'
                   DISPLAY 'MOVEADIA NAO ENCONTRADO - FOLHA SEM '
                       'DESCONTO DE ADIANTAMENTO QUINZENAL'
               ELSE
                   MOVE WS-FS-ADIANTAMENTO TO WS-FILE-STATUS
                   MOVE 'MOVEADIA' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       1513-ABRIR-AFASTAMENTOS.
           OPEN INPUT AFASTAMENTO-ARQ
           IF WS-FS-AFASTAMENTO = '00'
               SET WS-AFASTAMENTO-ABERTO TO TRUE
           ELSE
               SET WS-AFASTAMENTO-FECHADO TO TRUE
               IF WS-FS-AFASTAMENTO = '35'
                   DISPLAY 'AC00AFAS NAO ENCONTRADO - FOLHA SEM '
                       'TRATAMENTO DE AFASTAMENTOS'
               ELSE
                   MOVE WS-FS-AFASTAMENTO TO WS-FILE-STATUS
                   MOVE 'AC00AFAS' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       1507-ABRIR-CARTEIRA-EMPRESTIMO.
           OPEN I-O EMPRESTIMO-ARQ
           IF WS-FS-EMPRESTIMO = '00'
                   TO FQT-HORAS-100-TAB(WS-SUB-FREQUENCIA)
               MOVE FRQ-DIAS-FALTA
                   TO FQT-DIAS-FALTA-TAB(WS-SUB-FREQUENCIA)
               IF FRQ-HORAS-NOTURNAS IS NUMERIC
                   MOVE FRQ-HORAS-NOTURNAS
                       TO FQT-HORAS-NOTURNAS-TAB(WS-SUB-FREQUENCIA)
               ELSE
                   MOVE ZERO
                       TO FQT-HORAS-NOTURNAS-TAB(WS-SUB-FREQUENCIA)
               END-IF
           ELSE
               DISPLAY 'ATENCAO: TABELA DE FREQUENCIA CHEIA ('
                   WS-MAX-FREQUENCIAS ') - REGISTRO IGNORADO E '
           PERFORM 1565-LER-FREQUENCIA
           EXIT.

       1580-ACUMULAR-FALTAS.
           IF WS-QTD-FREQUENCIAS > ZERO
               OPEN I-O FALTAS-ARQ
               IF WS-FS-FALTAS = '35'
                   OPEN OUTPUT FALTAS-ARQ
                   CLOSE FALTAS-ARQ
                   OPEN I-O FALTAS-ARQ
               END-IF
               IF WS-FS-FALTAS NOT = '00'
                   MOVE WS-FS-FALTAS TO WS-FILE-STATUS
                   MOVE 'AC00FALT' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               MOVE 1 TO WS-SUB-FREQUENCIA
               PERFORM 1585-GRAVAR-FALTAS-MES
                   UNTIL WS-SUB-FREQUENCIA > WS-QTD-FREQUENCIAS
               CLOSE FALTAS-ARQ
           END-IF
           EXIT.

       1585-GRAVAR-FALTAS-MES.
           MOVE FQT-MATRICULA-TAB(WS-SUB-FREQUENCIA) TO FAL-MATRICULA
           MOVE WS-COMPETENCIA-ATUAL TO FAL-COMPETENCIA
           MOVE FQT-DIAS-FALTA-TAB(WS-SUB-FREQUENCIA) TO FAL-DIAS-FALTA
           WRITE REG-FALTAS
               INVALID KEY
                   REWRITE REG-FALTAS
           END-WRITE
           IF WS-FS-FALTAS NOT = '00'
               MOVE WS-FS-FALTAS TO WS-FILE-STATUS
               MOVE 'AC00FALT' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           ADD 1 TO WS-SUB-FREQUENCIA
           EXIT.

       1600-CARREGAR-COMISSOES.
           OPEN INPUT COMISSAO-ARQ
           IF WS-FS-COMISSAO = '35'
               DISPLAY 'MOVECOMI NAO ENCONTRADO - FOLHA SEM COMISSOES'
           ELSE
               IF WS-FS-COMISSAO NOT = '00'
                   MOVE WS-FS-COMISSAO TO WS-FILE-STATUS
                   MOVE 'MOVECOMI' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               OPEN OUTPUT EXCECAO-COMISSAO-ARQ
               IF WS-FS-EXCECAO-COMISSAO NOT = '00'
                   MOVE WS-FS-EXCECAO-COMISSAO TO WS-FILE-STATUS
                   MOVE 'MOVECEXC' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
               PERFORM 1605-ABRIR-FUNCIONARIOS
                   UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL

               PERFORM 1610-VERIFICAR-HEADER-COMISSAO
               PERFORM 1615-LER-COMISSAO
               PERFORM 1620-TRATAR-REGISTRO-COMISSAO
                   UNTIL WS-FIM-COMISSAO
               IF WS-TRAILER-COMISSAO-NAO-LIDO
                   DISPLAY 'MOVECOMI SEM TRAILER - ARQUIVO TRUNCADO, '
                       'LOTE ABORTADO'
                   MOVE 'X' TO WS-SITUACAO-STAT
                   CALL 'JOBSTAT' USING WS-JOB-NOME-STAT
                       WS-SITUACAO-STAT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               CLOSE COMISSAO-ARQ
               CLOSE EXCECAO-COMISSAO-ARQ
               CLOSE AC00-ARQ-FUNCIONARIOS
               DISPLAY 'COMISSOES DA COMPETENCIA: ' WS-QTD-COMISSOES
                   ' MATRICULA(S) ACEITA(S), '
                   WS-QTD-COMISSOES-REJEITADAS
                   ' REGISTRO(S) REJEITADO(S) EM MOVECEXC'
               IF WS-QTD-COMISSOES > ZERO
                   PERFORM 1650-APURAR-DIAS-DSR
               END-IF
           END-IF
           EXIT.

       1605-ABRIR-FUNCIONARIOS.
           OPEN INPUT AC00-ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = '00'
               MOVE WS-FS-FUNCIONARIOS TO WS-FILE-STATUS
               MOVE 'AC00FUNC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       1610-VERIFICAR-HEADER-COMISSAO.
           SET WS-NAO-FIM-COMISSAO TO TRUE
           READ COMISSAO-ARQ
               AT END
                   DISPLAY 'MOVECOMI VAZIO - SEM HEADER, LOTE '
                       'ABORTADO'
                   MOVE 'X' TO WS-SITUACAO-STAT
                   CALL 'JOBSTAT' USING WS-JOB-NOME-STAT
                       WS-SITUACAO-STAT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF COM-TIPO NOT = '0'
               DISPLAY 'MOVECOMI SEM HEADER (PRIMEIRO REGISTRO TIPO '
                   COM-TIPO ') - LOTE ABORTADO'
               MOVE 'X' TO WS-SITUACAO-STAT
               CALL 'JOBSTAT' USING WS-JOB-NOME-STAT
                   WS-SITUACAO-STAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE REG-COMISSAO TO WS-REG-COMISSAO-HEADER
           DISPLAY 'MOVECOMI GERADO EM ' COH-DATA-GERACAO
               ' PARA A COMPETENCIA ' COH-COMPETENCIA
           IF COH-COMPETENCIA NOT = WS-COMPETENCIA-ATUAL
               DISPLAY 'COMPETENCIA DO HEADER DE MOVECOMI ('
                   COH-COMPETENCIA ') DIFERENTE DA INFORMADA AO '
                   'LOTE (' WS-COMPETENCIA-ATUAL ') - LOTE ABORTADO'
               MOVE 'X' TO WS-SITUACAO-STAT
               CALL 'JOBSTAT' USING WS-JOB-NOME-STAT
                   WS-SITUACAO-STAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       1615-LER-COMISSAO.
           READ COMISSAO-ARQ
               AT END
                   SET WS-FIM-COMISSAO TO TRUE
           END-READ
           EXIT.

       1620-TRATAR-REGISTRO-COMISSAO.
           EVALUATE COM-TIPO
               WHEN '1'
                   PERFORM 1625-VALIDAR-DETALHE-COMISSAO
               WHEN '9'
                   PERFORM 1640-VERIFICAR-TRAILER-COMISSAO
               WHEN OTHER
                   DISPLAY 'REGISTRO DE TIPO DESCONHECIDO IGNORADO '
                       'EM MOVECOMI: ' COM-TIPO
           END-EVALUATE
           IF WS-NAO-FIM-COMISSAO
               PERFORM 1615-LER-COMISSAO
           END-IF
           EXIT.

       1625-VALIDAR-DETALHE-COMISSAO.
           ADD 1 TO WS-QTD-DETALHES-COMISSAO
           IF COM-VALOR IS NUMERIC
               ADD COM-VALOR TO WS-SOMA-VALOR-COMISSAO
           END-IF
           MOVE SPACES TO EXC-COD-MOTIVO
           MOVE SPACES TO EXC-DESC-MOTIVO
           EVALUATE TRUE
               WHEN COM-MATRICULA NOT NUMERIC
                   OR COM-COMPETENCIA NOT NUMERIC
                   OR COM-VALOR NOT NUMERIC
                   MOVE 'CINV' TO EXC-COD-MOTIVO
                   MOVE 'COMISSAO ILEGIVEL - REJEITADA'
                       TO EXC-DESC-MOTIVO
               WHEN COM-COMPETENCIA NOT = WS-COMPETENCIA-ATUAL
                   MOVE 'CCMP' TO EXC-COD-MOTIVO
                   MOVE 'COMPETENCIA DIFERENTE DO LOTE'
                       TO EXC-DESC-MOTIVO
               WHEN OTHER
                   MOVE COM-MATRICULA TO FUNC-MATRICULA
                   READ AC00-ARQ-FUNCIONARIOS
                       INVALID KEY
                           MOVE 'MFUN' TO EXC-COD-MOTIVO
                           MOVE 'MATRICULA SEM CADASTRO AC00FUNC'
                               TO EXC-DESC-MOTIVO
                       NOT INVALID KEY
                           IF NOT FUNC-ATIVO
                               MOVE 'MINA' TO EXC-COD-MOTIVO
                               MOVE 'MATRICULA INATIVA EM AC00FUNC'
                                   TO EXC-DESC-MOTIVO
                           END-IF
                   END-READ
           END-EVALUATE
           IF EXC-COD-MOTIVO = SPACES
               PERFORM 1630-GUARDAR-COMISSAO
           ELSE
               PERFORM 1635-GRAVAR-EXCECAO-COMISSAO
           END-IF
           EXIT.

       1630-GUARDAR-COMISSAO.
           MOVE COM-MATRICULA TO WS-MATRICULA-COMISSAO
           SET WS-COMISSAO-NAO-ACHADA TO TRUE
           MOVE 1 TO WS-SUB-COMISSAO
           PERFORM 2078-COMPARAR-COMISSAO
               UNTIL WS-SUB-COMISSAO > WS-QTD-COMISSOES
               OR WS-COMISSAO-ACHADA
           IF WS-COMISSAO-ACHADA
               ADD COM-VALOR TO CMS-VALOR-TAB(WS-SUB-COMISSAO)
           ELSE
               IF WS-QTD-COMISSOES < WS-MAX-COMISSOES
                   ADD 1 TO WS-QTD-COMISSOES
                   MOVE WS-QTD-COMISSOES TO WS-SUB-COMISSAO
                   MOVE COM-MATRICULA
                       TO CMS-MATRICULA-TAB(WS-SUB-COMISSAO)
                   MOVE COM-VALOR TO CMS-VALOR-TAB(WS-SUB-COMISSAO)
               ELSE
                   DISPLAY 'ATENCAO: TABELA DE COMISSOES CHEIA ('
                       WS-MAX-COMISSOES ') - COMISSAO NAO APLICADA: '
                       'MATRICULA ' COM-MATRICULA
                   MOVE 'CTAB' TO EXC-COD-MOTIVO
                   MOVE 'TABELA DE COMISSOES CHEIA'
                       TO EXC-DESC-MOTIVO
                   PERFORM 1635-GRAVAR-EXCECAO-COMISSAO
               END-IF
           END-IF
           EXIT.

       1635-GRAVAR-EXCECAO-COMISSAO.
           MOVE WS-DATA-HOJE TO EXC-DATA-PROCESSAMENTO
           MOVE REG-COMISSAO TO EXC-REGISTRO-COMISSAO
           WRITE REG-EXCECAO-COMISSAO FROM WS-REG-EXCECAO-COMISSAO
           IF WS-FS-EXCECAO-COMISSAO NOT = '00'
               MOVE WS-FS-EXCECAO-COMISSAO TO WS-FILE-STATUS
               MOVE 'MOVECEXC' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           ADD 1 TO WS-QTD-COMISSOES-REJEITADAS
           DISPLAY 'COMISSAO REJEITADA (' EXC-COD-MOTIVO '): '
               EXC-DESC-MOTIVO ' - ' REG-COMISSAO
           EXIT.

       1640-VERIFICAR-TRAILER-COMISSAO.
           MOVE REG-COMISSAO TO WS-REG-COMISSAO-TRAILER
           SET WS-TRAILER-COMISSAO-LIDO TO TRUE
           IF COT-QTD-REGISTROS NOT = WS-QTD-DETALHES-COMISSAO
               OR COT-TOTAL-COMISSAO NOT = WS-SOMA-VALOR-COMISSAO
               DISPLAY 'TRAILER DE MOVECOMI NAO CONFERE - '
                   'ESPERADO ' COT-QTD-REGISTROS ' REGISTRO(S)/'
                   COT-TOTAL-COMISSAO ', LIDO '
                   WS-QTD-DETALHES-COMISSAO ' REGISTRO(S)/'
                   WS-SOMA-VALOR-COMISSAO ' - LOTE ABORTADO'
               MOVE 'X' TO WS-SITUACAO-STAT
               CALL 'JOBSTAT' USING WS-JOB-NOME-STAT
                   WS-SITUACAO-STAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'TRAILER DE MOVECOMI CONFERIDO: '
               WS-QTD-DETALHES-COMISSAO ' REGISTRO(S)'
           SET WS-FIM-COMISSAO TO TRUE
           EXIT.

       1650-APURAR-DIAS-DSR.
           MOVE ZERO TO WS-QTD-DIAS-UTEIS
           MOVE ZERO TO WS-QTD-DIAS-DESCANSO
           PERFORM 1660-CARREGAR-FERIADOS
           MOVE WS-COMPETENCIA-ATUAL(5:2) TO WS-MES-CALC
           MOVE WS-COMPETENCIA-ATUAL(1:4) TO WS-ANO-CALC
           PERFORM 9800-CALCULAR-DIAS-MES
           MOVE 1 TO WS-SUB-DIA-DSR
           PERFORM 1655-CLASSIFICAR-DIA-DSR
               UNTIL WS-SUB-DIA-DSR > WS-DIAS-MES-CALC
           DISPLAY 'DSR SOBRE COMISSOES: ' WS-QTD-DIAS-UTEIS
               ' DIA(S) UTIL(EIS) E ' WS-QTD-DIAS-DESCANSO
               ' DOMINGO(S)/FERIADO(S) NA COMPETENCIA'
           EXIT.

       1655-CLASSIFICAR-DIA-DSR.
           COMPUTE WS-DATA-DIA-DSR =
               (WS-COMPETENCIA-ATUAL * 100) + WS-SUB-DIA-DSR
           COMPUTE WS-JUL-DIA-DSR =
               FUNCTION INTEGER-OF-DATE(WS-DATA-DIA-DSR) - 1
           DIVIDE WS-JUL-DIA-DSR BY 7 GIVING WS-QUOCIENTE-DSR
               REMAINDER WS-RESTO-DSR
           SET WS-FERIADO-NAO-ACHADO TO TRUE
           MOVE 1 TO WS-SUB-FERIADO
           PERFORM 1675-COMPARAR-FERIADO
               UNTIL WS-SUB-FERIADO > WS-QTD-FERIADOS
               OR WS-FERIADO-ACHADO
           IF WS-RESTO-DSR = WS-RESTO-DOMINGO OR WS-FERIADO-ACHADO
               ADD 1 TO WS-QTD-DIAS-DESCANSO
           ELSE
               ADD 1 TO WS-QTD-DIAS-UTEIS
           END-IF
           ADD 1 TO WS-SUB-DIA-DSR
           EXIT.

       1660-CARREGAR-FERIADOS.
           MOVE ZERO TO WS-QTD-FERIADOS
           OPEN INPUT AC34-ARQ-FERIADOS
           IF WS-FS-FERIADOS = '35'
               DISPLAY 'AC34FERI NAO ENCONTRADO - DSR SOBRE COMISSOES '
                   'CONSIDERA SO OS DOMINGOS'
           ELSE
               IF WS-FS-FERIADOS NOT = '00'
                   MOVE WS-FS-FERIADOS TO WS-FILE-STATUS
                   MOVE 'AC34FERI' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-NAO-FIM-FERIADOS TO TRUE
               PERFORM 1665-LER-FERIADO
               PERFORM 1670-GUARDAR-FERIADO UNTIL WS-FIM-FERIADOS
               CLOSE AC34-ARQ-FERIADOS
           END-IF
           EXIT.

       1665-LER-FERIADO.
           READ AC34-ARQ-FERIADOS
               AT END
                   SET WS-FIM-FERIADOS TO TRUE
           END-READ
           EXIT.

       1670-GUARDAR-FERIADO.
           IF FERI-ANO IS NUMERIC AND FERI-MES IS NUMERIC
               AND FERI-DIA IS NUMERIC
               COMPUTE WS-COMPETENCIA-FERIADO =
                   (FERI-ANO * 100) + FERI-MES
               IF WS-COMPETENCIA-FERIADO = WS-COMPETENCIA-ATUAL
                   IF WS-QTD-FERIADOS < WS-MAX-FERIADOS
                       ADD 1 TO WS-QTD-FERIADOS
                       MOVE WS-QTD-FERIADOS TO WS-SUB-FERIADO
                       COMPUTE FRD-DATA-TAB(WS-SUB-FERIADO) =
                           (WS-COMPETENCIA-FERIADO * 100) + FERI-DIA
                   ELSE
                       DISPLAY 'ATENCAO: TABELA DE FERIADOS CHEIA ('
                           WS-MAX-FERIADOS ') - FERIADO IGNORADO: '
                           FERI-DIA '/' FERI-MES '/' FERI-ANO
                   END-IF
               END-IF
           END-IF
           PERFORM 1665-LER-FERIADO
           EXIT.

       1675-COMPARAR-FERIADO.
           IF FRD-DATA-TAB(WS-SUB-FERIADO) = WS-DATA-DIA-DSR
               SET WS-FERIADO-ACHADO TO TRUE
           ELSE
               ADD 1 TO WS-SUB-FERIADO
           END-IF
           EXIT.

       1550-LER-ORIGEM.
           READ ORIGEM-ARQ
               AT END
           IF WS-BORDERO-LIBERADO
               PERFORM 1970-ATUALIZAR-SALDO-PROVISOES
               PERFORM 1980-ABATER-EMPRESTIMOS
               PERFORM 1982-BAIXAR-ADIANTAMENTOS
           ELSE
               DISPLAY 'LOTE SEM BORDERO LIBERADO - SALDO DE '
                   'PROVISOES, CARTEIRA DE EMPRESTIMOS, ADIANTAMENTOS '
                   'E ACUMULADO ANUAL NAO ATUALIZADOS (SERAO GRAVADOS '
                   'NO LOTE EFETIVO APROVADO)'
           END-IF
           EXIT.

           MOVE ORI-IDADE TO WS-IDADE-DESTINO
           MOVE ORI-SALARIO TO WS-SALARIO-DESTINO
           MOVE ORI-CIDADE TO WS-CIDADE-DESTINO
           PERFORM 1723-NORMALIZAR-CIDADE
           MOVE ORI-DATA-ADMISSAO TO WS-DATA-ADMISSAO-DESTINO
           MOVE ORI-MATRICULA TO WS-MATRICULA-DESTINO
           MOVE ORI-DATA-DEMISSAO TO WS-DATA-DEMISSAO-DESTINO
           MOVE ORI-CPF TO WS-CPF-DESTINO
           MOVE ORI-TIPO-CONTRATO TO WS-TIPO-CONTRATO-DESTINO
           MOVE ORI-GRAU-RISCO TO WS-GRAU-RISCO-DESTINO
           PERFORM 2000-CALCULAR-ENCARGOS
           PERFORM 3000-EXIBIR-DADOS

           MOVE WS-VALE-TRANSPORTE-DESTINO TO SRT-VALE-TRANSPORTE
           MOVE WS-VALOR-VR-DESTINO TO SRT-VALOR-VR
           MOVE ORI-EMPRESA TO SRT-EMPRESA
           MOVE WS-PENSAO-DESTINO TO SRT-PENSAO
           MOVE WS-BASE-PENSAO-DESTINO TO SRT-BASE-PENSAO
           MOVE WS-PLANO-SAUDE-DESTINO TO SRT-PLANO-SAUDE
           MOVE WS-ADIANTAMENTO-DESTINO TO SRT-ADIANTAMENTO
           MOVE WS-AFASTAMENTO-DESTINO TO SRT-AFASTAMENTO
           MOVE WS-DIAS-AFASTAMENTO-DESTINO TO SRT-DIAS-AFASTAMENTO
           MOVE WS-DIAS-NAO-PAGOS-DESTINO TO SRT-DIAS-NAO-PAGOS
           MOVE WS-IND-MES-SUSPENSO TO SRT-MES-SUSPENSO
           MOVE WS-BASE-FGTS-AFAST-DESTINO TO SRT-BASE-FGTS-AFAST
           MOVE WS-SALARIO-FAMILIA-DESTINO TO SRT-SALARIO-FAMILIA
           MOVE WS-TIPO-CONTRATO-DESTINO TO SRT-TIPO-CONTRATO
           MOVE WS-ADIC-NOTURNO-DESTINO TO SRT-ADICIONAL-NOTURNO
           MOVE WS-GRAU-RISCO-DESTINO TO SRT-GRAU-RISCO
           MOVE WS-ADIC-RISCO-DESTINO TO SRT-ADICIONAL-RISCO
           MOVE WS-COMISSAO-DESTINO TO SRT-COMISSAO
           MOVE WS-DSR-COMISSAO-DESTINO TO SRT-DSR-COMISSAO
           WRITE REG-RESTART FROM REG-SORT
           RELEASE REG-SORT

           END-IF
           EXIT.

       1723-NORMALIZAR-CIDADE.
           MOVE SPACES TO WS-UF-DESTINO
           MOVE ZERO TO WS-COD-MUNICIPIO-DESTINO
           IF ORI-COD-MUNICIPIO IS NUMERIC
               AND ORI-COD-MUNICIPIO > ZERO
               SET CBU-BUSCA-POR-MUNICIPIO TO TRUE
               MOVE ORI-COD-MUNICIPIO TO CBU-COD-MUNICIPIO-BUSCA
               CALL 'CEPBUSC' USING WS-AREA-CEPBUSC
               MOVE ORI-COD-MUNICIPIO TO WS-COD-MUNICIPIO-DESTINO
               IF CBU-CEP-ENCONTRADO
                   MOVE CBU-CIDADE TO WS-CIDADE-DESTINO
                   MOVE CBU-UF TO WS-UF-DESTINO
               END-IF
           END-IF
           EXIT.

       1725-VERIFICAR-TRAILER-ORIGEM.
           MOVE REG-ORIGEM TO WS-REG-ORIGEM-TRAILER
           SET WS-TRAILER-LIDO TO TRUE
               MOVE ROS-VALOR-HORA-EXTRA TO LCT-HORA-EXTRA
               WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-HORA-EXTRA
           END-IF
           IF ROS-ADICIONAL-NOTURNO > ZERO
               MOVE ROS-ADICIONAL-NOTURNO TO LCT-ADIC-NOTURNO
               WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-ADIC-NOTURNO
           END-IF
           IF ROS-ADICIONAL-RISCO > ZERO
               IF ROS-PERICULOSIDADE
                   MOVE '(+) PERICULOSIDADE' TO LCT-DESC-ADIC-RISCO
               ELSE
                   MOVE '(+) INSALUBRIDADE' TO LCT-DESC-ADIC-RISCO
               END-IF
               MOVE ROS-ADICIONAL-RISCO TO LCT-ADIC-RISCO
               WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-ADIC-RISCO
           END-IF
           IF ROS-COMISSAO > ZERO
               MOVE ROS-COMISSAO TO LCT-COMISSAO
               WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-COMISSAO
           END-IF
           IF ROS-DSR-COMISSAO > ZERO
               MOVE ROS-DSR-COMISSAO TO LCT-DSR-COMISSAO
               WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-DSR-COMISSAO
           END-IF
           IF ROS-VALOR-FALTAS > ZERO
               MOVE ROS-VALOR-FALTAS TO LCT-FALTAS
               WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-FALTAS
           END-IF
           IF ROS-SALARIO-FAMILIA > ZERO
               MOVE ROS-SALARIO-FAMILIA TO LCT-SALARIO-FAMILIA
               WRITE REG-CONTRACHEQUE
                   FROM WS-LINHA-CTRC-SALARIO-FAMILIA
           END-IF
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-DESCONTO-INSS
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-DESCONTO-IRRF
           IF ROS-PENSAO > ZERO
               MOVE ROS-PENSAO TO LCT-PENSAO
               WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-PENSAO
           END-IF
           IF ROS-ADIANTAMENTO > ZERO
               MOVE ROS-ADIANTAMENTO TO LCT-ADIANTAMENTO
               WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-ADIANTAMENTO
           END-IF
           IF ROS-EMPRESTIMO > ZERO
               MOVE ROS-EMPRESTIMO TO LCT-EMPRESTIMO
               WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-EMPRESTIMO
               MOVE ROS-VALE-TRANSPORTE TO LCT-VALE-TRANSPORTE
               WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-VT
           END-IF
           IF ROS-PLANO-SAUDE > ZERO
               MOVE ROS-PLANO-SAUDE TO LCT-PLANO-SAUDE
               WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-PLANO-SAUDE
           END-IF
           IF ROS-VALOR-VR > ZERO
               MOVE ROS-VALOR-VR TO LCT-VALOR-VR
               WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-VR
               WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-FERIAS
               WRITE REG-CONTRACHEQUE FROM WS-LINHA-BRANCO
           END-IF
           IF ROS-DIAS-AFASTAMENTO > ZERO
               MOVE ROS-AFASTAMENTO TO LCT-AFASTAMENTO
               MOVE ROS-DIAS-AFASTAMENTO TO LCT-DIAS-AFASTAMENTO
               MOVE ROS-DIAS-NAO-PAGOS TO LCT-DIAS-NAO-PAGOS
               WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-AFASTAMENTO
               IF ROS-AQUISICAO-SUSPENSA
                   WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-SUSPENSAO
               END-IF
               WRITE REG-CONTRACHEQUE FROM WS-LINHA-BRANCO
           END-IF
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-CTRC-ASSINATURA
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-BRANCO

           MOVE ROS-VALOR-VR TO CTA-VALOR-VR
           MOVE WS-NOME-EMPRESA-LOTE TO CTA-EMPRESA-NOME
           MOVE WS-CNPJ-EMPRESA-LOTE TO CTA-CNPJ
           MOVE ROS-PENSAO TO CTA-PENSAO
           MOVE ROS-PLANO-SAUDE TO CTA-PLANO-SAUDE
           MOVE ROS-ADIANTAMENTO TO CTA-ADIANTAMENTO
           MOVE ROS-SALARIO-FAMILIA TO CTA-SALARIO-FAMILIA
           MOVE ROS-ADICIONAL-NOTURNO TO CTA-ADICIONAL-NOTURNO
           MOVE ROS-GRAU-RISCO TO CTA-GRAU-RISCO
           MOVE ROS-ADICIONAL-RISCO TO CTA-ADICIONAL-RISCO
           MOVE ROS-COMISSAO TO CTA-COMISSAO
           MOVE ROS-DSR-COMISSAO TO CTA-DSR-COMISSAO
           WRITE REG-ARQUIVO-CTRC
               INVALID KEY
                   REWRITE REG-ARQUIVO-CTRC
           END-IF
           DISPLAY 'BORDERO MOVEBORD GERADO COM ' WS-QTD-BORDERO
               ' PAGAMENTO(S), TOTAL ' WS-TOTAL-BORDERO
           IF WS-QTD-CREDITOS-PENSAO > ZERO
               DISPLAY 'CREDITOS DE PENSAO ALIMENTICIA A '
                   'BENEFICIARIOS INCLUIDOS NO BORDERO: '
                   WS-QTD-CREDITOS-PENSAO
           END-IF
           IF WS-QTD-SEM-CADASTRO-BANCO > ZERO
               DISPLAY 'ATENCAO: ' WS-QTD-SEM-CADASTRO-BANCO
                   ' CREDITO(S) SEM CADASTRO BANCARIO EM AC00BANC - '
           ADD 1 TO WS-QTD-BORDERO
           ADD ROS-LIQUIDO TO WS-TOTAL-BORDERO

           IF ROS-PENSAO > ZERO
               PERFORM 1915-GRAVAR-CREDITOS-PENSAO
           END-IF

           PERFORM 1801-LER-ROSTER-CONTRACHEQUE
           EXIT.

       1915-GRAVAR-CREDITOS-PENSAO.
           MOVE ROS-PENSAO TO WS-SALDO-PENSAO-BORDERO
           MOVE ROS-BASE-PENSAO TO WS-BASE-ORDEM-PENSAO
           MOVE ROS-MATRICULA TO WS-MATRICULA-PENSAO
           IF WS-PENSAO-ABERTO
               MOVE ROS-MATRICULA TO PEN-MATRICULA
               MOVE ZERO TO PEN-NUMERO
               START PENSAO-ARQ KEY IS >= PEN-CHAVE
                   INVALID KEY
                       SET WS-FIM-PENSAO TO TRUE
                   NOT INVALID KEY
                       SET WS-NAO-FIM-PENSAO TO TRUE
                       PERFORM 1916-GRAVAR-UM-CREDITO-PENSAO
                           UNTIL WS-FIM-PENSAO
                           OR WS-SALDO-PENSAO-BORDERO = ZERO
               END-START
           END-IF
           IF WS-SALDO-PENSAO-BORDERO > ZERO
               DISPLAY 'ATENCAO: PENSAO DESCONTADA SEM ORDEM ATIVA '
                   'EM AC00PENS PARA CREDITO - MATRICULA '
                   ROS-MATRICULA ' VALOR ' WS-SALDO-PENSAO-BORDERO
           END-IF
           EXIT.

       1916-GRAVAR-UM-CREDITO-PENSAO.
           READ PENSAO-ARQ NEXT
               AT END
                   SET WS-FIM-PENSAO TO TRUE
               NOT AT END
                   IF PEN-MATRICULA NOT = WS-MATRICULA-PENSAO
                       SET WS-FIM-PENSAO TO TRUE
                   ELSE
                       IF PEN-ATIVA
                           PERFORM 2248-CALCULAR-VALOR-ORDEM
                           IF WS-VALOR-ORDEM-PENSAO
                               > WS-SALDO-PENSAO-BORDERO
                               MOVE WS-SALDO-PENSAO-BORDERO
                                   TO WS-VALOR-ORDEM-PENSAO
                           END-IF
                           MOVE PEN-BANCO TO BRD-D-BANCO
                           MOVE PEN-AGENCIA TO BRD-D-AGENCIA
                           MOVE PEN-CONTA TO BRD-D-CONTA
                           MOVE ROS-MATRICULA TO BRD-D-MATRICULA
                           MOVE PEN-BENEFICIARIO TO BRD-D-NOME
                           MOVE WS-VALOR-ORDEM-PENSAO
                               TO BRD-D-VALOR-LIQUIDO
                           WRITE REG-BORDERO
                               FROM WS-REG-BORDERO-DETALHE
                           ADD 1 TO WS-QTD-BORDERO
                           ADD 1 TO WS-QTD-CREDITOS-PENSAO
                           ADD WS-VALOR-ORDEM-PENSAO
                               TO WS-TOTAL-BORDERO
                           SUBTRACT WS-VALOR-ORDEM-PENSAO
                               FROM WS-SALDO-PENSAO-BORDERO
                       END-IF
                   END-IF
           END-READ
           EXIT.

       1920-BUSCAR-DADOS-BANCARIOS.
           MOVE ZERO TO BRD-D-BANCO
           MOVE ZERO TO BRD-D-AGENCIA
                   MOVE 'MOVEANUA' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               OPEN I-O FGTS-ARQ
               IF WS-FS-FGTS = '35'
                   OPEN OUTPUT FGTS-ARQ
                   CLOSE FGTS-ARQ
                   OPEN I-O FGTS-ARQ
               END-IF
               IF WS-FS-FGTS NOT = '00'
                   MOVE WS-FS-FGTS TO WS-FILE-STATUS
                   MOVE 'AC00FGTS' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF

           WRITE REG-GUIA FROM WS-CAB-GUIA-1
           MOVE ZERO TO WS-QTD-GUIA
           MOVE ZERO TO WS-TOTAL-INSS-PATRONAL
           MOVE ZERO TO WS-TOTAL-FGTS
           MOVE ZERO TO WS-TOTAL-SALARIO-FAMILIA
           SET WS-NAO-FIM-ROSTER TO TRUE
           PERFORM 1801-LER-ROSTER-CONTRACHEQUE
           PERFORM 1960-GRAVAR-DETALHE-GUIA UNTIL WS-FIM-ROSTER
           MOVE WS-TOTAL-FGTS TO GUIT-FGTS
           WRITE REG-GUIA FROM WS-LINHA-BRANCO
           WRITE REG-GUIA FROM WS-LINHA-GUIA-TOTAL
           IF WS-TOTAL-SALARIO-FAMILIA > ZERO
               IF WS-TOTAL-SALARIO-FAMILIA > WS-TOTAL-INSS-PATRONAL
                   MOVE ZERO TO WS-INSS-PATRONAL-RECOLHER
               ELSE
                   COMPUTE WS-INSS-PATRONAL-RECOLHER =
                       WS-TOTAL-INSS-PATRONAL - WS-TOTAL-SALARIO-FAMILIA
               END-IF
               MOVE WS-TOTAL-SALARIO-FAMILIA TO GUIT-SALARIO-FAMILIA
               MOVE WS-INSS-PATRONAL-RECOLHER TO GUIT-INSS-RECOLHER
               WRITE REG-GUIA FROM WS-LINHA-GUIA-SALARIO-FAMILIA
               WRITE REG-GUIA FROM WS-LINHA-GUIA-INSS-RECOLHER
           END-IF

           CLOSE ROSTER-ARQ
           CLOSE GUIA-ARQ
           IF WS-BORDERO-LIBERADO
               CLOSE ANUAL-ARQ
               CLOSE FGTS-ARQ
               DISPLAY 'DEPOSITOS DE FGTS LANCADOS NO EXTRATO '
                   'AC00FGTS: ' WS-QTD-LANCAMENTOS-FGTS
           END-IF
           DISPLAY 'GUIA MOVEGUIA GERADA COM ' WS-QTD-GUIA
               ' FUNCIONARIO(S), INSS PATRONAL ' WS-TOTAL-INSS-PATRONAL
               ' FGTS ' WS-TOTAL-FGTS
           IF WS-TOTAL-SALARIO-FAMILIA > ZERO
               DISPLAY 'SALARIO-FAMILIA COMPENSADO NO INSS PATRONAL: '
                   WS-TOTAL-SALARIO-FAMILIA ' - A RECOLHER '
                   WS-INSS-PATRONAL-RECOLHER
           END-IF
           EXIT.

       1960-GRAVAR-DETALHE-GUIA.
           MOVE ROS-TIPO-CONTRATO TO TPC-TIPO-CONTRATO
           CALL 'TIPOCONT' USING WS-AREA-TIPOCONT
           COMPUTE WS-INSS-PATRONAL-CALC ROUNDED =
               ROS-SALARIO * TPC-ALIQUOTA-INSS-PATRONAL
           COMPUTE WS-FGTS-CALC ROUNDED =
               (ROS-SALARIO + ROS-BASE-FGTS-AFAST) * TPC-ALIQUOTA-FGTS

           MOVE ROS-NOME TO GUI-NOME
           MOVE ROS-SALARIO TO GUI-SALARIO
           ADD 1 TO WS-QTD-GUIA
           ADD WS-INSS-PATRONAL-CALC TO WS-TOTAL-INSS-PATRONAL
           ADD WS-FGTS-CALC TO WS-TOTAL-FGTS
           ADD ROS-SALARIO-FAMILIA TO WS-TOTAL-SALARIO-FAMILIA

           IF WS-BORDERO-LIBERADO
               MOVE ROS-MATRICULA TO ANU-MATRICULA
               MOVE ROS-IRRF TO ANU-IRRF
               MOVE WS-FGTS-CALC TO ANU-FGTS
               WRITE REG-ANUAL FROM WS-REG-ANUAL
               IF WS-FGTS-CALC > ZERO
                   PERFORM 1965-LANCAR-DEPOSITO-FGTS
               END-IF
           END-IF

           PERFORM 1801-LER-ROSTER-CONTRACHEQUE
           EXIT.

       1965-LANCAR-DEPOSITO-FGTS.
           MOVE ROS-MATRICULA TO FGT-MATRICULA
           MOVE ROS-COMPETENCIA TO FGT-COMPETENCIA
           SET FGT-ORIGEM-FOLHA TO TRUE
           READ FGTS-ARQ
               INVALID KEY
                   SET WS-LANCAMENTO-FGTS-NOVO TO TRUE
               NOT INVALID KEY
                   SET WS-LANCAMENTO-FGTS-EXISTENTE TO TRUE
           END-READ

           COMPUTE FGT-BASE-CALCULO = ROS-SALARIO + ROS-BASE-FGTS-AFAST
           MOVE TPC-ALIQUOTA-FGTS TO FGT-ALIQUOTA
           MOVE WS-FGTS-CALC TO FGT-VALOR-DEPOSITO
           MOVE WS-DATA-HOJE TO FGT-DATA-LANCAMENTO
           IF WS-LANCAMENTO-FGTS-NOVO
               WRITE REG-FGTS
           ELSE
               REWRITE REG-FGTS
           END-IF
           IF WS-FS-FGTS NOT = '00'
               MOVE WS-FS-FGTS TO WS-FILE-STATUS
               MOVE 'AC00FGTS' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           ADD 1 TO WS-QTD-LANCAMENTOS-FGTS
           EXIT.

       1970-ATUALIZAR-SALDO-PROVISOES.
           OPEN I-O PROVISAO-ARQ
           IF WS-FS-PROVISAO = '35'
           EXIT.

       1975-ATUALIZAR-UM-SALDO.
           MOVE ROS-TIPO-CONTRATO TO TPC-TIPO-CONTRATO
           CALL 'TIPOCONT' USING WS-AREA-TIPOCONT
           IF TPC-PROVISIONA
               PERFORM 1976-GRAVAR-SALDO-PROVISAO
           END-IF

           PERFORM 1801-LER-ROSTER-CONTRACHEQUE
           EXIT.

       1976-GRAVAR-SALDO-PROVISAO.
           MOVE ROS-MATRICULA TO PRV-MATRICULA
           READ PROVISAO-ARQ
               INVALID KEY
           END-READ

           MOVE ROS-NOME TO PRV-NOME
           IF NOT ROS-AQUISICAO-SUSPENSA
               ADD 1 TO PRV-QTD-MESES
           END-IF
           ADD ROS-PROVISAO-13 TO PRV-SALDO-13
           ADD ROS-PROVISAO-FERIAS TO PRV-SALDO-FERIAS

               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           ADD 1 TO WS-QTD-SALDOS-ATUALIZADOS
           EXIT.

       1980-ABATER-EMPRESTIMOS.
           PERFORM 1801-LER-ROSTER-CONTRACHEQUE
           EXIT.

       1982-BAIXAR-ADIANTAMENTOS.
           IF WS-ADIANTAMENTO-FECHADO
               DISPLAY 'MOVEADIA FECHADO - NENHUM ADIANTAMENTO A '
                   'BAIXAR NO RAZAO'
           ELSE
               OPEN INPUT ROSTER-ARQ
               IF WS-FS-ROSTER NOT = '00'
                   MOVE WS-FS-ROSTER TO WS-FILE-STATUS
                   MOVE 'MOVEORD' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
               SET WS-NAO-FIM-ROSTER TO TRUE
               PERFORM 1801-LER-ROSTER-CONTRACHEQUE
               PERFORM 1983-BAIXAR-UM-ADIANTAMENTO UNTIL WS-FIM-ROSTER
               CLOSE ROSTER-ARQ
               DISPLAY 'RAZAO DE ADIANTAMENTOS MOVEADIA BAIXADO: '
                   WS-QTD-ADIANTAMENTOS-BAIXADOS ' ADIANTAMENTO(S)'
           END-IF
           EXIT.

       1983-BAIXAR-UM-ADIANTAMENTO.
           MOVE ROS-MATRICULA TO WS-MATRICULA-ADIANTAMENTO
           MOVE ROS-COMPETENCIA TO WS-COMPETENCIA-ADIANTAMENTO
           MOVE ROS-ADIANTAMENTO TO WS-ADIANTAMENTO-A-BAIXAR
           MOVE ROS-MATRICULA TO ADI-MATRICULA
           MOVE ZERO TO ADI-COMPETENCIA
           START ADIANTAMENTO-ARQ KEY IS >= ADI-CHAVE
               INVALID KEY
                   SET WS-FIM-ADIANTAMENTO TO TRUE
               NOT INVALID KEY
                   SET WS-NAO-FIM-ADIANTAMENTO TO TRUE
                   PERFORM 1984-APROPRIAR-ADIANTAMENTO
                       UNTIL WS-FIM-ADIANTAMENTO
           END-START
           IF WS-ADIANTAMENTO-A-BAIXAR > ZERO
               DISPLAY 'MATRICULA COM DESCONTO DE '
                   'ADIANTAMENTO SEM SALDO NO RAZAO: '
                   ROS-MATRICULA
           END-IF
           PERFORM 1801-LER-ROSTER-CONTRACHEQUE
           EXIT.

       1984-APROPRIAR-ADIANTAMENTO.
           READ ADIANTAMENTO-ARQ NEXT
               AT END
                   SET WS-FIM-ADIANTAMENTO TO TRUE
               NOT AT END
                   IF ADI-MATRICULA NOT = WS-MATRICULA-ADIANTAMENTO
                       OR ADI-COMPETENCIA > WS-COMPETENCIA-ADIANTAMENTO
                       SET WS-FIM-ADIANTAMENTO TO TRUE
                   ELSE
                       PERFORM 2282-APURAR-SALDO-ADIANTAMENTO
                       IF WS-SALDO-ADIANTAMENTO > ZERO
                           PERFORM 1986-BAIXAR-PARCELA-ADIANTAMENTO
                       END-IF
                   END-IF
           END-READ
           EXIT.

       1986-BAIXAR-PARCELA-ADIANTAMENTO.
           IF WS-SALDO-ADIANTAMENTO > WS-ADIANTAMENTO-A-BAIXAR
               MOVE WS-ADIANTAMENTO-A-BAIXAR
                   TO WS-ADIANTAMENTO-APROPRIADO
           ELSE
               MOVE WS-SALDO-ADIANTAMENTO TO WS-ADIANTAMENTO-APROPRIADO
           END-IF
           SUBTRACT WS-ADIANTAMENTO-APROPRIADO
               FROM WS-ADIANTAMENTO-A-BAIXAR
           IF WS-ADIANTAMENTO-APROPRIADO > ZERO
               OR ADI-COMPETENCIA-COBRANCA = WS-COMPETENCIA-ADIANTAMENTO
               PERFORM 1987-REGRAVAR-ADIANTAMENTO
           END-IF
           EXIT.

       1987-REGRAVAR-ADIANTAMENTO.
           IF ADI-COMPETENCIA-COBRANCA = WS-COMPETENCIA-ADIANTAMENTO
               SUBTRACT ADI-VALOR-COBRANCA FROM ADI-VALOR-DESCONTADO
           END-IF
           ADD WS-ADIANTAMENTO-APROPRIADO TO ADI-VALOR-DESCONTADO
           MOVE WS-COMPETENCIA-ADIANTAMENTO TO ADI-COMPETENCIA-COBRANCA
           MOVE WS-ADIANTAMENTO-APROPRIADO TO ADI-VALOR-COBRANCA
           MOVE WS-DATA-HOJE TO ADI-DATA-DESCONTO
           IF ADI-VALOR-DESCONTADO = ADI-VALOR
               SET ADI-DESCONTADO TO TRUE
           ELSE
               SET ADI-PAGO TO TRUE
               DISPLAY 'ADIANTAMENTO DESCONTADO PARCIALMENTE '
                   '- MATRICULA ' ADI-MATRICULA
                   ' COMPETENCIA ' ADI-COMPETENCIA
                   ' SALDO SERA DESCONTADO NA PROXIMA FOLHA'
           END-IF
           REWRITE REG-ADIANTAMENTO
           IF WS-FS-ADIANTAMENTO NOT = '00'
               MOVE WS-FS-ADIANTAMENTO TO WS-FILE-STATUS
               MOVE 'MOVEADIA' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           ADD 1 TO WS-QTD-ADIANTAMENTOS-BAIXADOS
           EXIT.

       9900-ERRO-ARQUIVO.
           ADD 1 TO WS-QTD-TENTATIVAS-ERRO
           IF WS-FILE-STATUS = '93'
