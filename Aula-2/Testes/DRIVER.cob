      *                   FOLHA QUE LIBERA O BORDERO NO MOVECTLC
      *02/09/2026 MLBF    INCLUIDA A OPCAO 44 - AC00LOAD, CARGA EM LOTE
      *                   DE FUNCIONARIOS DO ARQUIVO DO RH (AC00IMPT)
      *15/10/2026 MLBF    INCLUIDAS AS OPCOES 45 - MOVETXMT (MANUTENCAO
      *                   DAS FAIXAS DE INSS/IRRF DO MOVETAXA POR
      *                   VIGENCIA) E 46 - AC00EX07 (ORDENS JUDICIAIS DE
      *                   PENSAO ALIMENTICIA, AC00PENS)
      *15/10/2026 MLBF    INCLUIDAS AS OPCOES 47 - AC00EX08 (ADESAO AO
      *                   PLANO DE SAUDE COM OS DEPENDENTES COBERTOS,
      *                   AC00PLAN) E 48 - AC00RPLN (CONFERENCIA MENSAL
      *                   DA FATURA DO PLANO POR FAIXA ETARIA)
      *15/10/2026 MLBF    INCLUIDAS AS OPCOES 49 - MOVEADTO (PAGAMENTO
      *                   DO ADIANTAMENTO QUINZENAL, DESCONTADO NA FOLHA
      *                   MENSAL) E 50 - AC00EX09 (OPCAO DO FUNCIONARIO
      *                   PELO ADIANTAMENTO, AC00ADOP)
      *15/10/2026 MLBF    INCLUIDA A OPCAO 51 - MOVEESTR, ESTORNO DE UMA
      *                   COMPETENCIA JA PROCESSADA (SOMENTE OPERADOR
      *                   NIVEL 3)
      *15/10/2026 MLBF    INCLUIDA A OPCAO 52 - AC00PROJ, PROJECAO DO
      *                   CUSTO DA FOLHA DOS PROXIMOS 12 MESES POR
      *                   DEPARTAMENTO
      *15/10/2026 MLBF    INCLUIDA A OPCAO 53 - AC00EX10, CADASTRO DE
      *                   AFASTAMENTOS (DOENCA, ACIDENTE DE TRABALHO,
      *                   MATERNIDADE E LICENCA NAO REMUNERADA)
      *15/10/2026 MLBF    INCLUIDAS AS OPCOES 54 - AC00EX11 (TABELA DE
      *                   CARGOS E FAIXAS SALARIAIS) E 55 - AC00RCMP
      *                   (RELATORIO DE COMPA-RATIO POR DEPARTAMENTO)
      *15/10/2026 MLBF    INCLUIDA A OPCAO 56 - AC00APRV, APROVACAO (POR
      *                   OUTRO OPERADOR NIVEL 3) DAS ALTERACOES DE
      *                   SALARIO, DEPARTAMENTO E EMPRESA SOLICITADAS EM
      *                   AC00EX01
      *15/10/2026 MLBF    INCLUIDA A OPCAO 57 - MOVEDIRF, ARQUIVO DA
      *                   DECLARACAO ANUAL DE IRRF POR EMPRESA A PARTIR
      *                   DO MOVEANUA
      *15/10/2026 MLBF    INCLUIDA A OPCAO 58 - AC00FRAU, DETECCAO DE
      *                   FRAUDE DE PAGAMENTO E DE FUNCIONARIO FANTASMA
      *                   (AC00BANC, BORDERO MOVEBORD E HISTORICO
      *                   AC00HEVT)
      *15/10/2026 MLBF    INCLUIDA A OPCAO 59 - AC00PONT, IMPORTACAO DAS
      *                   MARCACOES DO PONTO ELETRONICO (AC00MARC)
      *                   GERANDO O MOVEFREQ DA COMPETENCIA
      *15/10/2026 MLBF    INCLUIDA A OPCAO 60 - AC00EX12, MANUTENCAO DO
      *                   RATEIO DO CUSTO DO FUNCIONARIO POR CENTRO DE
      *                   CUSTO (AC00RATE)
      *15/10/2026 MLBF    INCLUIDA A OPCAO 61 - AC00FICH, FICHA
      *                   CONSOLIDADA (SOMENTE CONSULTA, LIBERADA AO
      *                   NIVEL 1) DO FUNCIONARIO POR MATRICULA OU CPF
      *15/10/2026 MLBF    INCLUIDA A OPCAO 62 - AC00RVEN, RELATORIO DOS
      *                   CONTRATOS POR PRAZO DETERMINADO (ESTAGIO,
      *                   APRENDIZAGEM) QUE VENCEM NOS PROXIMOS 30 DIAS
      *                   (AC00RVCT)
      *15/10/2026 MLBF    INCLUIDA A OPCAO 63 - MOVEPLR, PAGAMENTO DA
      *                   PARTICIPACAO NOS LUCROS E RESULTADOS COM
      *                   TRIBUTACAO EXCLUSIVA (CARTAO MOVEPLRP)
      *15/10/2026 MLBF    INCLUIDA A OPCAO 64 - SETTEMPO, TEMPO DE
      *                   EXECUCAO POR JOB COM MEDIA MOVEL, TENDENCIA E
      *                   ESTOUROS SOBRE A MEDIA (SETTEMPR)
      *15/10/2026 MLBF    INCLUIDA A OPCAO 65 - AC00LGPD, DOSSIE DO
      *                   TITULAR DE DADOS PESSOAIS (LGPD) POR CPF,
      *                   RESTRITO AO OPERADOR NIVEL 3 E REGISTRADO EM
      *                   SETAUDIT (AC00LGPR)
      *15/10/2026 MLBF    INCLUIDA A OPCAO 66 - AC00HOMO, RELATORIO DE
      *                   PROVAVEIS PESSOAS DUPLICADAS (NOME FONETICO)
      *                   ENTRE ACCNOME, INITMST E AC00FUNC
      *15/10/2026 MLBF    INCLUIDA A OPCAO 67 - AC00CEPL, CARGA DA
      *                   TABELA DE CEP/MUNICIPIOS AC00CEPS A PARTIR DO
      *                   EXTRATO DOS CORREIOS (AC00CEPX)
      *15/10/2026 MLBF    INCLUIDA A OPCAO 68 - AC00RPRZ, RELATORIO
      *                   DIARIO DO PRAZO DE PAGAMENTO DAS RESCISOES
      *                   (ART. 477) COM AS PENDENTES, AS PAGAS EM
      *                   ATRASO E A MULTA A PROVISIONAR
      *15/10/2026 MLBF    INCLUIDA A OPCAO 69 - OPERCRON, CRONOGRAMA DE
      *                   PARCELAS DE EMPRESTIMO (SIMULADO OU DA
      *                   CARTEIRA OPEREMPR) COM PRICE E SAC LADO A LADO
      *15/10/2026 MLBF    INCLUIDAS AS OPCOES 70 - SETINCM, CAUSA E
      *                   SOLUCAO DOS INCIDENTES DE JOBS ABORTADOS, E 71
      *                   - SETINCR, RELATORIO MENSAL DE INCIDENTES POR
      *                   JOB E CAUSA
      *15/10/2026 MLBF    INCLUIDA A OPCAO 72 - AC00SEGF, RELATORIO
      *                   MENSAL DE SEGREGACAO DE FUNCOES (CONFLITOS
      *                   ENTRE ALTERACAO DE CADASTRO E APROVACAO DA
      *                   FOLHA)
      *15/10/2026 MLBF    INCLUIDA A OPCAO 73 - AC00TRAN, TRANSFERENCIA
      *                   DE FUNCIONARIO ENTRE EMPRESAS DO GRUPO
      *                   MANTENDO A MATRICULA, COM RELATORIO DOS
      *                   PASSIVOS TRANSFERIDOS
      *15/10/2026 MLBF    INCLUIDA A OPCAO 74 - AC00DELT, EXTRACAO DAS
      *                   ALTERACOES DO AC00FUNC PARA OS SISTEMAS
      *                   CONSUMIDORES, INCLUSIVE A CARGA COMPLETA PARA
      *                   RECARGA DE UM CONSUMIDOR
      *15/10/2026 MLBF    INCLUIDA A OPCAO 75 - AC00PBEN, PEDIDO MENSAL
      *                   DE VALE TRANSPORTE E VALE REFEICAO AOS
      *                   FORNECEDORES (AC00PVT/AC00PVR)
      *15/10/2026 MLBF    INCLUIDA A OPCAO 76 - AC00RFGT, EXTRATO DE
      *                   FGTS POR FUNCIONARIO (AC00FGTL)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           DISPLAY ' 42 - MOVEINFR  (INFORME DE RENDIMENTOS ANUAL)'
           DISPLAY ' 43 - MOVEAPRV  (APROVACAO DA FOLHA/BORDERO)'
           DISPLAY ' 44 - AC00LOAD  (CARGA EM LOTE DE FUNCIONARIOS)'
           DISPLAY ' 45 - MOVETXMT  (FAIXAS DE INSS/IRRF POR VIGENCIA)'
           DISPLAY ' 46 - AC00EX07  (ORDENS DE PENSAO ALIMENTICIA)'
           DISPLAY ' 47 - AC00EX08  (ADESAO AO PLANO DE SAUDE)'
           DISPLAY ' 48 - AC00RPLN  (CONFERENCIA DA FATURA DO PLANO)'
           DISPLAY ' 49 - MOVEADTO  (ADIANTAMENTO QUINZENAL)'
           DISPLAY ' 50 - AC00EX09  (OPCAO PELO ADIANTAMENTO)'
           DISPLAY ' 51 - MOVEESTR  (ESTORNO DE COMPETENCIA)'
           DISPLAY ' 52 - AC00PROJ  (PROJECAO 12 MESES DA FOLHA)'
           DISPLAY ' 53 - AC00EX10  (AFASTAMENTOS DE FUNCIONARIOS)'
           DISPLAY ' 54 - AC00EX11  (CARGOS E FAIXAS SALARIAIS)'
           DISPLAY ' 55 - AC00RCMP  (COMPA-RATIO POR DEPARTAMENTO)'
           DISPLAY ' 56 - AC00APRV  (APROVACAO DE ALTERACOES CADASTR.)'
           DISPLAY ' 57 - MOVEDIRF  (DECLARACAO ANUAL DE IRRF)'
           DISPLAY ' 58 - AC00FRAU  (DETECCAO DE FRAUDE DE PAGAMENTO)'
           DISPLAY ' 59 - AC00PONT  (IMPORTACAO DO PONTO ELETRONICO)'
           DISPLAY ' 60 - AC00EX12  (RATEIO POR CENTRO DE CUSTO)'
           DISPLAY ' 61 - AC00FICH  (FICHA CONSOLIDADA DO FUNCIONARIO)'
           DISPLAY ' 62 - AC00RVEN  (CONTRATOS A VENCER EM 30 DIAS)'
           DISPLAY ' 63 - MOVEPLR   (PAGAMENTO DA PLR)'
           DISPLAY ' 64 - SETTEMPO  (TEMPO DE EXECUCAO POR JOB)'
           DISPLAY ' 65 - AC00LGPD  (DOSSIE LGPD DO TITULAR - NIVEL 3)'
           DISPLAY ' 66 - AC00HOMO  (PROVAVEIS PESSOAS DUPLICADAS)'
           DISPLAY ' 67 - AC00CEPL  (CARGA DA TABELA DE CEP)'
           DISPLAY ' 68 - AC00RPRZ  (PRAZO DE PAGAMENTO DE RESCISOES)'
           DISPLAY ' 69 - OPERCRON  (CRONOGRAMA DE EMPRESTIMO)'
           DISPLAY ' 70 - SETINCM   (INCIDENTES DE JOBS ABORTADOS)'
           DISPLAY ' 71 - SETINCR   (RELATORIO MENSAL DE INCIDENTES)'
           DISPLAY ' 72 - AC00SEGF  (SEGREGACAO DE FUNCOES)'
           DISPLAY ' 73 - AC00TRAN  (TRANSFERENCIA ENTRE EMPRESAS)'
           DISPLAY ' 74 - AC00DELT  (EXTRACAO DE ALTERACOES/CARGA)'
           DISPLAY ' 75 - AC00PBEN  (PEDIDO VT/VR AOS FORNECEDORES)'
           DISPLAY ' 76 - AC00RFGT  (EXTRATO DE FGTS POR FUNCIONARIO)'
           DISPLAY '  0 - ENCERRAR'
           DISPLAY '================================================'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
               WHEN 44
                   CALL 'AC00LOAD'
                   CANCEL 'AC00LOAD'
               WHEN 45
                   CALL 'MOVETXMT'
                   CANCEL 'MOVETXMT'
               WHEN 46
                   CALL 'AC00EX07'
                   CANCEL 'AC00EX07'
               WHEN 47
                   CALL 'AC00EX08'
                   CANCEL 'AC00EX08'
               WHEN 48
                   CALL 'AC00RPLN'
                   CANCEL 'AC00RPLN'
               WHEN 49
                   CALL 'MOVEADTO'
                   CANCEL 'MOVEADTO'
               WHEN 50
                   CALL 'AC00EX09'
                   CANCEL 'AC00EX09'
               WHEN 51
                   CALL 'MOVEESTR'
                   CANCEL 'MOVEESTR'
               WHEN 52
                   CALL 'AC00PROJ'
                   CANCEL 'AC00PROJ'
               WHEN 53
                   CALL 'AC00EX10'
                   CANCEL 'AC00EX10'
               WHEN 54
                   CALL 'AC00EX11'
                   CANCEL 'AC00EX11'
               WHEN 55
                   CALL 'AC00RCMP'
                   CANCEL 'AC00RCMP'
               WHEN 56
                   CALL 'AC00APRV'
                   CANCEL 'AC00APRV'
               WHEN 57
                   CALL 'MOVEDIRF'
                   CANCEL 'MOVEDIRF'
               WHEN 58
                   CALL 'AC00FRAU'
                   CANCEL 'AC00FRAU'
               WHEN 59
                   CALL 'AC00PONT'
                   CANCEL 'AC00PONT'
               WHEN 60
                   CALL 'AC00EX12'
                   CANCEL 'AC00EX12'
               WHEN 61
                   CALL 'AC00FICH'
                   CANCEL 'AC00FICH'
               WHEN 62
                   CALL 'AC00RVEN'
                   CANCEL 'AC00RVEN'
               WHEN 63
                   CALL 'MOVEPLR'
                   CANCEL 'MOVEPLR'
               WHEN 64
                   CALL 'SETTEMPO'
                   CANCEL 'SETTEMPO'
               WHEN 65
                   CALL 'AC00LGPD'
                   CANCEL 'AC00LGPD'
               WHEN 66
                   CALL 'AC00HOMO'
                   CANCEL 'AC00HOMO'
               WHEN 67
                   CALL 'AC00CEPL'
                   CANCEL 'AC00CEPL'
               WHEN 68
                   CALL 'AC00RPRZ'
                   CANCEL 'AC00RPRZ'
               WHEN 69
                   CALL 'OPERCRON'
                   CANCEL 'OPERCRON'
               WHEN 70
                   CALL 'SETINCM'
                   CANCEL 'SETINCM'
               WHEN 71
                   CALL 'SETINCR'
                   CANCEL 'SETINCR'
               WHEN 72
                   CALL 'AC00SEGF'
                   CANCEL 'AC00SEGF'
               WHEN 73
                   CALL 'AC00TRAN'
                   CANCEL 'AC00TRAN'
               WHEN 74
                   CALL 'AC00DELT'
                   CANCEL 'AC00DELT'
               WHEN 75
                   CALL 'AC00PBEN'
                   CANCEL 'AC00PBEN'
               WHEN 76
                   CALL 'AC00RFGT'
                   CANCEL 'AC00RFGT'
               WHEN 0
                   SET WS-FIM-MENU TO TRUE
               WHEN OTHER
