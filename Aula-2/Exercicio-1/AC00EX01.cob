      *                   VALIDADO CONTRA O CADASTRO DE EMPRESAS
      *                   AC00EMPR (MANTIDO POR AC00EX06), QUANDO
      *                   PRESENTE
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA O
      *                   NOVO CAMPO FUNC-CARGO; O CARGO E CAPTURADO NA
      *                   INCLUSAO (5158) E NA ALTERACAO (5210) E
      *                   VALIDADO CONTRA A TABELA DE CARGOS AC00CARG
      *                   (MANTIDA POR AC00EX11), QUANDO PRESENTE; O
      *                   SALARIO FORA DA FAIXA MINIMO/MAXIMO DO CARGO
      *                   GERA AVISO (5159) SEM BARRAR A GRAVACAO; A
      *                   TROCA DE CARGO E REGISTRADA COMO EVENTO 'CAR '
      *                   EM AC00HEVT
      *15/10/2026 MLBF    ALTERACOES DE SALARIO, DEPARTAMENTO E EMPRESA
      *                   (5200, QUE PASSA A CAPTURAR TAMBEM A EMPRESA
      *                   EM 5205) DEIXAM DE SER GRAVADAS DIRETO NO
      *                   MESTRE: VIRAM SOLICITACOES NO ARQUIVO DE
      *                   PENDENCIAS AC00PEND (5260), UMA POR TIPO E
      *                   MATRICULA, QUE SO ENTRAM NO AC00FUNC E NO
      *                   AC00HEVT DEPOIS DE APROVADAS POR OUTRO
      *                   OPERADOR NIVEL 3 EM AC00APRV; CPF E CARGO
      *                   CONTINUAM APLICADOS NA HORA; EVENTO AC00HEVT
      *                   AMPLIADO DE 78 PARA 87 POSICOES
      *                   (EVT-OPERADOR-APROV)
      *15/10/2026 MLBF    NOVOS CAMPOS FUNC-TIPO-CONTRATO (C-CLT,
      *                   A-APRENDIZ, E-ESTAGIARIO, P-PRO-LABORE; BRANCO
      *                   NOS CADASTROS ANTIGOS VALE COMO CLT) E
      *                   FUNC-DATA-FIM-CONTRATO (ZERO = PRAZO
      *                   INDETERMINADO), CAPTURADOS NA INCLUSAO E NA
      *                   ALTERACAO E EXIBIDOS NA CONSULTA. APRENDIZ E
      *                   ESTAGIARIO EXIGEM DATA DE FIM, QUE DEVE SER
      *                   POSTERIOR A ADMISSAO. A TROCA E APLICADA NA
      *                   HORA, COMO O CARGO, E REGISTRADA COMO EVENTO
      *                   'CTR ' (TIPO) E 'FCTR' (DATA DE FIM)
      *15/10/2026 MLBF    NOVO CAMPO FUNC-GRAU-RISCO
      *                   (1/2/3-INSALUBRIDADE MINIMA/MEDIA/MAXIMA,
      *                   P-PERICULOSIDADE, BRANCO-SEM ADICIONAL), BASE
      *                   DO ADICIONAL CALCULADO PELO FOLHCALC;
      *                   CAPTURADO E VALIDADO NA INCLUSAO E NA
      *                   ALTERACAO E EXIBIDO NA CONSULTA. A TROCA E
      *                   APLICADA NA HORA, COMO O TIPO DE CONTRATO, E
      *                   REGISTRADA COMO EVENTO 'RISC'
      *15/10/2026 MLBF    5165-CONFERIR-NOME-PARECIDO: NA INCLUSAO, O
      *                   NOME E COMPARADO PELA CHAVE FONETICA (ROTINA
      *                   NOMEFON) COM OS DEMAIS FUNCIONARIOS DO
      *                   AC00FUNC; NOME PARECIDO COM OUTRO CPF GERA
      *                   AVISO COM MATRICULA, NASCIMENTO E CPF, SEM
      *                   IMPEDIR A INCLUSAO
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO (E DE
      *                   WS-REG-FUNCIONARIO) ATUALIZADO COM OS CAMPOS
      *                   DE ENDERECO (LOGRADOURO, NUMERO, CEP, UF E
      *                   CODIGO IBGE DO MUNICIPIO). NA INCLUSAO E NA
      *                   ALTERACAO O CEP INFORMADO E VALIDADO NA TABELA
      *                   AC00CEPS PELA ROTINA CEPBUSC (5162) E DEFINE
      *                   CIDADE, UF E CODIGO IBGE; CEP FORA DA TABELA
      *                   CANCELA A OPERACAO, CEP ZERO OU TABELA AUSENTE
      *                   MANTEM A CIDADE DIGITADA. A CONSULTA EXIBE O
      *                   ENDERECO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS EPR-CODIGO
               FILE STATUS IS WS-FS-EMPRESA.

           SELECT CARGO-ARQ ASSIGN TO "AC00CARG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-CODIGO
               FILE STATUS IS WS-FS-CARGOS.

           SELECT PENDENCIA-ARQ ASSIGN TO "AC00PEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WS-FS-PENDENCIAS.

       DATA DIVISION.
       FILE SECTION.
       FD  AC00-ARQ-FUNCIONARIOS.
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

       FD  EVENTO-ARQ.
       01 REG-EVENTO PIC X(87).

       FD  AC00-ARQ-DEPARTAMENTOS.
       01 REG-DEPARTAMENTO.
           05 EPR-CNPJ PIC 9(14).
           05 EPR-NOME PIC X(30).

       FD  CARGO-ARQ.
       01 REG-CARGO.
           05 CAR-CODIGO PIC X(04).
           05 CAR-DESCRICAO PIC X(30).
           05 CAR-GRAU PIC 9(02).
           05 CAR-SALARIO-MINIMO PIC 9(07)V99.
           05 CAR-SALARIO-MEDIO PIC 9(07)V99.
           05 CAR-SALARIO-MAXIMO PIC 9(07)V99.

       FD  PENDENCIA-ARQ.
       01 REG-PENDENCIA.
           05 PND-CHAVE.
               10 PND-MATRICULA PIC 9(06).
               10 PND-DATA-SOLIC PIC 9(08).
               10 PND-HORA-SOLIC PIC 9(06).
               10 PND-TIPO PIC X(04).
           05 PND-VALOR-ANTIGO PIC X(20).
           05 PND-VALOR-NOVO PIC X(20).
           05 PND-OPERADOR-SOLIC PIC X(08).
           05 PND-SITUACAO PIC X(01).
               88 PND-PENDENTE VALUE 'P'.
               88 PND-APROVADA VALUE 'A'.
               88 PND-REJEITADA VALUE 'R'.
           05 PND-OPERADOR-APROV PIC X(08).
           05 PND-DATA-APROV PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-MATRICULA PIC 9(06) VALUE ZERO.
       01 WS-DADOS-PESSOA.
           05 WS-FUNC-IND-ATIVO PIC X(01) VALUE 'A'.
           05 WS-FUNC-CPF PIC 9(11) VALUE ZERO.
           05 WS-FUNC-EMPRESA PIC 9(03) VALUE ZERO.
           05 WS-FUNC-CARGO PIC X(04) VALUE SPACES.
           05 WS-FUNC-TIPO-CONTRATO PIC X(01) VALUE 'C'.
               88 WS-FUNC-CONTRATO-VALIDO VALUE 'C' 'A' 'E' 'P'.
               88 WS-FUNC-CONTRATO-A-PRAZO VALUE 'A' 'E'.
           05 WS-FUNC-DATA-FIM-CONTRATO PIC 9(08) VALUE ZERO.
           05 WS-FUNC-GRAU-RISCO PIC X(01) VALUE SPACE.
               88 WS-FUNC-GRAU-RISCO-VALIDO VALUE ' ' '1' '2' '3' 'P'.
           05 WS-FUNC-LOGRADOURO PIC X(30) VALUE SPACES.
           05 WS-FUNC-NUMERO-ENDERECO PIC X(06) VALUE SPACES.
           05 WS-FUNC-CEP PIC 9(08) VALUE ZERO.
           05 WS-FUNC-UF PIC X(02) VALUE SPACES.
           05 WS-FUNC-COD-MUNICIPIO PIC 9(07) VALUE ZERO.

       01 WS-IND-CPF-VALIDO PIC X(01) VALUE 'N'.
           88 WS-CPF-VALIDO VALUE 'S'.
           88 WS-FIM-CONSULTA VALUE 'S'.
           88 WS-NAO-FIM-CONSULTA VALUE 'N'.

       01 WS-AREA-NOME-PARECIDO.
           05 WS-NOME-COMPARAR PIC X(30) VALUE SPACES.
           05 WS-CHAVE-NOME-NOVO PIC X(30) VALUE SPACES.
           05 WS-CHAVE-NOME-CADASTRADO PIC X(30) VALUE SPACES.
           05 WS-QTD-PARECIDOS PIC 9(03) COMP VALUE ZERO.

       01 WS-OPCAO-TRANSACAO PIC 9 VALUE ZERO.
       01 WS-IND-FIM-MANUTENCAO PIC X(01) VALUE 'N'.
           88 WS-FIM-MANUTENCAO VALUE 'S'.
           05 EVT-VALOR-NOVO PIC X(20) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-OPERADOR PIC X(08) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-OPERADOR-APROV PIC X(08) VALUE SPACES.

       01 WS-AREA-SESSAO.
           05 WS-OPERADOR-SESSAO PIC X(08) VALUE SPACES.
           05 WS-SALARIO-ANTERIOR PIC 9(07)V99 VALUE ZERO.
           05 WS-DEPARTAMENTO-ANTERIOR PIC X(04) VALUE SPACES.
           05 WS-CPF-ANTERIOR PIC 9(11) VALUE ZERO.
           05 WS-CARGO-ANTERIOR PIC X(04) VALUE SPACES.
           05 WS-EMPRESA-ANTERIOR PIC 9(03) VALUE ZERO.
           05 WS-TIPO-CONTRATO-ANTERIOR PIC X(01) VALUE SPACE.
           05 WS-FIM-CONTRATO-ANTERIOR PIC 9(08) VALUE ZERO.
           05 WS-GRAU-RISCO-ANTERIOR PIC X(01) VALUE SPACE.

       01 WS-REG-PENDENCIA.
           05 WS-PND-CHAVE.
               10 WS-PND-MATRICULA PIC 9(06) VALUE ZERO.
               10 WS-PND-DATA-SOLIC PIC 9(08) VALUE ZERO.
               10 WS-PND-HORA-SOLIC PIC 9(06) VALUE ZERO.
               10 WS-PND-TIPO PIC X(04) VALUE SPACES.
           05 WS-PND-VALOR-ANTIGO PIC X(20) VALUE SPACES.
           05 WS-PND-ANTIGO-SALARIO REDEFINES WS-PND-VALOR-ANTIGO.
               10 WS-PND-SALARIO-ANTIGO PIC 9(07)V99.
               10 FILLER PIC X(11).
           05 WS-PND-ANTIGO-EMPRESA REDEFINES WS-PND-VALOR-ANTIGO.
               10 WS-PND-EMPRESA-ANTIGA PIC 9(03).
               10 FILLER PIC X(17).
           05 WS-PND-VALOR-NOVO PIC X(20) VALUE SPACES.
           05 WS-PND-NOVO-SALARIO REDEFINES WS-PND-VALOR-NOVO.
               10 WS-PND-SALARIO-NOVO PIC 9(07)V99.
               10 FILLER PIC X(11).
           05 WS-PND-NOVO-EMPRESA REDEFINES WS-PND-VALOR-NOVO.
               10 WS-PND-EMPRESA-NOVA PIC 9(03).
               10 FILLER PIC X(17).
           05 WS-PND-OPERADOR-SOLIC PIC X(08) VALUE SPACES.
           05 WS-PND-SITUACAO PIC X(01) VALUE 'P'.
           05 WS-PND-OPERADOR-APROV PIC X(08) VALUE SPACES.
           05 WS-PND-DATA-APROV PIC 9(08) VALUE ZERO.

       01 WS-IND-PENDENCIA PIC X(01) VALUE 'N'.
           88 WS-PENDENCIA-EXISTENTE VALUE 'S'.
           88 WS-PENDENCIA-INEXISTENTE VALUE 'N'.
       01 WS-IND-FIM-PENDENCIA PIC X(01) VALUE 'N'.
           88 WS-FIM-PENDENCIA VALUE 'S'.
           88 WS-NAO-FIM-PENDENCIA VALUE 'N'.

       01 WS-HORA-COMPLETA PIC 9(08) VALUE ZERO.

           88 WS-EMPRESA-VALIDA VALUE 'S'.
           88 WS-EMPRESA-INVALIDA VALUE 'N'.

       01 WS-IND-CARGO-VALIDO PIC X(01) VALUE 'N'.
           88 WS-CARGO-VALIDO VALUE 'S'.
           88 WS-CARGO-INVALIDO VALUE 'N'.

       01 WS-IND-CONTRATO-VALIDO PIC X(01) VALUE 'N'.
           88 WS-CONTRATO-VALIDO VALUE 'S'.
           88 WS-CONTRATO-INVALIDO VALUE 'N'.

       01 WS-IND-CEP-VALIDO PIC X(01) VALUE 'N'.
           88 WS-CEP-VALIDO VALUE 'S'.
           88 WS-CEP-INVALIDO VALUE 'N'.

       01 WS-AREA-CEPBUSC.
           05 CBU-ENTRADA.
               10 CBU-TIPO-BUSCA PIC X(01) VALUE 'C'.
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

       01 WS-AREA-FAIXA-SALARIAL.
           05 WS-FAIXA-MINIMO-EDIT PIC $Z,ZZZ,ZZ9.99.
           05 WS-FAIXA-MAXIMO-EDIT PIC $Z,ZZZ,ZZ9.99.

       01 WS-CONTROLE-ARQUIVO.
           05 WS-FS-FUNCIONARIOS PIC X(02) VALUE '00'.
           05 WS-FS-EVENTO PIC X(02) VALUE '00'.
           05 WS-FS-DEPARTAMENTOS PIC X(02) VALUE '00'.
           05 WS-FS-SESSAO PIC X(02) VALUE '00'.
           05 WS-FS-EMPRESA PIC X(02) VALUE '00'.
           05 WS-FS-CARGOS PIC X(02) VALUE '00'.
           05 WS-FS-PENDENCIAS PIC X(02) VALUE '00'.
           COPY CTLARQ.
           05 WS-IND-DEPTOS-ABERTO PIC X(01) VALUE 'N'.
               88 WS-DEPTOS-ABERTO VALUE 'S'.
           05 WS-IND-EMPRESAS-ABERTO PIC X(01) VALUE 'N'.
               88 WS-EMPRESAS-ABERTO VALUE 'S'.
               88 WS-EMPRESAS-FECHADO VALUE 'N'.
           05 WS-IND-CARGOS-ABERTO PIC X(01) VALUE 'N'.
               88 WS-CARGOS-ABERTO VALUE 'S'.
               88 WS-CARGOS-FECHADO VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 0000-INICIAR-PROGRAMA.
           PERFORM 0020-ABRIR-DEPARTAMENTOS
           PERFORM 0030-LER-SESSAO-OPERADOR
           PERFORM 0040-ABRIR-EMPRESAS
           PERFORM 0050-ABRIR-CARGOS
           EXIT.

       0030-LER-SESSAO-OPERADOR.
           END-IF
           EXIT.

       0050-ABRIR-CARGOS.
           OPEN INPUT CARGO-ARQ
           IF WS-FS-CARGOS = '00'
               SET WS-CARGOS-ABERTO TO TRUE
           ELSE
               SET WS-CARGOS-FECHADO TO TRUE
               IF WS-FS-CARGOS = '35'
                   DISPLAY 'AC00CARG NAO ENCONTRADO - CARGO E FAIXA '
                       'SALARIAL NAO SERAO CONFERIDOS NA CAPTURA'
               ELSE
                   MOVE WS-FS-CARGOS TO WS-FILE-STATUS
                   MOVE 'AC00CARG' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       1000-RECEBER-DADOS.
           DISPLAY 'QUAL A MATRICULA?'
           ACCEPT WS-MATRICULA.
           ACCEPT WS-FUNC-DEPARTAMENTO.
           DISPLAY 'QUAL A CIDADE?'
           ACCEPT WS-CIDADE.
           DISPLAY 'LOGRADOURO (RUA/AVENIDA)?'
           ACCEPT WS-LOGRADOURO.
           DISPLAY 'NUMERO DO ENDERECO?'
           ACCEPT WS-NUMERO-ENDERECO.
           DISPLAY 'CEP (8 DIGITOS, ZERO = SEM CEP)?'
           ACCEPT WS-CEP.
           DISPLAY 'DATA DE ADMISSAO (AAAAMMDD)?'
           ACCEPT WS-FUNC-DATA-ADMISSAO.
           DISPLAY 'QUAL O CPF (11 DIGITOS)?'
           ACCEPT WS-FUNC-CPF.
           DISPLAY 'QUAL O CODIGO DA EMPRESA (3 DIGITOS)?'
           ACCEPT WS-FUNC-EMPRESA.
           DISPLAY 'QUAL O CODIGO DO CARGO (4 POSICOES)?'
           ACCEPT WS-FUNC-CARGO.
           DISPLAY 'TIPO DE CONTRATO (C-CLT / A-APRENDIZ / '
               'E-ESTAGIARIO / P-PRO-LABORE)?'
           ACCEPT WS-FUNC-TIPO-CONTRATO.
           DISPLAY 'DATA DE FIM DO CONTRATO (AAAAMMDD, ZERO = PRAZO '
               'INDETERMINADO)?'
           ACCEPT WS-FUNC-DATA-FIM-CONTRATO.
           DISPLAY 'GRAU DE RISCO (1/2/3-INSALUBRIDADE MINIMA/MEDIA/'
               'MAXIMA / P-PERICULOSIDADE / BRANCO-SEM ADICIONAL)?'
           ACCEPT WS-FUNC-GRAU-RISCO.
           EXIT.

       2000-CALCULAR-IDADE.
           DISPLAY 'IDADE CALCULADA...: ' WS-IDADE ' ANOS'.
           DISPLAY 'DEPARTAMENTO......: ' WS-FUNC-DEPARTAMENTO.
           DISPLAY 'CIDADE............: ' WS-CIDADE.
           DISPLAY 'ENDERECO..........: ' WS-LOGRADOURO ', '
               WS-NUMERO-ENDERECO.
           DISPLAY 'CEP...............: ' WS-CEP.
           DISPLAY 'DATA ADMISSAO.....: ' WS-FUNC-DATA-ADMISSAO.
           DISPLAY 'CPF...............: ' WS-FUNC-CPF.
           DISPLAY 'CARGO.............: ' WS-FUNC-CARGO.
           DISPLAY 'TIPO DE CONTRATO..: ' WS-FUNC-TIPO-CONTRATO.
           DISPLAY 'FIM DO CONTRATO...: ' WS-FUNC-DATA-FIM-CONTRATO.
           DISPLAY 'GRAU DE RISCO.....: ' WS-FUNC-GRAU-RISCO.
           EXIT.

       5000-MANTER-MESTRE.
           MOVE ZERO TO WS-QTD-TENTATIVAS-ERRO
           PERFORM 5010-ABRIR-FUNCIONARIOS
               UNTIL WS-FS-FUNCIONARIOS = '00' OR WS-ERRO-FATAL
           PERFORM 5020-ABRIR-PENDENCIAS

           PERFORM 5050-PROCESSAR-TRANSACAO UNTIL WS-FIM-MANUTENCAO

           CLOSE AC00-ARQ-FUNCIONARIOS
           CLOSE PENDENCIA-ARQ
           IF WS-DEPTOS-ABERTO
               CLOSE AC00-ARQ-DEPARTAMENTOS
           END-IF
           IF WS-EMPRESAS-ABERTO
               CLOSE EMPRESA-ARQ
           END-IF
           IF WS-CARGOS-ABERTO
               CLOSE CARGO-ARQ
           END-IF
           EXIT.

       5010-ABRIR-FUNCIONARIOS.
           END-IF
           EXIT.

       5020-ABRIR-PENDENCIAS.
           OPEN I-O PENDENCIA-ARQ
           IF WS-FS-PENDENCIAS = '35'
               OPEN OUTPUT PENDENCIA-ARQ
               CLOSE PENDENCIA-ARQ
               OPEN I-O PENDENCIA-ARQ
           END-IF
           IF WS-FS-PENDENCIAS NOT = '00'
               MOVE WS-FS-PENDENCIAS TO WS-FILE-STATUS
               MOVE 'AC00PEND' TO WS-ID-ARQUIVO-ERRO
               PERFORM 9900-ERRO-ARQUIVO
           END-IF
           EXIT.

       5050-PROCESSAR-TRANSACAO.
           DISPLAY SPACES
           DISPLAY 'MANUTENCAO DO CADASTRO DE FUNCIONARIOS'
                       DISPLAY 'EMPRESA NAO CADASTRADA EM AC00EMPR, '
                           'INCLUSAO CANCELADA: ' WS-FUNC-EMPRESA
                   ELSE
                       PERFORM 5158-VALIDAR-CARGO-INCLUSAO
                   END-IF
               END-IF
           END-IF
           END-IF
           EXIT.

       5158-VALIDAR-CARGO-INCLUSAO.
           PERFORM 5156-LOCALIZAR-CARGO
           IF WS-CARGO-INVALIDO
               DISPLAY 'CARGO NAO CADASTRADO EM AC00CARG, INCLUSAO '
                   'CANCELADA: ' WS-FUNC-CARGO
           ELSE
               PERFORM 5159-CONFERIR-FAIXA-SALARIAL
               PERFORM 5161-VALIDAR-CONTRATO
               IF WS-CONTRATO-INVALIDO
                   DISPLAY 'INCLUSAO CANCELADA - TIPO DE CONTRATO: '
                       WS-FUNC-TIPO-CONTRATO ' FIM: '
                       WS-FUNC-DATA-FIM-CONTRATO
               ELSE
                   IF NOT WS-FUNC-GRAU-RISCO-VALIDO
                       DISPLAY 'INCLUSAO CANCELADA - GRAU DE RISCO '
                           'INVALIDO (1, 2, 3, P OU BRANCO): '
                           WS-FUNC-GRAU-RISCO
                   ELSE
                       PERFORM 5162-VALIDAR-CEP
                       IF WS-CEP-INVALIDO
                           DISPLAY 'CEP NAO CADASTRADO EM AC00CEPS, '
                               'INCLUSAO CANCELADA: ' WS-CEP
                       ELSE
                           PERFORM 5160-VALIDAR-CPF-INCLUSAO
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       5156-LOCALIZAR-CARGO.
           IF WS-CARGOS-ABERTO
               MOVE WS-FUNC-CARGO TO CAR-CODIGO
               READ CARGO-ARQ
                   INVALID KEY
                       SET WS-CARGO-INVALIDO TO TRUE
                   NOT INVALID KEY
                       SET WS-CARGO-VALIDO TO TRUE
               END-READ
           ELSE
               SET WS-CARGO-VALIDO TO TRUE
           END-IF
           EXIT.

       5159-CONFERIR-FAIXA-SALARIAL.
           IF WS-CARGOS-ABERTO
               MOVE CAR-SALARIO-MINIMO TO WS-FAIXA-MINIMO-EDIT
               MOVE CAR-SALARIO-MAXIMO TO WS-FAIXA-MAXIMO-EDIT
               IF WS-SALARIO < CAR-SALARIO-MINIMO
                   DISPLAY 'ATENCAO: SALARIO ABAIXO DO MINIMO DA FAIXA '
                       'DO CARGO ' CAR-CODIGO ' (GRAU ' CAR-GRAU '): '
                       WS-FAIXA-MINIMO-EDIT
               END-IF
               IF WS-SALARIO > CAR-SALARIO-MAXIMO
                   DISPLAY 'ATENCAO: SALARIO ACIMA DO MAXIMO DA FAIXA '
                       'DO CARGO ' CAR-CODIGO ' (GRAU ' CAR-GRAU '): '
                       WS-FAIXA-MAXIMO-EDIT
               END-IF
           END-IF
           EXIT.

       5155-VALIDAR-DEPARTAMENTO.
           IF WS-DEPTOS-ABERTO
               MOVE WS-FUNC-DEPARTAMENTO TO DEP-CODIGO
               MOVE WS-DATA-UNIFICADA TO WS-FUNC-DATA-NASCIMENTO
               MOVE WS-IDADE TO WS-FUNC-IDADE
               MOVE WS-CIDADE TO WS-FUNC-CIDADE
               MOVE WS-LOGRADOURO TO WS-FUNC-LOGRADOURO
               MOVE WS-NUMERO-ENDERECO TO WS-FUNC-NUMERO-ENDERECO
               MOVE WS-CEP TO WS-FUNC-CEP
               MOVE WS-UF TO WS-FUNC-UF
               MOVE WS-COD-MUNICIPIO TO WS-FUNC-COD-MUNICIPIO
               MOVE ZERO TO WS-FUNC-DATA-DEMISSAO
               MOVE 'A' TO WS-FUNC-IND-ATIVO

               PERFORM 5165-CONFERIR-NOME-PARECIDO
               WRITE REG-FUNCIONARIO FROM WS-REG-FUNCIONARIO
                   INVALID KEY
                       DISPLAY 'MATRICULA JA CADASTRADA: ' WS-MATRICULA
           END-IF
           EXIT.

       5165-CONFERIR-NOME-PARECIDO.
           MOVE WS-FUNC-NOME TO WS-NOME-COMPARAR
           CALL 'NOMEFON' USING WS-NOME-COMPARAR WS-CHAVE-NOME-NOVO
           MOVE ZERO TO WS-QTD-PARECIDOS
           MOVE ZERO TO FUNC-MATRICULA
           START AC00-ARQ-FUNCIONARIOS KEY IS >= FUNC-MATRICULA
               INVALID KEY
                   SET WS-FIM-CONSULTA TO TRUE
               NOT INVALID KEY
                   SET WS-NAO-FIM-CONSULTA TO TRUE
           END-START
           PERFORM 5166-COMPARAR-NOME-FUNCIONARIO
               UNTIL WS-FIM-CONSULTA
           IF WS-QTD-PARECIDOS > ZERO
               DISPLAY 'O FUNCIONARIO SERA INCLUIDO - CONFIRA SE NAO '
                   'E A MESMA PESSOA COM OUTRO CPF.'
           END-IF
           EXIT.

       5166-COMPARAR-NOME-FUNCIONARIO.
           READ AC00-ARQ-FUNCIONARIOS NEXT
               AT END
                   SET WS-FIM-CONSULTA TO TRUE
               NOT AT END
                   IF FUNC-CPF NOT = WS-FUNC-CPF
                       MOVE FUNC-NOME TO WS-NOME-COMPARAR
                       CALL 'NOMEFON' USING WS-NOME-COMPARAR
                           WS-CHAVE-NOME-CADASTRADO
                       IF WS-CHAVE-NOME-CADASTRADO = WS-CHAVE-NOME-NOVO
                           AND WS-CHAVE-NOME-NOVO NOT = SPACES
                           ADD 1 TO WS-QTD-PARECIDOS
                           DISPLAY 'ATENCAO: NOME PARECIDO JA '
                               'CADASTRADO - MATRICULA ' FUNC-MATRICULA
                               ' ' FUNC-NOME
                           DISPLAY '         NASCIMENTO '
                               FUNC-DATA-NASCIMENTO ' CPF ' FUNC-CPF
                       END-IF
                   END-IF
           END-READ
           EXIT.

       5162-VALIDAR-CEP.
           SET WS-CEP-VALIDO TO TRUE
           MOVE SPACES TO WS-UF
           MOVE ZERO TO WS-COD-MUNICIPIO
           IF WS-CEP > ZERO
               SET CBU-BUSCA-POR-CEP TO TRUE
               MOVE WS-CEP TO CBU-CEP-BUSCA
               CALL 'CEPBUSC' USING WS-AREA-CEPBUSC
               EVALUATE TRUE
                   WHEN CBU-CEP-ENCONTRADO
                       MOVE CBU-CIDADE TO WS-CIDADE
                       MOVE CBU-UF TO WS-UF
                       MOVE CBU-COD-MUNICIPIO TO WS-COD-MUNICIPIO
                       DISPLAY 'CEP ' WS-CEP ': ' WS-CIDADE '/' WS-UF
                           ' (IBGE ' WS-COD-MUNICIPIO ')'
                   WHEN CBU-CEP-NAO-ENCONTRADO
                       SET WS-CEP-INVALIDO TO TRUE
                   WHEN OTHER
                       DISPLAY 'AC00CEPS NAO ENCONTRADO - CEP NAO '
                           'VALIDADO, MANTIDA A CIDADE DIGITADA'
               END-EVALUATE
           END-IF
           EXIT.

       5161-VALIDAR-CONTRATO.
           SET WS-CONTRATO-VALIDO TO TRUE
           IF NOT WS-FUNC-CONTRATO-VALIDO
               SET WS-CONTRATO-INVALIDO TO TRUE
               DISPLAY 'TIPO DE CONTRATO INVALIDO (C, A, E OU P)'
           END-IF
           IF WS-FUNC-CONTRATO-A-PRAZO
               AND WS-FUNC-DATA-FIM-CONTRATO = ZERO
               SET WS-CONTRATO-INVALIDO TO TRUE
               DISPLAY 'APRENDIZ E ESTAGIARIO EXIGEM DATA DE FIM DO '
                   'CONTRATO'
           END-IF
           IF WS-FUNC-DATA-FIM-CONTRATO > ZERO
               AND WS-FUNC-DATA-FIM-CONTRATO
                   NOT > WS-FUNC-DATA-ADMISSAO
               SET WS-CONTRATO-INVALIDO TO TRUE
               DISPLAY 'FIM DO CONTRATO DEVE SER POSTERIOR A ADMISSAO'
           END-IF
           EXIT.

       5200-ALTERAR-REGISTRO.
           DISPLAY 'MATRICULA A ALTERAR?'
           ACCEPT WS-MATRICULA
                   MOVE FUNC-SALARIO TO WS-SALARIO-ANTERIOR
                   MOVE FUNC-DEPARTAMENTO TO WS-DEPARTAMENTO-ANTERIOR
                   MOVE FUNC-CPF TO WS-CPF-ANTERIOR
                   MOVE FUNC-CARGO TO WS-CARGO-ANTERIOR
                   MOVE FUNC-EMPRESA TO WS-EMPRESA-ANTERIOR
                   MOVE FUNC-TIPO-CONTRATO TO WS-TIPO-CONTRATO-ANTERIOR
                   MOVE FUNC-DATA-FIM-CONTRATO
                       TO WS-FIM-CONTRATO-ANTERIOR
                   MOVE FUNC-GRAU-RISCO TO WS-GRAU-RISCO-ANTERIOR
                   DISPLAY 'NOVO SALARIO?'
                   ACCEPT WS-SALARIO
                   DISPLAY 'NOVO DEPARTAMENTO/CENTRO DE CUSTO?'
                           'AC00DEPT, ALTERACAO CANCELADA: '
                           WS-FUNC-DEPARTAMENTO
                   ELSE
                       PERFORM 5205-VALIDAR-EMPRESA-ALTERACAO
                   END-IF
           END-READ
           EXIT.

       5205-VALIDAR-EMPRESA-ALTERACAO.
           DISPLAY 'NOVA EMPRESA (3 DIGITOS)?'
           ACCEPT WS-FUNC-EMPRESA
           PERFORM 5157-VALIDAR-EMPRESA
           IF WS-EMPRESA-INVALIDA
               DISPLAY 'EMPRESA NAO CADASTRADA EM AC00EMPR, '
                   'ALTERACAO CANCELADA: ' WS-FUNC-EMPRESA
           ELSE
               PERFORM 5210-VALIDAR-CARGO-ALTERACAO
           END-IF
           EXIT.

       5210-VALIDAR-CARGO-ALTERACAO.
           DISPLAY 'NOVO CARGO (4 POSICOES)?'
           ACCEPT WS-FUNC-CARGO
           PERFORM 5156-LOCALIZAR-CARGO
           IF WS-CARGO-INVALIDO
               DISPLAY 'CARGO NAO CADASTRADO EM AC00CARG, ALTERACAO '
                   'CANCELADA: ' WS-FUNC-CARGO
           ELSE
               PERFORM 5159-CONFERIR-FAIXA-SALARIAL
               DISPLAY 'NOVO CPF (11 DIGITOS)?'
               ACCEPT WS-FUNC-CPF
               CALL 'CPFVALID' USING WS-FUNC-CPF WS-IND-CPF-VALIDO
               IF WS-CPF-INVALIDO
                   DISPLAY 'CPF INVALIDO, ALTERACAO CANCELADA'
               ELSE
                   PERFORM 5215-VALIDAR-CONTRATO-ALTERACAO
               END-IF
           END-IF
           EXIT.

       5215-VALIDAR-CONTRATO-ALTERACAO.
           DISPLAY 'NOVO TIPO DE CONTRATO (C-CLT / A-APRENDIZ / '
               'E-ESTAGIARIO / P-PRO-LABORE)?'
           ACCEPT WS-FUNC-TIPO-CONTRATO
           DISPLAY 'NOVA DATA DE FIM DO CONTRATO (AAAAMMDD, ZERO = '
               'PRAZO INDETERMINADO)?'
           ACCEPT WS-FUNC-DATA-FIM-CONTRATO
           MOVE FUNC-DATA-ADMISSAO TO WS-FUNC-DATA-ADMISSAO
           PERFORM 5161-VALIDAR-CONTRATO
           IF WS-CONTRATO-INVALIDO
               DISPLAY 'ALTERACAO CANCELADA - TIPO DE CONTRATO: '
                   WS-FUNC-TIPO-CONTRATO ' FIM: '
                   WS-FUNC-DATA-FIM-CONTRATO
           ELSE
               PERFORM 5220-VALIDAR-RISCO-ALTERACAO
           END-IF
           EXIT.

       5220-VALIDAR-RISCO-ALTERACAO.
           DISPLAY 'NOVO GRAU DE RISCO (1/2/3-INSALUBRIDADE MINIMA/'
               'MEDIA/MAXIMA / P-PERICULOSIDADE / BRANCO-SEM '
               'ADICIONAL)?'
           ACCEPT WS-FUNC-GRAU-RISCO
           IF NOT WS-FUNC-GRAU-RISCO-VALIDO
               DISPLAY 'ALTERACAO CANCELADA - GRAU DE RISCO INVALIDO '
                   '(1, 2, 3, P OU BRANCO): ' WS-FUNC-GRAU-RISCO
           ELSE
               PERFORM 5225-VALIDAR-ENDERECO-ALTERACAO
           END-IF
           EXIT.

       5225-VALIDAR-ENDERECO-ALTERACAO.
           DISPLAY 'NOVO LOGRADOURO (BRANCO = MANTER)?'
           ACCEPT WS-LOGRADOURO
           DISPLAY 'NOVO NUMERO DO ENDERECO (BRANCO = MANTER)?'
           ACCEPT WS-NUMERO-ENDERECO
           DISPLAY 'NOVO CEP (8 DIGITOS, ZERO = MANTER)?'
           ACCEPT WS-CEP
           MOVE FUNC-CIDADE TO WS-CIDADE
           PERFORM 5162-VALIDAR-CEP
           IF WS-CEP-INVALIDO
               DISPLAY 'CEP NAO CADASTRADO EM AC00CEPS, ALTERACAO '
                   'CANCELADA: ' WS-CEP
           ELSE
               IF WS-LOGRADOURO NOT = SPACES
                   MOVE WS-LOGRADOURO TO FUNC-LOGRADOURO
               END-IF
               IF WS-NUMERO-ENDERECO NOT = SPACES
                   MOVE WS-NUMERO-ENDERECO TO FUNC-NUMERO-ENDERECO
               END-IF
               IF WS-CEP > ZERO
                   MOVE WS-CEP TO FUNC-CEP
               END-IF
               IF WS-CEP > ZERO AND CBU-CEP-ENCONTRADO
                   MOVE WS-CIDADE TO FUNC-CIDADE
                   MOVE WS-UF TO FUNC-UF
                   MOVE WS-COD-MUNICIPIO TO FUNC-COD-MUNICIPIO
               END-IF
               MOVE WS-FUNC-CPF TO FUNC-CPF
               MOVE WS-FUNC-CARGO TO FUNC-CARGO
               MOVE WS-FUNC-TIPO-CONTRATO TO FUNC-TIPO-CONTRATO
               MOVE WS-FUNC-DATA-FIM-CONTRATO TO FUNC-DATA-FIM-CONTRATO
               MOVE WS-FUNC-GRAU-RISCO TO FUNC-GRAU-RISCO
               REWRITE REG-FUNCIONARIO
               PERFORM 5250-REGISTRAR-EVENTOS-ALTERACAO
               PERFORM 5260-SOLICITAR-APROVACOES
           END-IF
           EXIT.

       5250-REGISTRAR-EVENTOS-ALTERACAO.
           IF FUNC-CPF NOT = WS-CPF-ANTERIOR
               MOVE 'CPF ' TO EVT-TIPO
               MOVE WS-CPF-ANTERIOR TO EVT-VALOR-ANTIGO
               MOVE FUNC-CPF TO EVT-VALOR-NOVO
               PERFORM 8000-GRAVAR-EVENTO
           END-IF
           IF FUNC-CARGO NOT = WS-CARGO-ANTERIOR
               MOVE 'CAR ' TO EVT-TIPO
               MOVE WS-CARGO-ANTERIOR TO EVT-VALOR-ANTIGO
               MOVE FUNC-CARGO TO EVT-VALOR-NOVO
               PERFORM 8000-GRAVAR-EVENTO
           END-IF
           IF FUNC-TIPO-CONTRATO NOT = WS-TIPO-CONTRATO-ANTERIOR
               MOVE 'CTR ' TO EVT-TIPO
               MOVE WS-TIPO-CONTRATO-ANTERIOR TO EVT-VALOR-ANTIGO
               MOVE FUNC-TIPO-CONTRATO TO EVT-VALOR-NOVO
               PERFORM 8000-GRAVAR-EVENTO
           END-IF
           IF FUNC-DATA-FIM-CONTRATO NOT = WS-FIM-CONTRATO-ANTERIOR
               MOVE 'FCTR' TO EVT-TIPO
               MOVE WS-FIM-CONTRATO-ANTERIOR TO EVT-VALOR-ANTIGO
               MOVE FUNC-DATA-FIM-CONTRATO TO EVT-VALOR-NOVO
               PERFORM 8000-GRAVAR-EVENTO
           END-IF
           IF FUNC-GRAU-RISCO NOT = WS-GRAU-RISCO-ANTERIOR
               MOVE 'RISC' TO EVT-TIPO
               MOVE WS-GRAU-RISCO-ANTERIOR TO EVT-VALOR-ANTIGO
               MOVE FUNC-GRAU-RISCO TO EVT-VALOR-NOVO
               PERFORM 8000-GRAVAR-EVENTO
           END-IF
           EXIT.

       5260-SOLICITAR-APROVACOES.
           IF WS-SALARIO NOT = WS-SALARIO-ANTERIOR
               MOVE 'SAL ' TO WS-PND-TIPO
               MOVE SPACES TO WS-PND-VALOR-ANTIGO WS-PND-VALOR-NOVO
               MOVE WS-SALARIO-ANTERIOR TO WS-PND-SALARIO-ANTIGO
               MOVE WS-SALARIO TO WS-PND-SALARIO-NOVO
               PERFORM 5270-GRAVAR-PENDENCIA
           END-IF
           IF WS-FUNC-DEPARTAMENTO NOT = WS-DEPARTAMENTO-ANTERIOR
               MOVE 'DEP ' TO WS-PND-TIPO
               MOVE WS-DEPARTAMENTO-ANTERIOR TO WS-PND-VALOR-ANTIGO
               MOVE WS-FUNC-DEPARTAMENTO TO WS-PND-VALOR-NOVO
               PERFORM 5270-GRAVAR-PENDENCIA
           END-IF
           IF WS-FUNC-EMPRESA NOT = WS-EMPRESA-ANTERIOR
               MOVE 'EMPR' TO WS-PND-TIPO
               MOVE SPACES TO WS-PND-VALOR-ANTIGO WS-PND-VALOR-NOVO
               MOVE WS-EMPRESA-ANTERIOR TO WS-PND-EMPRESA-ANTIGA
               MOVE WS-FUNC-EMPRESA TO WS-PND-EMPRESA-NOVA
               PERFORM 5270-GRAVAR-PENDENCIA
           END-IF
           EXIT.

       5270-GRAVAR-PENDENCIA.
           MOVE WS-MATRICULA TO WS-PND-MATRICULA
           PERFORM 5280-PROCURAR-PENDENCIA
           IF WS-PENDENCIA-EXISTENTE
               DISPLAY 'JA EXISTE ALTERACAO ' WS-PND-TIPO ' PENDENTE '
                   'DE APROVACAO PARA A MATRICULA ' WS-MATRICULA
               DISPLAY 'NOVA SOLICITACAO RECUSADA - AGUARDAR A '
                   'DECISAO DO APROVADOR (AC00APRV)'
           ELSE
               ACCEPT WS-PND-DATA-SOLIC FROM DATE YYYYMMDD
               ACCEPT WS-HORA-COMPLETA FROM TIME
               MOVE WS-HORA-COMPLETA(1:6) TO WS-PND-HORA-SOLIC
               MOVE WS-OPERADOR-SESSAO TO WS-PND-OPERADOR-SOLIC
               MOVE 'P' TO WS-PND-SITUACAO
               MOVE SPACES TO WS-PND-OPERADOR-APROV
               MOVE ZERO TO WS-PND-DATA-APROV
               WRITE REG-PENDENCIA FROM WS-REG-PENDENCIA
                   INVALID KEY
                       DISPLAY 'SOLICITACAO ' WS-PND-TIPO ' JA '
                           'REGISTRADA NESTE HORARIO - REPETIR'
                   NOT INVALID KEY
                       DISPLAY 'ALTERACAO ' WS-PND-TIPO ' ENVIADA '
                           'PARA APROVACAO (AC00APRV) - SO VALE '
                           'DEPOIS DE APROVADA'
               END-WRITE
               IF WS-FS-PENDENCIAS NOT = '00'
                   AND WS-FS-PENDENCIAS NOT = '22'
                   MOVE WS-FS-PENDENCIAS TO WS-FILE-STATUS
                   MOVE 'AC00PEND' TO WS-ID-ARQUIVO-ERRO
                   PERFORM 9900-ERRO-ARQUIVO
               END-IF
           END-IF
           EXIT.

       5280-PROCURAR-PENDENCIA.
           SET WS-PENDENCIA-INEXISTENTE TO TRUE
           SET WS-NAO-FIM-PENDENCIA TO TRUE
           MOVE WS-MATRICULA TO PND-MATRICULA
           MOVE ZERO TO PND-DATA-SOLIC PND-HORA-SOLIC
           MOVE LOW-VALUES TO PND-TIPO
           START PENDENCIA-ARQ KEY IS NOT LESS THAN PND-CHAVE
               INVALID KEY
                   SET WS-FIM-PENDENCIA TO TRUE
           END-START
           PERFORM 5285-LER-PENDENCIA UNTIL WS-FIM-PENDENCIA
           EXIT.

       5285-LER-PENDENCIA.
           READ PENDENCIA-ARQ NEXT
               AT END
                   SET WS-FIM-PENDENCIA TO TRUE
               NOT AT END
                   IF PND-MATRICULA NOT = WS-MATRICULA
                       SET WS-FIM-PENDENCIA TO TRUE
                   ELSE
                       IF PND-TIPO = WS-PND-TIPO AND PND-PENDENTE
                           SET WS-PENDENCIA-EXISTENTE TO TRUE
                           SET WS-FIM-PENDENCIA TO TRUE
                       END-IF
                   END-IF
           END-READ
           EXIT.

       5300-CONSULTAR-REGISTRO.
           DISPLAY 'IDADE......: ' FUNC-IDADE
           DISPLAY 'DEPARTAMENTO: ' FUNC-DEPARTAMENTO
           DISPLAY 'CIDADE......: ' FUNC-CIDADE
           IF FUNC-CEP IS NUMERIC AND FUNC-CEP > ZERO
               DISPLAY 'ENDERECO....: ' FUNC-LOGRADOURO ', '
                   FUNC-NUMERO-ENDERECO
               DISPLAY 'CEP.........: ' FUNC-CEP ' ' FUNC-UF
                   ' (IBGE ' FUNC-COD-MUNICIPIO ')'
           END-IF
           DISPLAY 'ADMISSAO....: ' FUNC-DATA-ADMISSAO
           DISPLAY 'DEMISSAO....: ' FUNC-DATA-DEMISSAO
           DISPLAY 'CPF.........: ' FUNC-CPF
           DISPLAY 'CARGO.......: ' FUNC-CARGO
           DISPLAY 'CONTRATO....: ' FUNC-TIPO-CONTRATO
           IF FUNC-DATA-FIM-CONTRATO IS NUMERIC
               AND FUNC-DATA-FIM-CONTRATO > ZERO
               DISPLAY 'FIM CONTRATO: ' FUNC-DATA-FIM-CONTRATO
           END-IF
           IF FUNC-GRAU-RISCO NOT = SPACE
               DISPLAY 'GRAU RISCO..: ' FUNC-GRAU-RISCO
           END-IF
           IF FUNC-ATIVO
               DISPLAY 'SITUACAO....: ATIVO'
           ELSE

       8000-GRAVAR-EVENTO.
           MOVE WS-OPERADOR-SESSAO TO EVT-OPERADOR
           MOVE SPACES TO EVT-OPERADOR-APROV
           OPEN EXTEND EVENTO-ARQ
           IF WS-FS-EVENTO = '35'
               OPEN OUTPUT EVENTO-ARQ
