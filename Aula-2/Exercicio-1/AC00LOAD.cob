      *                   DIREITA COM ZEROS (2100) ANTES DOS TESTES
      *                   NUMERIC - VALORES CURTOS DO EXPORT NAO SAO
      *                   MAIS REJEITADOS
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO PARA
      *                   ACOMPANHAR O CAMPO FUNC-CARGO (CODIGO DO
      *                   CARGO, CADASTRO AC00CARG) INCLUIDO EM
      *                   AC00FUNC; O CARGO ENTRA COMO DECIMO CAMPO
      *                   OPCIONAL DO AC00IMPT E, AUSENTE, O FUNCIONARIO
      *                   E CARREGADO SEM CARGO (A ATRIBUIR PELA
      *                   ALTERACAO DE AC00EX01)
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO COM
      *                   FUNC-TIPO-CONTRATO E FUNC-DATA-FIM-CONTRATO;
      *                   ENTRAM COMO 11O E 12O CAMPOS OPCIONAIS DO
      *                   AC00IMPT (TIPO AUSENTE = C-CLT, FIM AUSENTE =
      *                   PRAZO INDETERMINADO), COM AS REGRAS DA
      *                   INCLUSAO DE AC00EX01: TIPO C/A/E/P, FIM
      *                   OBRIGATORIO PARA APRENDIZ E ESTAGIARIO E
      *                   POSTERIOR A ADMISSAO (MOTIVOS 'CTRT' E 'FCTR')
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO COM
      *                   FUNC-GRAU-RISCO, QUE ENTRA COMO 13O CAMPO
      *                   OPCIONAL DO AC00IMPT (AUSENTE = SEM
      *                   ADICIONAL); VALORES ACEITOS 1, 2, 3
      *                   (INSALUBRIDADE MINIMA/MEDIA/MAXIMA), P
      *                   (PERICULOSIDADE) OU BRANCO, COMO NA INCLUSAO
      *                   DE AC00EX01 (MOTIVO 'RISC')
      *15/10/2026 MLBF    LAYOUT DE REG-FUNCIONARIO ATUALIZADO COM OS
      *                   CAMPOS DE ENDERECO; LOGRADOURO, NUMERO E CEP
      *                   ENTRAM COMO 14O, 15O E 16O CAMPOS OPCIONAIS DO
      *                   AC00IMPT (REG-IMPORTACAO DE 120 PARA 170). O
      *                   CEP INFORMADO E VALIDADO NA TABELA AC00CEPS
      *                   PELA ROTINA CEPBUSC E DEFINE CIDADE, UF E
      *                   CODIGO IBGE DO MUNICIPIO (MOTIVO 'CEP '); SEM
      *                   CEP, OU SEM A TABELA, FICA A CIDADE DO ARQUIVO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  IMPORTACAO-ARQ.
       01 REG-IMPORTACAO PIC X(170).

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

       FD  AC00-ARQ-DEPARTAMENTOS.
       01 REG-DEPARTAMENTO.
           05 WS-IMP-DATA-ADMISSAO PIC X(08) VALUE SPACES.
           05 WS-IMP-CPF PIC X(11) VALUE SPACES.
           05 WS-IMP-EMPRESA PIC X(03) VALUE SPACES.
           05 WS-IMP-CARGO PIC X(04) VALUE SPACES.
           05 WS-IMP-TIPO-CONTRATO PIC X(01) VALUE SPACES.
               88 WS-IMP-CONTRATO-VALIDO VALUE 'C' 'A' 'E' 'P'.
               88 WS-IMP-CONTRATO-A-PRAZO VALUE 'A' 'E'.
           05 WS-IMP-DATA-FIM-CONTRATO PIC X(08) VALUE SPACES.
           05 WS-IMP-GRAU-RISCO PIC X(01) VALUE SPACES.
               88 WS-IMP-GRAU-RISCO-VALIDO VALUE ' ' '1' '2' '3' 'P'.
           05 WS-IMP-LOGRADOURO PIC X(30) VALUE SPACES.
           05 WS-IMP-NUMERO-ENDERECO PIC X(06) VALUE SPACES.
           05 WS-IMP-CEP PIC X(08) VALUE SPACES.

       01 WS-AREA-CONVERTIDA.
           05 WS-MATRICULA-NUM PIC 9(06) VALUE ZERO.
               10 WS-ADM-DIA PIC 9(02).
           05 WS-CPF-NUM PIC 9(11) VALUE ZERO.
           05 WS-IDADE-CALC PIC 99 VALUE ZERO.
           05 WS-DATA-FIM-CONTRATO-NUM PIC 9(08) VALUE ZERO.
           05 WS-CEP-NUM PIC 9(08) VALUE ZERO.

       01 WS-DATA-HOJE PIC 9(08) VALUE ZERO.
       01 WS-DATA-HOJE-RED REDEFINES WS-DATA-HOJE.
           05 WS-CNT-ADMISSAO PIC 9(02) COMP VALUE ZERO.
           05 WS-CNT-CPF PIC 9(02) COMP VALUE ZERO.
           05 WS-CNT-EMPRESA PIC 9(02) COMP VALUE ZERO.
           05 WS-CNT-CEP PIC 9(02) COMP VALUE ZERO.
           05 WS-JUS-MATRICULA PIC X(06) JUSTIFIED RIGHT
               VALUE SPACES.
           05 WS-JUS-SALARIO PIC X(09) JUSTIFIED RIGHT
               VALUE SPACES.
           05 WS-JUS-EMPRESA PIC X(03) JUSTIFIED RIGHT
               VALUE SPACES.
           05 WS-JUS-CEP PIC X(08) JUSTIFIED RIGHT
               VALUE SPACES.

       01 WS-IND-REGISTRO-VALIDO PIC X(01) VALUE 'S'.
           88 WS-REGISTRO-VALIDO VALUE 'S'.
               88 WS-DATA-IMP-INVALIDA VALUE 'N'.
           05 WS-DTV-COD-MOTIVO PIC X(04) VALUE SPACES.

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
       01 WS-IND-AVISO-TABELA-CEP PIC X(01) VALUE 'N'.
           88 WS-AVISO-TABELA-CEP-DADO VALUE 'S'.

       01 WS-AREA-TOTAIS-CARGA.
           05 WS-TOTAL-LIDOS PIC 9(05) COMP VALUE ZERO.
           05 WS-TOTAL-CARREGADOS PIC 9(05) COMP VALUE ZERO.
           MOVE SPACES TO WS-IMP-DATA-ADMISSAO
           MOVE SPACES TO WS-IMP-CPF
           MOVE SPACES TO WS-IMP-EMPRESA
           MOVE SPACES TO WS-IMP-CARGO
           MOVE SPACES TO WS-IMP-TIPO-CONTRATO
           MOVE SPACES TO WS-IMP-DATA-FIM-CONTRATO
           MOVE SPACES TO WS-IMP-GRAU-RISCO
           MOVE SPACES TO WS-IMP-LOGRADOURO
           MOVE SPACES TO WS-IMP-NUMERO-ENDERECO
           MOVE SPACES TO WS-IMP-CEP
           MOVE ZERO TO WS-CNT-MATRICULA
           MOVE ZERO TO WS-CNT-SALARIO
           MOVE ZERO TO WS-CNT-NASCIMENTO
           MOVE ZERO TO WS-CNT-ADMISSAO
           MOVE ZERO TO WS-CNT-CPF
           MOVE ZERO TO WS-CNT-EMPRESA
           MOVE ZERO TO WS-CNT-CEP
           UNSTRING REG-IMPORTACAO DELIMITED BY ';'
               INTO WS-IMP-MATRICULA COUNT IN WS-CNT-MATRICULA
                    WS-IMP-NOME
                    WS-IMP-DATA-ADMISSAO COUNT IN WS-CNT-ADMISSAO
                    WS-IMP-CPF COUNT IN WS-CNT-CPF
                    WS-IMP-EMPRESA COUNT IN WS-CNT-EMPRESA
                    WS-IMP-CARGO
                    WS-IMP-TIPO-CONTRATO
                    WS-IMP-DATA-FIM-CONTRATO
                    WS-IMP-GRAU-RISCO
                    WS-IMP-LOGRADOURO
                    WS-IMP-NUMERO-ENDERECO
                    WS-IMP-CEP COUNT IN WS-CNT-CEP
           END-UNSTRING
           PERFORM 2100-AJUSTAR-NUMERICOS
           CALL 'NOMEFMT' USING WS-IMP-NOME
                   REPLACING LEADING SPACE BY '0'
               MOVE WS-JUS-EMPRESA TO WS-IMP-EMPRESA
           END-IF
           IF WS-CNT-CEP > ZERO AND WS-CNT-CEP < 8
               MOVE WS-IMP-CEP(1:WS-CNT-CEP) TO WS-JUS-CEP
               INSPECT WS-JUS-CEP
                   REPLACING LEADING SPACE BY '0'
               MOVE WS-JUS-CEP TO WS-IMP-CEP
           END-IF
           EXIT.

       3000-VALIDAR-CAMPOS.
           IF WS-REGISTRO-VALIDO
               PERFORM 3600-VALIDAR-DEPARTAMENTO
           END-IF
           IF WS-REGISTRO-VALIDO
               PERFORM 3700-VALIDAR-CONTRATO
           END-IF
           IF WS-REGISTRO-VALIDO
               PERFORM 3800-VALIDAR-GRAU-RISCO
           END-IF
           IF WS-REGISTRO-VALIDO
               PERFORM 3900-VALIDAR-CEP
           END-IF
           EXIT.

       3100-VALIDAR-MATRICULA.
           END-IF
           EXIT.

       3700-VALIDAR-CONTRATO.
           IF WS-IMP-TIPO-CONTRATO = SPACE
               MOVE 'C' TO WS-IMP-TIPO-CONTRATO
           END-IF
           MOVE ZERO TO WS-DATA-FIM-CONTRATO-NUM
           IF NOT WS-IMP-CONTRATO-VALIDO
               MOVE 'CTRT' TO EXC-COD-MOTIVO
               MOVE 'TIPO DE CONTRATO INVALIDO' TO EXC-DESC-MOTIVO
               PERFORM 8100-REJEITAR-MATRICULA
           ELSE
               IF WS-IMP-DATA-FIM-CONTRATO NOT = SPACES
                   IF WS-IMP-DATA-FIM-CONTRATO NUMERIC
                       MOVE WS-IMP-DATA-FIM-CONTRATO
                           TO WS-DATA-FIM-CONTRATO-NUM
                   ELSE
                       MOVE 'FCTR' TO EXC-COD-MOTIVO
                       MOVE 'FIM DE CONTRATO NAO NUMERICO'
                           TO EXC-DESC-MOTIVO
                       PERFORM 8100-REJEITAR-MATRICULA
                   END-IF
               END-IF
           END-IF
           IF WS-REGISTRO-VALIDO AND WS-IMP-CONTRATO-A-PRAZO
               AND WS-DATA-FIM-CONTRATO-NUM = ZERO
               MOVE 'FCTR' TO EXC-COD-MOTIVO
               MOVE 'FIM DE CONTRATO OBRIGATORIO' TO EXC-DESC-MOTIVO
               PERFORM 8100-REJEITAR-MATRICULA
           END-IF
           IF WS-REGISTRO-VALIDO AND WS-DATA-FIM-CONTRATO-NUM > ZERO
               AND WS-DATA-FIM-CONTRATO-NUM
                   NOT > WS-DATA-ADMISSAO-NUM
               MOVE 'FCTR' TO EXC-COD-MOTIVO
               MOVE 'FIM DE CONTRATO ANTES ADMISSAO' TO EXC-DESC-MOTIVO
               PERFORM 8100-REJEITAR-MATRICULA
           END-IF
           EXIT.

       3800-VALIDAR-GRAU-RISCO.
           IF NOT WS-IMP-GRAU-RISCO-VALIDO
               MOVE 'RISC' TO EXC-COD-MOTIVO
               MOVE 'GRAU DE RISCO INVALIDO' TO EXC-DESC-MOTIVO
               PERFORM 8100-REJEITAR-MATRICULA
           END-IF
           EXIT.

       3900-VALIDAR-CEP.
           MOVE ZERO TO WS-CEP-NUM
           MOVE SPACES TO CBU-UF
           MOVE ZERO TO CBU-COD-MUNICIPIO
           IF WS-IMP-CEP NOT = SPACES
               IF WS-IMP-CEP NOT NUMERIC
                   MOVE 'CEP ' TO EXC-COD-MOTIVO
                   MOVE 'CEP NAO NUMERICO' TO EXC-DESC-MOTIVO
                   PERFORM 8100-REJEITAR-MATRICULA
               ELSE
                   MOVE WS-IMP-CEP TO WS-CEP-NUM
                   SET CBU-BUSCA-POR-CEP TO TRUE
                   MOVE WS-CEP-NUM TO CBU-CEP-BUSCA
                   CALL 'CEPBUSC' USING WS-AREA-CEPBUSC
                   EVALUATE TRUE
                       WHEN CBU-CEP-ENCONTRADO
                           MOVE CBU-CIDADE TO WS-IMP-CIDADE
                       WHEN CBU-CEP-NAO-ENCONTRADO
                           MOVE 'CEP ' TO EXC-COD-MOTIVO
                           MOVE 'CEP FORA DA TABELA AC00CEPS'
                               TO EXC-DESC-MOTIVO
                           PERFORM 8100-REJEITAR-MATRICULA
                       WHEN OTHER
                           PERFORM 3910-AVISAR-TABELA-CEP
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.

       3910-AVISAR-TABELA-CEP.
           IF NOT WS-AVISO-TABELA-CEP-DADO
               SET WS-AVISO-TABELA-CEP-DADO TO TRUE
               DISPLAY 'AC00CEPS NAO ENCONTRADO - CEP NAO SERA '
                   'VALIDADO E A CIDADE FICA A DO ARQUIVO'
           END-IF
           EXIT.

       4000-INCLUIR-FUNCIONARIO.
           PERFORM 4100-CALCULAR-IDADE

           ELSE
               MOVE ZERO TO FUNC-EMPRESA
           END-IF
           MOVE WS-IMP-CARGO TO FUNC-CARGO
           MOVE WS-IMP-TIPO-CONTRATO TO FUNC-TIPO-CONTRATO
           MOVE WS-DATA-FIM-CONTRATO-NUM TO FUNC-DATA-FIM-CONTRATO
           MOVE WS-IMP-GRAU-RISCO TO FUNC-GRAU-RISCO
           MOVE WS-IMP-LOGRADOURO TO FUNC-LOGRADOURO
           MOVE WS-IMP-NUMERO-ENDERECO TO FUNC-NUMERO-ENDERECO
           MOVE WS-CEP-NUM TO FUNC-CEP
           MOVE CBU-UF TO FUNC-UF
           MOVE CBU-COD-MUNICIPIO TO FUNC-COD-MUNICIPIO

           WRITE REG-FUNCIONARIO
               INVALID KEY
