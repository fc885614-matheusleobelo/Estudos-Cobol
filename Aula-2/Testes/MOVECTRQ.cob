      *                   O CNPJ DA EMPRESA GRAVADOS NO ARQUIVO
      *                   MOVECTRA (REGISTROS ANTIGOS SEM EMPRESA
      *                   MANTEM O TITULO GENERICO)
      *15/10/2026 MLBF    LAYOUT DO ARQUIVO MORTO MOVECTRA ATUALIZADO
      *                   PARA ACOMPANHAR O CAMPO CTA-PENSAO INCLUIDO
      *                   POR MOVE; A SEGUNDA VIA IMPRIME A LINHA DE
      *                   PENSAO ALIMENTICIA QUANDO HOUVER (REGISTROS
      *                   ANTIGOS, SEM O CAMPO, SAEM SEM A LINHA)
      *15/10/2026 MLBF    LAYOUT DO MOVECTRA ATUALIZADO PARA ACOMPANHAR
      *                   O CAMPO CTA-PLANO-SAUDE INCLUIDO POR MOVE; A
      *                   SEGUNDA VIA IMPRIME A LINHA DO PLANO DE SAUDE
      *                   QUANDO HOUVER (REGISTROS ANTIGOS, SEM O CAMPO,
      *                   SAEM SEM A LINHA)
      *15/10/2026 MLBF    LAYOUT DO MOVECTRA ATUALIZADO PARA ACOMPANHAR
      *                   O CAMPO CTA-ADIANTAMENTO INCLUIDO POR MOVE; A
      *                   REIMPRESSAO PASSA A TRAZER A LINHA DO
      *                   ADIANTAMENTO QUINZENAL DESCONTADO, QUANDO
      *                   HOUVER
      *15/10/2026 MLBF    LAYOUT DO MOVECTRA ATUALIZADO PARA ACOMPANHAR
      *                   O CAMPO CTA-SALARIO-FAMILIA INCLUIDO POR MOVE;
      *                   A REIMPRESSAO TRAZ A LINHA DO SALARIO-FAMILIA
      *                   QUANDO HOUVER (REGISTROS ANTIGOS, SEM O CAMPO,
      *                   SAEM SEM A LINHA)
      *15/10/2026 MLBF    LAYOUT DO MOVECTRA ATUALIZADO COM
      *                   CTA-ADICIONAL-NOTURNO, CTA-GRAU-RISCO E
      *                   CTA-ADICIONAL-RISCO INCLUIDOS POR MOVE; A
      *                   REIMPRESSAO TRAZ AS LINHAS DO ADICIONAL
      *                   NOTURNO E DA INSALUBRIDADE/PERICULOSIDADE
      *                   QUANDO HOUVER
      *15/10/2026 MLBF    LAYOUT DO MOVECTRA ATUALIZADO COM CTA-COMISSAO
      *                   E CTA-DSR-COMISSAO INCLUIDOS POR MOVE; A
      *                   REIMPRESSAO TRAZ AS LINHAS DA COMISSAO E DO
      *                   DSR SOBRE COMISSOES QUANDO HOUVER
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 CTA-VALOR-VR PIC 9(5)V99.
           05 CTA-EMPRESA-NOME PIC X(30).
           05 CTA-CNPJ PIC 9(14).
           05 CTA-PENSAO PIC 9(7)V99.
           05 CTA-PLANO-SAUDE PIC 9(7)V99.
           05 CTA-ADIANTAMENTO PIC 9(7)V99.
           05 CTA-SALARIO-FAMILIA PIC 9(7)V99.
           05 CTA-ADICIONAL-NOTURNO PIC 9(7)V99.
           05 CTA-GRAU-RISCO PIC X(01).
               88 CTA-PERICULOSIDADE VALUE 'P'.
           05 CTA-ADICIONAL-RISCO PIC 9(7)V99.
           05 CTA-COMISSAO PIC 9(7)V99.
           05 CTA-DSR-COMISSAO PIC 9(7)V99.

       FD  REIMPRESSAO-ARQ.
       01 REG-REIMPRESSAO PIC X(80).
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
           05 FILLER PIC X(21) VALUE '(-) EMPRESTIMO'.
           05 LCT-EMPRESTIMO PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-LINHA-CTRC-PENSAO.
           05 FILLER PIC X(21) VALUE '(-) PENSAO ALIMENTIC.'.
           05 LCT-PENSAO PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-LINHA-CTRC-SALARIO-FAMILIA.
           05 FILLER PIC X(21) VALUE '(+) SALARIO-FAMILIA'.
           05 LCT-SALARIO-FAMILIA PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-LINHA-CTRC-ADIANTAMENTO.
           05 FILLER PIC X(21) VALUE '(-) ADIANTAMENTO'.
           05 LCT-ADIANTAMENTO PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-LINHA-CTRC-PLANO-SAUDE.
           05 FILLER PIC X(21) VALUE '(-) PLANO DE SAUDE'.
           05 LCT-PLANO-SAUDE PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-LINHA-CTRC-VT.
           05 FILLER PIC X(21) VALUE '(-) VALE TRANSPORTE'.
           05 LCT-VALE-TRANSPORTE PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
               MOVE CTA-VALOR-HORA-EXTRA TO LCT-HORA-EXTRA
               WRITE REG-REIMPRESSAO FROM WS-LINHA-CTRC-HORA-EXTRA
           END-IF
           IF CTA-ADICIONAL-NOTURNO NUMERIC
               AND CTA-ADICIONAL-NOTURNO > ZERO
               MOVE CTA-ADICIONAL-NOTURNO TO LCT-ADIC-NOTURNO
               WRITE REG-REIMPRESSAO FROM WS-LINHA-CTRC-ADIC-NOTURNO
           END-IF
           IF CTA-ADICIONAL-RISCO NUMERIC
               AND CTA-ADICIONAL-RISCO > ZERO
               IF CTA-PERICULOSIDADE
                   MOVE '(+) PERICULOSIDADE' TO LCT-DESC-ADIC-RISCO
               ELSE
                   MOVE '(+) INSALUBRIDADE' TO LCT-DESC-ADIC-RISCO
               END-IF
               MOVE CTA-ADICIONAL-RISCO TO LCT-ADIC-RISCO
               WRITE REG-REIMPRESSAO FROM WS-LINHA-CTRC-ADIC-RISCO
           END-IF
           IF CTA-COMISSAO NUMERIC
               AND CTA-COMISSAO > ZERO
               MOVE CTA-COMISSAO TO LCT-COMISSAO
               WRITE REG-REIMPRESSAO FROM WS-LINHA-CTRC-COMISSAO
           END-IF
           IF CTA-DSR-COMISSAO NUMERIC
               AND CTA-DSR-COMISSAO > ZERO
               MOVE CTA-DSR-COMISSAO TO LCT-DSR-COMISSAO
               WRITE REG-REIMPRESSAO FROM WS-LINHA-CTRC-DSR-COMISSAO
           END-IF
           IF CTA-VALOR-FALTAS > ZERO
               MOVE CTA-VALOR-FALTAS TO LCT-FALTAS
               WRITE REG-REIMPRESSAO FROM WS-LINHA-CTRC-FALTAS
           END-IF
           IF CTA-SALARIO-FAMILIA NUMERIC
               AND CTA-SALARIO-FAMILIA > ZERO
               MOVE CTA-SALARIO-FAMILIA TO LCT-SALARIO-FAMILIA
               WRITE REG-REIMPRESSAO
                   FROM WS-LINHA-CTRC-SALARIO-FAMILIA
           END-IF
           WRITE REG-REIMPRESSAO FROM WS-LINHA-CTRC-DESCONTO-INSS
           WRITE REG-REIMPRESSAO FROM WS-LINHA-CTRC-DESCONTO-IRRF
           IF CTA-PENSAO NUMERIC AND CTA-PENSAO > ZERO
               MOVE CTA-PENSAO TO LCT-PENSAO
               WRITE REG-REIMPRESSAO FROM WS-LINHA-CTRC-PENSAO
           END-IF
           IF CTA-ADIANTAMENTO NUMERIC AND CTA-ADIANTAMENTO > ZERO
               MOVE CTA-ADIANTAMENTO TO LCT-ADIANTAMENTO
               WRITE REG-REIMPRESSAO FROM WS-LINHA-CTRC-ADIANTAMENTO
           END-IF
           IF CTA-EMPRESTIMO > ZERO
               MOVE CTA-EMPRESTIMO TO LCT-EMPRESTIMO
               WRITE REG-REIMPRESSAO FROM WS-LINHA-CTRC-EMPRESTIMO
               MOVE CTA-VALE-TRANSPORTE TO LCT-VALE-TRANSPORTE
               WRITE REG-REIMPRESSAO FROM WS-LINHA-CTRC-VT
           END-IF
           IF CTA-PLANO-SAUDE NUMERIC AND CTA-PLANO-SAUDE > ZERO
               MOVE CTA-PLANO-SAUDE TO LCT-PLANO-SAUDE
               WRITE REG-REIMPRESSAO FROM WS-LINHA-CTRC-PLANO-SAUDE
           END-IF
           IF CTA-VALOR-VR > ZERO
               MOVE CTA-VALOR-VR TO LCT-VALOR-VR
               WRITE REG-REIMPRESSAO FROM WS-LINHA-CTRC-VR
