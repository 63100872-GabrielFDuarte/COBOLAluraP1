      * DO VENDEDOR (99V99)
      * STATUS A = ATIVO / D = DESLIGADO - REGISTRO ANTIGO SEM
      * STATUS (BRANCO) E TRATADO COMO ATIVO
      * REG-FUNC-ADIANTAMENTO N = NAO RECEBE O ADIANTAMENTO
      * QUINZENAL (PROGCOBADIA) - QUALQUER OUTRO VALOR, INCLUSIVE
      * O BRANCO DOS REGISTROS ANTIGOS, RECEBE
      * USADO POR = PROGCOB02 / PROGCOBCOMIS / PROGCOBFOLHA /
      *             PROGCOBSCOR / PROGCOBINTG / PROGCOBFLUX
      * DATA     = 22/08/2026
      ********************************************
       FD  ARQ-FUNCIONARIOS.
               88 FUNC-DESLIGADO VALUE 'D'.
           05 REG-FUNC-DATA-ADMISSAO PIC 9(08).
           05 REG-FUNC-DATA-DESLIG   PIC 9(08).
           05 REG-FUNC-ADIANTAMENTO  PIC X(01).
               88 FUNC-SEM-ADIANTAMENTO VALUE 'N'.
