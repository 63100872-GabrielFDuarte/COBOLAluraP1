      * CODIGO, NOME, REGIAO E STATUS - REGISTRO ANTIGO SEM
      * STATUS (BRANCO) E TRATADO COMO ATIVO
      * USADO POR = PROGCOBFIL / PROGCOB15 / PROGCOBVAR /
      *             PROGCOBCOMP / PROGCOBSCOR / PROGCOBAUDR /
      *             PROGCOBFORN
      * DATA     = 02/09/2026
      ********************************************
       FD  ARQ-FILIAIS-CAD.
