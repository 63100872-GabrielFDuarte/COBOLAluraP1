      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO CADASTRO MESTRE DE FILIAIS
      * USADO POR = PROGCOBFIL / PROGCOB15 / PROGCOBVAR /
      *             PROGCOBCOMP / PROGCOBSCOR / PROGCOBAUDR /
      *             PROGCOBFORN
      * DATA     = 02/09/2026
      ********************************************
           SELECT ARQ-FILIAIS-CAD ASSIGN TO 'FILIALDB.DAT'
