      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO CADASTRO MESTRE DE FUNCIONARIOS
      * USADO POR = PROGCOB02 / PROGCOBCOMIS / PROGCOBFOLHA /
      *             PROGCOBSCOR / PROGCOBINTG / PROGCOBFLUX
      * DATA     = 22/08/2026
      ********************************************
           SELECT ARQ-FUNCIONARIOS ASSIGN TO 'FUNCDB.DAT'
