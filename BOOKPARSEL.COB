      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO CADASTRO DE PARAMETROS
      * USADO POR = PROGCOB02 / PROGCOB15 / PROGCOBFOLHA /
      *             PROGCOBPARM / PROGCOBEST / PROGCOBPTS /
      *             PROGCOBNFE / PROGCOBINTG / PROGCOBFLUX / PROGCOBCERT
      * DATA     = 22/08/2026
      ********************************************
           SELECT ARQ-PARAMETROS ASSIGN TO 'PARAMDB.DAT'
