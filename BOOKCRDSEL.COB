      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO ARQUIVO DE CONTAS A RECEBER
      * DO CREDIARIO
      * USADO POR = PROGCOB15 / PROGCOBCRED / PROGCOBLIBC /
      *             PROGCOBRETC / PROGCOBSCOR / PROGCOBAUDR /
      *             PROGCOBBKOU / PROGCOBFLUX / PROGCOBLGPD
      * DATA     = 02/09/2026
      ********************************************
           SELECT ARQ-CREDIARIO ASSIGN TO 'CREDIARIO.DAT'
