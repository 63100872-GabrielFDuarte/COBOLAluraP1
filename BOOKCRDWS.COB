      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DO CONTAS A RECEBER
      * DO CREDIARIO
      * USADO POR = PROGCOB15 / PROGCOBCRED / PROGCOBLIBC /
      *             PROGCOBRETC / PROGCOBSCOR / PROGCOBAUDR /
      *             PROGCOBBKOU / PROGCOBFLUX / PROGCOBLGPD
      * DATA     = 02/09/2026
      ********************************************
       77 WRK-FS-CRED PIC X(02) VALUE '00'.
