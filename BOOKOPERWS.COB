      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DA SEGURANCA DE
      * OPERADORES - SIGN-ON, PERFIL E BLOQUEIO
      * USADO POR = PROGCOBMENU / PROGCOBOPER / PROGCOBBKOU /
      *             PROGCOBPAGS / PROGCOBLGPD / PROGCOBCERT
      * DATA     = 22/08/2026
      ********************************************
       77 WRK-FS-OPER        PIC X(02) VALUE '00'.
