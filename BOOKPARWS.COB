      * PARAMETROS - O CHAMADOR PREENCHE CHAVE E DEFAULT E
      * RECEBE O VALOR EM WRK-PARAM-VALOR (VER BOOKPARGET.COB)
      * USADO POR = PROGCOB02 / PROGCOB15 / PROGCOBFOLHA /
      *             PROGCOBPARM / PROGCOBEST / PROGCOBPTS /
      *             PROGCOBNFE / PROGCOBINTG / PROGCOBFLUX / PROGCOBCERT
      * DATA     = 22/08/2026
      ********************************************
       77 WRK-FS-PARAM      PIC X(02) VALUE '00'.
