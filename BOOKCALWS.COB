      * WRK-CAL-FILIAL, 000 = SO FERIADO GERAL) ANTES DE
      * PERFORMAR OS PARAGRAFOS DE BOOKCALCHK.COB
      * USADO POR = PROGCOBCAL / PROGCOB15 / PROGCOBFECHA /
      *             PROGCOBTEND / PROGCOBINTG / PROGCOBPAGS /
      *             PROGCOBFLUX
      * DATA     = 02/09/2026
      ********************************************
       77 WRK-FS-CAL        PIC X(02) VALUE '00'.
