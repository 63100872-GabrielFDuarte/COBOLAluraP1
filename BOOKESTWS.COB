      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DO ARQUIVO DE
      * ESTORNOS PENDENTES
      * USADO POR = PROGCOB15 / PROGCOBEST / PROGCOBTRIB / PROGCOBSCOR /
      *             PROGCOBAUDR / PROGCOBBKOU / PROGCOBLGPD /
      *             PROGCOBCERT
      * DATA     = 02/09/2026
      ********************************************
       77 WRK-FS-EST PIC X(02) VALUE '00'.
