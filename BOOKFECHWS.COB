      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DE FECHAMENTO DE PERIODO
      * USADO POR = PROGCOB15 / PROGCOBFECHA / PROGCOBREAB /
      *             PROGCOBANO / PROGCOBAUDR / PROGCOBBKOU
      * DATA     = 13/11/2019
      ********************************************
       77 WRK-FS-FECH         PIC X(02) VALUE '00'.
