      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DO ARQUIVO DE HISTORICO
      * USADO POR = PROGCOB15 / PROGCOBFECHA / PROGCOBARQV /
      *             PROGCOBTEND / PROGCOBINTG / PROGCOBAUDR /
      *             PROGCOBBKOU
      * DATA     = 21/11/2019
      ********************************************
       77 WRK-FS-HIST PIC X(02) VALUE '00'.
