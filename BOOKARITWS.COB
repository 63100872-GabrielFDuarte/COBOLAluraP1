      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = PARAMETROS COMUNS DE CHAMADA DO PROGCOBARIT
      * USADO POR = PROGCOB02 / PROGCOB06 / PROGCOB15 / PROGCOBARIT /
      *             PROGCOBFLUX
      * DATA     = 06/11/2019
      ********************************************
       77 WRK-ARIT-OP      PIC X(01) VALUE SPACE.
