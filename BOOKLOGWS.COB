      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DE LOG DE OPERADOR
      * USADO POR = PROGCOB02 / PROGCOB06 / PROGCOB15 /
      *             PROGCOBEXERC01 / PROGCOBFECHA / PROGCOBBKOU
      * DATA     = 05/11/2019
      ********************************************
       77 WRK-OPERADOR-ID   PIC X(08) VALUE SPACES.
