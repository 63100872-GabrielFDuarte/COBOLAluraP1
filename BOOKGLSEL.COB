      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO ARQUIVO DE INTERFACE CONTABIL
      * USADO POR = PROGCOB15 / PROGCOBFECHA / PROGCOBRETC /
      *             PROGCOBEST / PROGCOBPTS / PROGCOBAUDR /
      *             PROGCOBBKOU / PROGCOBPAGS / PROGCOBADIA /
      *             PROGCOBCONT / PROGCOBCTRL / PROGCOBFOLHA /
      *             PROGCOBRESC / PROGCOBTRIB / PROGCOBLIBC
      * DATA     = 22/08/2026
      ********************************************
           SELECT ARQ-LANCAMENTOS ASSIGN TO GLINTF
