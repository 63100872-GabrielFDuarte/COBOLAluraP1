      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DOS MOVIMENTOS DE
      * ESTOQUE
      * USADO POR = PROGCOB15 / PROGCOBMERC / PROGCOBBKOU
      * DATA     = 15/10/2026
      ********************************************
       77 WRK-FS-MVE PIC X(02) VALUE '00'.
