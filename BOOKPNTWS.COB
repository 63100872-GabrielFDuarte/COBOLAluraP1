      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DO MOVIMENTO DE PONTO
      * USADO POR = PROGCOBPONT / PROGCOBFOLHA
      * DATA     = 15/10/2026
      ********************************************
       77 WRK-FS-PNT        PIC X(02) VALUE '00'.
