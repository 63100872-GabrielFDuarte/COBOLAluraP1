      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DA NUMERACAO DE NOTAS
      * USADO POR = PROGCOBNFE / PROGCOBNFEC
      * DATA     = 15/10/2026
      ********************************************
       77 WRK-FS-NFN        PIC X(02) VALUE '00'.
