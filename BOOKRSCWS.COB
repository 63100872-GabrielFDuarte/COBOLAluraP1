      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DAS RESCISOES
      * USADO POR = PROGCOBRESC
      * DATA     = 15/10/2026
      ********************************************
       77 WRK-FS-RSC        PIC X(02) VALUE '00'.
