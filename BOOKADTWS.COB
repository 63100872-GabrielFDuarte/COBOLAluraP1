      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DOS ADIANTAMENTOS
      * USADO POR = PROGCOBADIA / PROGCOBFOLHA / PROGCOBRESC
      * DATA     = 15/10/2026
      ********************************************
       77 WRK-FS-ADT        PIC X(02) VALUE '00'.
