      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DO CADASTRO DE FUNCIONARIOS
      * USADO POR = PROGCOB02 / PROGCOBCOMIS / PROGCOBFOLHA /
      *             PROGCOBSCOR / PROGCOBINTG / PROGCOBFLUX
      * DATA     = 22/08/2026
      ********************************************
       77 WRK-FS-FUNC PIC X(02) VALUE '00'.
