      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DO CADASTRO DE PRODUTOS
      * USADO POR = PROGCOBPROD / PROGCOBRANK / PROGCOBMERC /
      *             PROGCOBPOSE / PROGCOBPREC / PROGCOBNFE
      * DATA     = 02/09/2026
      ********************************************
       77 WRK-FS-PROD PIC X(02) VALUE '00'.
