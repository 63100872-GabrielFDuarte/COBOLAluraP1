      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DAS NOTAS FISCAIS
      * USADO POR = PROGCOBNFE / PROGCOBNFER / PROGCOBNFEC / PROGCOBLGPD
      * DATA     = 15/10/2026
      ********************************************
       77 WRK-FS-NFE        PIC X(02) VALUE '00'.
