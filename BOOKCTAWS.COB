      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DO PLANO DE CONTAS
      * USADO POR = PROGCOBPCTA / PROGCOBCONT / PROGCOBBALC
      * DATA     = 15/10/2026
      ********************************************
       77 WRK-FS-CTA       PIC X(02) VALUE '00'.
