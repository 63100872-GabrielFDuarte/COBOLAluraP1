      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DO EXTRATO DE
      * MOVIMENTOS DE PONTOS DE FIDELIDADE
      * USADO POR = PROGCOB15 / PROGCOBEST / PROGCOBPTS / PROGCOBBKOU /
      *             PROGCOBLGPD
      * DATA     = 15/10/2026
      ********************************************
       77 WRK-FS-PMV PIC X(02) VALUE '00'.
