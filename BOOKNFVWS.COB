      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DO CONTROLE DE NOTA
      * POR VENDA
      * USADO POR = PROGCOBNFE / PROGCOBBKOU
      * DATA     = 15/10/2026
      ********************************************
       77 WRK-FS-NFV        PIC X(02) VALUE '00'.
