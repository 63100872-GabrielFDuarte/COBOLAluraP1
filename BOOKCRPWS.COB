      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DO ARQUIVO DE VENDAS
      * A PRAZO RETIDAS
      * USADO POR = PROGCOB15 / PROGCOBLIBC / PROGCOBBKOU / PROGCOBLGPD
      * DATA     = 15/10/2026
      ********************************************
       77 WRK-FS-CRP PIC X(02) VALUE '00'.
