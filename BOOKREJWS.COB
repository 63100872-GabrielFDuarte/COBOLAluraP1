      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DO ARQUIVO DE CPF REJEITADO
      * USADO POR = PROGCOBEXERC01 / PROGCOBREJ / PROGCOBINTG /
      *             PROGCOBLGPD
      * DATA     = 22/08/2026
      ********************************************
       77 WRK-FS-CPF-REJ PIC X(02) VALUE '00'.
