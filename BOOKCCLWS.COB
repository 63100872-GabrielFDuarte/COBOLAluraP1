      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DO RAZAO DE COMPRAS
      * POR CLIENTE
      * USADO POR = PROGCOB15 / PROGCOBCLI / PROGCOBRFM / PROGCOBAUDR /
      *             PROGCOBBKOU / PROGCOBLGPD
      * DATA     = 02/09/2026
      ********************************************
       77 WRK-FS-CCL PIC X(02) VALUE '00'.
