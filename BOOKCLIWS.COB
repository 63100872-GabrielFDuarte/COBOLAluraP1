      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DO CADASTRO DE CLIENTES
      * USADO POR = PROGCOBEXERC01 / PROGCOBCLI / PROGCOBREJ /
      *             PROGCOB15 / PROGCOBRETC / PROGCOBRFM / PROGCOBAUDR /
      *             PROGCOBLGPD
      * DATA     = 22/08/2026
      ********************************************
       77 WRK-FS-CLI PIC X(02) VALUE '00'.
