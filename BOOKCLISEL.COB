      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO CADASTRO MESTRE DE CLIENTES
      * USADO POR = PROGCOBEXERC01 / PROGCOBCLI / PROGCOBREJ /
      *             PROGCOB15 / PROGCOBRETC / PROGCOBRFM / PROGCOBAUDR /
      *             PROGCOBLGPD
      * DATA     = 22/08/2026
      ********************************************
           SELECT ARQ-CLIENTES ASSIGN TO 'CLIENTDB.DAT'
