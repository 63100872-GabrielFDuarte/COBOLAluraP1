      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO RAZAO DE COMPRAS POR CLIENTE
      * USADO POR = PROGCOB15 / PROGCOBCLI / PROGCOBRFM / PROGCOBAUDR /
      *             PROGCOBBKOU / PROGCOBLGPD
      * DATA     = 02/09/2026
      ********************************************
           SELECT ARQ-COMPRAS-CLI ASSIGN TO 'CLICOMPR.DAT'
