      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO CADASTRO DE OPERADORES
      * USADO POR = PROGCOBMENU / PROGCOBOPER / PROGCOBBKOU /
      *             PROGCOBPAGS / PROGCOBLGPD / PROGCOBCERT
      * DATA     = 22/08/2026
      ********************************************
           SELECT ARQ-OPERADORES ASSIGN TO 'OPERDB.DAT'
