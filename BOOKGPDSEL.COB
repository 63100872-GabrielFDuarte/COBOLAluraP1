      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DOS LANCAMENTOS DO GLINTF
      * RECUSADOS NA CONTABILIZACAO
      * USADO POR = PROGCOBCONT / PROGCOBBALC
      * DATA     = 15/10/2026
      ********************************************
           SELECT ARQ-LANC-PEND ASSIGN TO 'GLPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GPD-NUM-LANC
               FILE STATUS IS WRK-FS-GPD.
