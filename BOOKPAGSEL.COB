      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DOS TITULOS A PAGAR
      * USADO POR = PROGCOBFORN / PROGCOBMERC / PROGCOBPAGS /
      *             PROGCOBPAGA / PROGCOBFLUX
      * DATA     = 15/10/2026
      ********************************************
           SELECT ARQ-TITULOS-PAGAR ASSIGN TO 'TITPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WRK-FS-PAG.
