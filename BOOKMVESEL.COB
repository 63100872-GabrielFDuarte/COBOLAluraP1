      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DOS MOVIMENTOS DE ESTOQUE
      * USADO POR = PROGCOB15 / PROGCOBMERC / PROGCOBBKOU
      * DATA     = 15/10/2026
      ********************************************
           SELECT ARQ-MOV-ESTOQUE ASSIGN TO 'MOVESTQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MVE-CHAVE
               FILE STATUS IS WRK-FS-MVE.
