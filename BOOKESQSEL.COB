      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO SALDO DE ESTOQUE POR
      * PRODUTO E FILIAL
      * USADO POR = PROGCOB15 / PROGCOBMERC / PROGCOBPOSE / PROGCOBBKOU
      * DATA     = 15/10/2026
      ********************************************
           SELECT ARQ-ESTOQUE ASSIGN TO 'ESTOQUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESQ-CHAVE
               FILE STATUS IS WRK-FS-ESQ.
