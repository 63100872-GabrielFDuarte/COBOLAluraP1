      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DA TABELA DE PRECOS DE LISTA
      * USADO POR = PROGCOBPREC / PROGCOBAUDP
      * DATA     = 15/10/2026
      ********************************************
           SELECT ARQ-PRECOS ASSIGN TO 'PRECOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-CHAVE
               FILE STATUS IS WRK-FS-PRC.
