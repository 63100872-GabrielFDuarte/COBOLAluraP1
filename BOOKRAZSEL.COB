      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO RAZAO CONTABIL
      * USADO POR = PROGCOBCONT / PROGCOBBALC
      * DATA     = 15/10/2026
      ********************************************
           SELECT ARQ-RAZAO ASSIGN TO 'RAZAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAZ-CHAVE
               FILE STATUS IS WRK-FS-RAZ.
