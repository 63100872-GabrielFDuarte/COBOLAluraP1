      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DAS RESCISOES EFETIVADAS
      * USADO POR = PROGCOBRESC
      * DATA     = 15/10/2026
      ********************************************
           SELECT ARQ-RESCISAO ASSIGN TO 'RESCISAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSC-CHAVE
               FILE STATUS IS WRK-FS-RSC.
