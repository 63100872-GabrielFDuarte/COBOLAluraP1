      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DAS NOTAS FISCAIS ELETRONICAS
      * USADO POR = PROGCOBNFE / PROGCOBNFER / PROGCOBNFEC / PROGCOBLGPD
      * DATA     = 15/10/2026
      ********************************************
           SELECT ARQ-NOTAS ASSIGN TO 'NFE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFE-CHAVE
               FILE STATUS IS WRK-FS-NFE.
