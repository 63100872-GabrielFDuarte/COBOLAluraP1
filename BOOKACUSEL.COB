      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO ACUMULADO ANUAL DA FOLHA
      * USADO POR = PROGCOBFOLHA / PROGCOBPROV / PROGCOBINFR /
      *             PROGCOBRESC
      * DATA     = 15/10/2026
      ********************************************
           SELECT ARQ-ACUMULADO ASSIGN TO 'FOLHAACU.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACU-CHAVE
               FILE STATUS IS WRK-FS-ACU.
