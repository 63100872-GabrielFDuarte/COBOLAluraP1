      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DOS ADIANTAMENTOS QUINZENAIS
      * USADO POR = PROGCOBADIA / PROGCOBFOLHA / PROGCOBRESC
      * DATA     = 15/10/2026
      ********************************************
           SELECT ARQ-ADIANTAMENTO ASSIGN TO 'ADIANT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADT-CHAVE
               FILE STATUS IS WRK-FS-ADT.
