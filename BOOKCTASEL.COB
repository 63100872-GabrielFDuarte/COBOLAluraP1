      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO PLANO DE CONTAS
      * USADO POR = PROGCOBPCTA / PROGCOBCONT / PROGCOBBALC
      * DATA     = 15/10/2026
      ********************************************
           SELECT ARQ-PLANO-CONTAS ASSIGN TO 'PLANOCTA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CODIGO
               FILE STATUS IS WRK-FS-CTA.
