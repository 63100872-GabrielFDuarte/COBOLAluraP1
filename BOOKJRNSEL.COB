      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO JORNAL DE DESFAZIMENTO DA
      * APURACAO DIARIA
      * USADO POR = PROGCOB15 / PROGCOBBKOU
      * DATA     = 15/10/2026
      ********************************************
           SELECT ARQ-JORNAL ASSIGN TO 'VENDJRN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CHAVE
               FILE STATUS IS WRK-FS-JRN.
