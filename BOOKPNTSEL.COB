      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO MOVIMENTO MENSAL DE PONTO
      * USADO POR = PROGCOBPONT / PROGCOBFOLHA
      * DATA     = 15/10/2026
      ********************************************
           SELECT ARQ-PONTO ASSIGN TO 'PONTOMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNT-CHAVE
               FILE STATUS IS WRK-FS-PNT.
