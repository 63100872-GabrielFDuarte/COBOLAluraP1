      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO EXTRATO DE MOVIMENTOS DE
      * PONTOS DE FIDELIDADE
      * USADO POR = PROGCOB15 / PROGCOBEST / PROGCOBPTS / PROGCOBBKOU /
      *             PROGCOBLGPD
      * DATA     = 15/10/2026
      ********************************************
           SELECT ARQ-MOV-PONTOS ASSIGN TO 'PONTMOV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMV-CHAVE
               FILE STATUS IS WRK-FS-PMV.
