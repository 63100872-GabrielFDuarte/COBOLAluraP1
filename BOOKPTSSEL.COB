      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO SALDO DE PONTOS DE
      * FIDELIDADE POR CPF
      * USADO POR = PROGCOB15 / PROGCOBEST / PROGCOBPTS / PROGCOBBKOU /
      *             PROGCOBLGPD
      * DATA     = 15/10/2026
      ********************************************
           SELECT ARQ-PONTOS ASSIGN TO 'PONTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-CPF
               FILE STATUS IS WRK-FS-PTS.
