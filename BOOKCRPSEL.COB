      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO ARQUIVO DE VENDAS A PRAZO
      * RETIDAS POR LIMITE DE CREDITO OU ATRASO
      * USADO POR = PROGCOB15 / PROGCOBLIBC / PROGCOBBKOU / PROGCOBLGPD
      * DATA     = 15/10/2026
      ********************************************
           SELECT ARQ-CRED-RETIDO ASSIGN TO 'CRDPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRP-CHAVE
               FILE STATUS IS WRK-FS-CRP.
