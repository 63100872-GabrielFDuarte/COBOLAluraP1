      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO CONTROLE DE NOTA POR VENDA
      * USADO POR = PROGCOBNFE / PROGCOBBKOU
      * DATA     = 15/10/2026
      ********************************************
           SELECT ARQ-NOTA-VENDA ASSIGN TO 'NFEVND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFV-CHAVE
               FILE STATUS IS WRK-FS-NFV.
