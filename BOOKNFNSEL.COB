      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DA NUMERACAO DE NOTAS POR FILIAL
      * USADO POR = PROGCOBNFE / PROGCOBNFEC
      * DATA     = 15/10/2026
      ********************************************
           SELECT ARQ-NUMERACAO ASSIGN TO 'NFENUM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFN-FILIAL
               FILE STATUS IS WRK-FS-NFN.
