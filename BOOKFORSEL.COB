      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO CADASTRO DE FORNECEDORES
      * USADO POR = PROGCOBFORN / PROGCOBMERC / PROGCOBPAGS /
      *             PROGCOBPAGA
      * DATA     = 15/10/2026
      ********************************************
           SELECT ARQ-FORNECEDORES ASSIGN TO 'FORNECDB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CNPJ
               FILE STATUS IS WRK-FS-FOR.
