      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO CADASTRO MESTRE DE PRODUTOS
      * USADO POR = PROGCOBPROD / PROGCOBRANK / PROGCOBMERC /
      *             PROGCOBPOSE / PROGCOBPREC / PROGCOBNFE
      * DATA     = 02/09/2026
      ********************************************
           SELECT ARQ-PRODUTOS ASSIGN TO 'PRODUTDB.DAT'
