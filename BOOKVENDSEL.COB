      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO ARQUIVO DE VENDAS DO DIA
      * USADO POR = PROGCOB15 / PROGCOBCOMIS / PROGCOBNFE /
      *             PROGCOBNFEC / PROGCOBSCOR / PROGCOBINTG /
      *             PROGCOBFLUX
      * DATA     = 22/08/2026
      ********************************************
           SELECT ARQ-VENDAS ASSIGN TO VENDAS
