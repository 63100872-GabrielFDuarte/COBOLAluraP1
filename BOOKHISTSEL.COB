      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO ARQUIVO DE HISTORICO DE VENDAS
      * USADO POR = PROGCOB15 / PROGCOBFECHA / PROGCOBARQV /
      *             PROGCOBTEND / PROGCOBINTG / PROGCOBAUDR /
      *             PROGCOBBKOU
      * DATA     = 20/11/2019
      ********************************************
           SELECT ARQ-HISTORICO ASSIGN TO 'VENDHIST.DAT'
