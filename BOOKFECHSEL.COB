      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO ARQUIVO DE FECHAMENTO DE PERIODO
      * USADO POR = PROGCOB15 / PROGCOBFECHA / PROGCOBREAB /
      *             PROGCOBANO / PROGCOBAUDR / PROGCOBBKOU
      * DATA     = 12/11/2019
      ********************************************
           SELECT ARQ-FECHAMENTO ASSIGN TO 'FECHPER.DAT'
