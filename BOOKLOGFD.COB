      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DO ARQUIVO DE LOG DE OPERADOR
      * USADO POR = PROGCOB02 / PROGCOB06 / PROGCOB15 /
      *             PROGCOBEXERC01 / PROGCOBFECHA / PROGCOBBKOU
      * DATA     = 04/11/2019
      ********************************************
       FD  ARQ-LOG.
