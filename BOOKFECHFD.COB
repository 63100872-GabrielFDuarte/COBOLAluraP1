      * SITUACAO R = PERIODO REABERTO PELO SUPERVISOR - REGISTRO
      * ANTIGO SEM SITUACAO (BRANCO) CONTINUA VALENDO FECHADO
      * USADO POR = PROGCOB15 / PROGCOBFECHA / PROGCOBREAB /
      *             PROGCOBANO / PROGCOBAUDR / PROGCOBBKOU
      * DATA     = 12/11/2019
      ********************************************
       FD  ARQ-FECHAMENTO.
