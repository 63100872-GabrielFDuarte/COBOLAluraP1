      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO ARQUIVO DE ESTORNOS
      * PENDENTES DE APROVACAO
      * USADO POR = PROGCOB15 / PROGCOBEST / PROGCOBTRIB / PROGCOBSCOR /
      *             PROGCOBAUDR / PROGCOBBKOU / PROGCOBLGPD /
      *             PROGCOBCERT
      * DATA     = 02/09/2026
      ********************************************
           SELECT ARQ-ESTORNOS ASSIGN TO 'ESTPEND.DAT'
