      * MATRICULA + CPF) E SO ENTRA NA APURACAO DEPOIS QUE UM
      * SUPERVISOR APROVA (PROGCOBEST) - A SEQUENCIA E A
      * POSICAO DO REGISTRO NO LOTE DO DIA
      * USADO POR = PROGCOB15 / PROGCOBEST / PROGCOBTRIB / PROGCOBSCOR /
      *             PROGCOBAUDR / PROGCOBBKOU / PROGCOBLGPD /
      *             PROGCOBCERT
      * DATA     = 02/09/2026
      ********************************************
       FD  ARQ-ESTORNOS.
