      * A EMPRESA TODA, FILIAL ESPECIFICA SO PARA ELA - FIM DE
      * SEMANA E CALCULADO PELO DIA DA SEMANA, SEM REGISTRO
      * USADO POR = PROGCOBCAL / PROGCOB15 / PROGCOBFECHA /
      *             PROGCOBTEND / PROGCOBINTG / PROGCOBPAGS /
      *             PROGCOBFLUX
      * DATA     = 02/09/2026
      ********************************************
       FD  ARQ-CALENDARIO.
