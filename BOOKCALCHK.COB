      * OU ANTERIOR A WRK-CAL-DATA
      * CALENDARIO AUSENTE SO DEIXA DE ENXERGAR FERIADO - O
      * FIM DE SEMANA CONTINUA VALENDO
      * USADO POR = PROGCOB15 / PROGCOBFECHA / PROGCOBTEND /
      *             PROGCOBINTG / PROGCOBPAGS / PROGCOBFLUX
      * DATA     = 02/09/2026
      ********************************************
       0980-VERIFICAR-DIA-UTIL.
