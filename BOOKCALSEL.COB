      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO CALENDARIO DE DIAS UTEIS
      * USADO POR = PROGCOBCAL / PROGCOB15 / PROGCOBFECHA /
      *             PROGCOBTEND / PROGCOBINTG / PROGCOBPAGS /
      *             PROGCOBFLUX
      * DATA     = 02/09/2026
      ********************************************
           SELECT ARQ-CALENDARIO ASSIGN TO 'CALENDDB.DAT'
