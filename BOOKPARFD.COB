      * NEGOCIO - TOLERANCIAS, FAIXAS DA FOLHA E OPCOES DE
      * EXECUCAO, COM QUEM ALTEROU E QUANDO
      * USADO POR = PROGCOB02 / PROGCOB15 / PROGCOBFOLHA /
      *             PROGCOBPARM / PROGCOBEST / PROGCOBPTS /
      *             PROGCOBNFE / PROGCOBINTG / PROGCOBFLUX / PROGCOBCERT
      * DATA     = 22/08/2026
      ********************************************
       FD  ARQ-PARAMETROS.
