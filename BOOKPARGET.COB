      * PELO CHAMADOR - PARAMETRO OU ARQUIVO AUSENTE DEVOLVE
      * O DEFAULT COMPILADO, ENTAO OS PROGRAMAS SEGUEM
      * FUNCIONANDO SEM O PARAMDB.DAT
      * USADO POR = PROGCOB02 / PROGCOB15 / PROGCOBFOLHA /
      *             PROGCOBEST / PROGCOBPTS / PROGCOBINTG /
      *             PROGCOBFLUX / PROGCOBCERT
      * DATA     = 22/08/2026
      ********************************************
       0970-LER-PARAMETRO.
