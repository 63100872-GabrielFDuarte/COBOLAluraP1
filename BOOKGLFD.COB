      * LANCAMENTOS SEMPRE EM PARES DEBITO/CREDITO BALANCEADOS
      * COM REFERENCIA DE ORIGEM (HIST AAAAMMDD / FECH AAAAMM)
      * NO LAYOUT IMPORTADO PELO PACOTE CONTABIL
      * USADO POR = PROGCOB15 / PROGCOBFECHA / PROGCOBRETC /
      *             PROGCOBEST / PROGCOBPTS / PROGCOBAUDR /
      *             PROGCOBBKOU / PROGCOBPAGS / PROGCOBADIA /
      *             PROGCOBCONT / PROGCOBCTRL / PROGCOBFOLHA /
      *             PROGCOBRESC / PROGCOBTRIB / PROGCOBLIBC
      * DATA     = 22/08/2026
      ********************************************
       FD  ARQ-LANCAMENTOS.
