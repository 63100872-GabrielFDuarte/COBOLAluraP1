      * OBJETIVO = AREA DE TRABALHO COMUM DO CONTROLE DE LOTES
      * O CHAMADOR PREENCHE ORIGEM, DATA E FILIAL DO LOTE
      * ANTES DE PERFORMAR 0975/0976 (VER BOOKCTRCHK.COB)
      * USADO POR = PROGCOB15 / PROGCOBMOVF / PROGCOBCTRL /
      *             PROGCOBRETC / PROGCOBPONT / PROGCOBBKOU
      * DATA     = 02/09/2026
      ********************************************
       77 WRK-FS-CTRL      PIC X(02) VALUE '00'.
