      * O CHAMADOR PREENCHE WRK-FILGET-COD E RECEBE NOME E
      * SITUACAO DE CADASTRO (VER BOOKFILGET.COB)
      * USADO POR = PROGCOBFIL / PROGCOB15 / PROGCOBVAR /
      *             PROGCOBCOMP / PROGCOBSCOR / PROGCOBAUDR /
      *             PROGCOBFORN
      * DATA     = 02/09/2026
      ********************************************
       77 WRK-FS-FILIAL    PIC X(02) VALUE '00'.
