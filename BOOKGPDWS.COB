      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DOS LANCAMENTOS
      * RECUSADOS NA CONTABILIZACAO
      * USADO POR = PROGCOBCONT / PROGCOBBALC
      * DATA     = 15/10/2026
      ********************************************
       77 WRK-FS-GPD       PIC X(02) VALUE '00'.
