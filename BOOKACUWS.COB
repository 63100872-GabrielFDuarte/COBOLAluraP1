      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DO ACUMULADO ANUAL
      * DA FOLHA - O CHAMADOR PREENCHE MATRICULA, ANO, MES,
      * TIPO E VALORES ANTES DE PERFORMAR 0955 (VER
      * BOOKACUWRT.COB) - O ACUMULADO DO ANO (SOMA DOS MESES)
      * VOLTA NOS CAMPOS WRK-ACU-ANO-*
      * TIPO F FOLHA MENSAL / 1 1A PARCELA DO 13O /
      * 2 2A PARCELA DO 13O
      * USADO POR = PROGCOBFOLHA / PROGCOBPROV / PROGCOBINFR /
      *             PROGCOBRESC
      * DATA     = 15/10/2026
      ********************************************
       77 WRK-FS-ACU          PIC X(02) VALUE '00'.
       77 WRK-ACU-MATRICULA   PIC 9(06) VALUE ZEROS.
       77 WRK-ACU-ANO         PIC 9(04) VALUE ZEROS.
       77 WRK-ACU-MES         PIC 9(02) VALUE ZEROS.
       77 WRK-ACU-TIPO        PIC X(01) VALUE SPACE.
           88 ACUMULAR-FOLHA    VALUE 'F'.
           88 ACUMULAR-PARCELA1 VALUE '1'.
           88 ACUMULAR-PARCELA2 VALUE '2'.
       77 WRK-ACU-BRUTO       PIC S9(10)V99 VALUE ZEROS.
       77 WRK-ACU-COMISSAO    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-ACU-DESCONTO    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-ACU-LIQUIDO     PIC S9(10)V99 VALUE ZEROS.
       77 WRK-ACU-ANO-BRUTO   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ACU-ANO-COMISSAO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ACU-ANO-DESCONTO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ACU-ANO-LIQUIDO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ACU-IDX         PIC 9(02) VALUE ZEROS.
       77 WRK-ACU-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-ACU-GRAVOU      PIC X(01) VALUE 'N'.
           88 ACUMULADO-GRAVADO VALUE 'S'.
