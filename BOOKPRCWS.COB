      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DA TABELA DE PRECOS
      * O CHAMADOR PREENCHE PRODUTO, FILIAL E DATA ANTES DE
      * PERFORMAR 0925 (VER BOOKPRCGET.COB) - VOLTAM O PRECO
      * EM VIGOR, A DATA DE VIGENCIA E A FILIAL DE ONDE O
      * PRECO VEIO (000 QUANDO VALE O PRECO GERAL)
      * USADO POR = PROGCOBPREC / PROGCOBAUDP
      * DATA     = 15/10/2026
      ********************************************
       77 WRK-FS-PRC          PIC X(02) VALUE '00'.
       77 WRK-PRC-PRODUTO     PIC 9(06) VALUE ZEROS.
       77 WRK-PRC-FILIAL      PIC 9(03) VALUE ZEROS.
       77 WRK-PRC-DATA        PIC 9(08) VALUE ZEROS.
       77 WRK-PRC-PRECO       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRC-VIGENCIA    PIC 9(08) VALUE ZEROS.
       77 WRK-PRC-FILIAL-PRECO PIC 9(03) VALUE ZEROS.
       77 WRK-PRC-FIL-BUSCA   PIC 9(03) VALUE ZEROS.
       77 WRK-PRC-ACHOU       PIC X(01) VALUE 'N'.
           88 PRECO-ENCONTRADO VALUE 'S'.
       77 WRK-PRC-FIM         PIC X(01) VALUE 'N'.
           88 FIM-BUSCA-PRECO VALUE 'S'.
