      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DO ESTOQUE - O
      * CHAMADOR PREENCHE PRODUTO, FILIAL, DATA, TIPO,
      * REFERENCIA, QUANTIDADE (COM SINAL), CUSTO, DOCUMENTO E
      * MOTIVO ANTES DE PERFORMAR 0995 (VER BOOKESQWRT.COB) -
      * O SALDO ATUALIZADO VOLTA EM WRK-ESQ-SALDO
      * TIPO V SAIDA POR VENDA / E ENTRADA DE MERCADORIA /
      * A AJUSTE DE INVENTARIO
      * USADO POR = PROGCOB15 / PROGCOBMERC / PROGCOBPOSE / PROGCOBBKOU
      * DATA     = 15/10/2026
      ********************************************
       77 WRK-FS-ESQ          PIC X(02) VALUE '00'.
       77 WRK-ESQ-PRODUTO     PIC 9(06) VALUE ZEROS.
       77 WRK-ESQ-FILIAL      PIC 9(03) VALUE ZEROS.
       77 WRK-ESQ-DATA        PIC 9(08) VALUE ZEROS.
       77 WRK-ESQ-TIPO        PIC X(01) VALUE SPACE.
       77 WRK-ESQ-REFERENCIA  PIC 9(08) VALUE ZEROS.
       77 WRK-ESQ-QT          PIC S9(07) VALUE ZEROS.
       77 WRK-ESQ-CUSTO-UNIT  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ESQ-DOCUMENTO   PIC X(15) VALUE SPACES.
       77 WRK-ESQ-MOTIVO      PIC X(30) VALUE SPACES.
       77 WRK-ESQ-SALDO       PIC S9(07) VALUE ZEROS.
       77 WRK-ESQ-GRAVOU      PIC X(01) VALUE 'N'.
           88 ESTOQUE-GRAVADO   VALUE 'S'.
           88 ESTOQUE-DUPLICADO VALUE 'D'.
