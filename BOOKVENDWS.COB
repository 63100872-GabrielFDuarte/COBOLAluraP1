      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DO REGISTRO DE VENDA
      * ESPELHO DO LAYOUT DE BOOKVENDFD.COB PARA READ INTO
      * PAGAMENTO P = RESGATE DE PONTOS DE FIDELIDADE
      * WRK-VND-HORA SO E NUMERICA QUANDO O CAIXA MANDOU A HORA
      * USADO POR = PROGCOB15 / PROGCOBCOMIS / PROGCOBNFE /
      *             PROGCOBNFEC / PROGCOBSCOR / PROGCOBINTG /
      *             PROGCOBFLUX
      * DATA     = 22/08/2026
      ********************************************
       77 WRK-FS-VENDAS PIC X(02) VALUE '00'.
               88 VENDA-DINHEIRO  VALUE 'D'.
               88 VENDA-CARTAO    VALUE 'C'.
               88 VENDA-CREDIARIO VALUE 'R'.
               88 VENDA-PONTOS    VALUE 'P'.
               88 TIPO-PGTO-VALIDO VALUE 'D' 'C' 'R' 'P'.
           05 WRK-VND-QT-ITENS    PIC 9(03) VALUE ZEROS.
           05 WRK-VND-VALOR       PIC S9(07)V99 SIGN IS TRAILING
               SEPARATE VALUE ZEROS.
           05 WRK-VND-HORA        PIC X(06) VALUE SPACES.
           05 WRK-VND-HORA-R REDEFINES WRK-VND-HORA.
               10 WRK-VND-HH      PIC 9(02).
               10 WRK-VND-MI      PIC 9(02).
               10 WRK-VND-SS      PIC 9(02).
       01 WRK-VENDA-ITEM REDEFINES WRK-VENDA.
           05 WRK-VNI-TIPO-REG   PIC X(01).
           05 WRK-VNI-PRODUTO    PIC 9(06).
           05 WRK-VNI-QUANTIDADE PIC 9(03).
           05 WRK-VNI-VALOR-UNIT PIC S9(07)V99 SIGN IS TRAILING
               SEPARATE.
           05 FILLER             PIC X(29).
       01 WRK-VENDA-TRAILER REDEFINES WRK-VENDA.
           05 WRK-VNT-TIPO-REG   PIC X(01).
           05 WRK-VNT-QT-REG     PIC 9(07).
           05 WRK-VNT-HASH-VALOR PIC S9(11)V99 SIGN IS TRAILING
               SEPARATE.
           05 FILLER             PIC X(27).
