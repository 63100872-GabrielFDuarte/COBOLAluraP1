      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DA INTERFACE CONTABIL
      * O CHAMADOR PREENCHE DATA, VALOR (COM SINAL) E ORIGEM
      * ANTES DE PERFORMAR 0960-GRAVAR-LANCAMENTO-PAR - PARA O
      * 0962 PREENCHE TAMBEM AS CONTAS DE DEBITO E CREDITO
      * USADO POR = PROGCOB15 / PROGCOBFECHA / PROGCOBRETC /
      *             PROGCOBEST / PROGCOBPTS / PROGCOBAUDR /
      *             PROGCOBBKOU / PROGCOBPAGS / PROGCOBADIA /
      *             PROGCOBCONT / PROGCOBCTRL / PROGCOBFOLHA /
      *             PROGCOBRESC / PROGCOBTRIB / PROGCOBLIBC
      * DATA     = 22/08/2026
      ********************************************
       77 WRK-FS-LANC     PIC X(02) VALUE '00'.
       77 WRK-LANC-VALOR  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-LANC-ORIGEM PIC X(14) VALUE SPACES.
       77 WRK-LANC-QT     PIC 9(03) VALUE ZEROS.
       77 WRK-LANC-CONTA-DEB  PIC X(08) VALUE SPACES.
       77 WRK-LANC-CONTA-CRED PIC X(08) VALUE SPACES.
