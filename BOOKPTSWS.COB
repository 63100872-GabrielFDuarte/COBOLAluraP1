      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DOS PONTOS DE
      * FIDELIDADE - O CHAMADOR PREENCHE CPF, DATA, FILIAL,
      * SEQUENCIA, TIPO, QUANTIDADE (COM SINAL) E VALOR ANTES
      * DE PERFORMAR 0990 (VER BOOKPTSWRT.COB) - O SALDO
      * ATUALIZADO VOLTA EM WRK-PTS-SALDO
      * POR-REAL E VALOR-PONTO VEM DO PARAMDB.DAT
      * (PONTOS-POR-REAL / PONTOS-VALOR-PONTO)
      * USADO POR = PROGCOB15 / PROGCOBEST / PROGCOBPTS / PROGCOBBKOU /
      *             PROGCOBLGPD
      * DATA     = 15/10/2026
      ********************************************
       77 WRK-FS-PTS          PIC X(02) VALUE '00'.
       77 WRK-PTS-CPF         PIC X(11) VALUE SPACES.
       77 WRK-PTS-DATA        PIC 9(08) VALUE ZEROS.
       77 WRK-PTS-FILIAL      PIC 9(03) VALUE ZEROS.
       77 WRK-PTS-SEQ         PIC 9(05) VALUE ZEROS.
       77 WRK-PTS-TIPO        PIC X(01) VALUE SPACE.
       77 WRK-PTS-QT          PIC S9(09) VALUE ZEROS.
       77 WRK-PTS-VALOR       PIC S9(07)V99 VALUE ZEROS.
       77 WRK-PTS-SALDO       PIC S9(09) VALUE ZEROS.
       77 WRK-PTS-POR-REAL    PIC S9(03)V99 VALUE 1,00.
       77 WRK-PTS-VALOR-PONTO PIC S9(03)V99 VALUE 0,01.
       77 WRK-PTS-GRAVOU      PIC X(01) VALUE 'N'.
           88 PONTOS-GRAVADOS VALUE 'S'.
           88 PONTOS-DUPLICADO VALUE 'D'.
