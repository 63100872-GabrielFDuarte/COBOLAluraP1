      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DO CADASTRO DE
      * FORNECEDORES - O CHAMADOR PREENCHE WRK-FORGET-CNPJ E
      * RECEBE RAZAO, DADOS BANCARIOS E SITUACAO (VER
      * BOOKFORGET.COB)
      * USADO POR = PROGCOBFORN / PROGCOBMERC / PROGCOBPAGS /
      *             PROGCOBPAGA
      * DATA     = 15/10/2026
      ********************************************
       77 WRK-FS-FOR        PIC X(02) VALUE '00'.
       77 WRK-FORGET-CNPJ   PIC X(14) VALUE SPACES.
       77 WRK-FORGET-RAZAO  PIC X(30) VALUE SPACES.
       77 WRK-FORGET-BANCO  PIC 9(03) VALUE ZEROS.
       77 WRK-FORGET-AGENCIA PIC 9(05) VALUE ZEROS.
       77 WRK-FORGET-CONTA  PIC X(12) VALUE SPACES.
       77 WRK-FORGET-ACHOU  PIC X(01) VALUE 'N'.
           88 FORNECEDOR-CADASTRADO VALUE 'S'.
       77 WRK-FORGET-STATUS PIC X(01) VALUE SPACE.
           88 FORGET-BLOQUEADO VALUE 'B'.
