      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DO JORNAL DE
      * DESFAZIMENTO DA APURACAO DIARIA
      * USADO POR = PROGCOB15 / PROGCOBBKOU
      * DATA     = 15/10/2026
      ********************************************
       77 WRK-FS-JRN         PIC X(02) VALUE '00'.
       01 WRK-JRN-EXECUCAO.
           05 WRK-JRN-EXEC-DATA-LOTE PIC 9(08) VALUE ZEROS.
           05 WRK-JRN-EXEC-FILIAL    PIC 9(03) VALUE ZEROS.
           05 WRK-JRN-EXEC-DATA-PROC PIC 9(08) VALUE ZEROS.
           05 WRK-JRN-EXEC-HORA      PIC 9(06) VALUE ZEROS.
       77 WRK-JRN-TENTATIVA  PIC 9(02) VALUE ZEROS.
       77 WRK-JRN-SEQ        PIC 9(07) VALUE ZEROS.
       77 WRK-JRN-ARQUIVO    PIC X(08) VALUE SPACES.
       77 WRK-JRN-CHAVE-REG  PIC X(30) VALUE SPACES.
       77 WRK-JRN-OPERACAO   PIC X(01) VALUE SPACES.
       77 WRK-JRN-IMAGEM     PIC X(120) VALUE SPACES.
