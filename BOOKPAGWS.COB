      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AREA DE TRABALHO COMUM DOS TITULOS A PAGAR
      * O CHAMADOR PREENCHE WRK-PAG-TITULO ANTES DE PERFORMAR
      * 0932-INCLUIR-TITULO E CONSULTA WRK-PAG-RESULTADO
      * (VER BOOKPAGWRT.COB)
      * USADO POR = PROGCOBFORN / PROGCOBMERC / PROGCOBPAGS /
      *             PROGCOBPAGA / PROGCOBFLUX
      * DATA     = 15/10/2026
      ********************************************
       77 WRK-FS-PAG        PIC X(02) VALUE '00'.
       01 WRK-PAG-TITULO.
           05 WRK-PAG-CNPJ     PIC X(14).
           05 WRK-PAG-NF       PIC X(15).
           05 WRK-PAG-FILIAL   PIC 9(03).
           05 WRK-PAG-EMISSAO  PIC 9(08).
           05 WRK-PAG-VENC     PIC 9(08).
           05 WRK-PAG-VALOR    PIC 9(09)V99.
           05 WRK-PAG-ORIGEM   PIC X(01).
       77 WRK-PAG-RESULTADO PIC X(01) VALUE SPACE.
           88 TITULO-INCLUIDO  VALUE 'I'.
           88 TITULO-SOMADO    VALUE 'S'.
           88 TITULO-DUPLICADO VALUE 'D'.
           88 TITULO-COM-ERRO  VALUE 'E'.
