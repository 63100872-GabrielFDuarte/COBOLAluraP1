      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DO RAZAO CONTABIL - CADA
      * LANCAMENTO DO GLINTF ACEITO NA CONTABILIZACAO, POR
      * CONTA E DATA - O NUMERO DO LANCAMENTO E A POSICAO DO
      * REGISTRO NO GLINTF
      * USADO POR = PROGCOBCONT / PROGCOBBALC
      * DATA     = 15/10/2026
      ********************************************
       FD  ARQ-RAZAO.
       01  REG-RAZAO.
           05 RAZ-CHAVE.
              10 RAZ-CONTA     PIC X(08).
              10 RAZ-DATA      PIC 9(08).
              10 RAZ-NUM-LANC  PIC 9(09).
           05 RAZ-DC           PIC X(01).
           05 RAZ-VALOR        PIC 9(09)V99.
           05 RAZ-ORIGEM       PIC X(14).
           05 RAZ-DATA-CONTAB  PIC 9(08).
