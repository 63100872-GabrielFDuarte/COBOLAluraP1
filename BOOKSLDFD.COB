      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DOS SALDOS CONTABEIS - UM
      * REGISTRO POR CONTA E PERIODO (AAAAMM) COM O TOTAL DE
      * DEBITOS E CREDITOS LANCADOS NO RAZAO - O SALDO
      * ANTERIOR DE UM PERIODO E A SOMA DOS PERIODOS ANTES
      * DELE
      * USADO POR = PROGCOBCONT / PROGCOBBALC
      * DATA     = 15/10/2026
      ********************************************
       FD  ARQ-SALDOS-CTA.
       01  REG-SALDO-CTA.
           05 SLD-CHAVE.
              10 SLD-CONTA   PIC X(08).
              10 SLD-PERIODO PIC 9(06).
           05 SLD-DEBITOS    PIC 9(11)V99.
           05 SLD-CREDITOS   PIC 9(11)V99.
           05 SLD-QT-LANC    PIC 9(07).
