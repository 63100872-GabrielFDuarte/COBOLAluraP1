      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DOS LANCAMENTOS RECUSADOS NA
      * CONTABILIZACAO (CONTA INEXISTENTE OU INATIVA NO PLANO
      * DE CONTAS) - FICAM AQUI ATE A CONTA SER ACERTADA E SAO
      * RETENTADOS A CADA CONTABILIZACAO
      * USADO POR = PROGCOBCONT / PROGCOBBALC
      * DATA     = 15/10/2026
      ********************************************
       FD  ARQ-LANC-PEND.
       01  REG-LANC-PEND.
           05 GPD-NUM-LANC  PIC 9(09).
           05 GPD-DATA      PIC 9(08).
           05 GPD-CONTA     PIC X(08).
           05 GPD-DC        PIC X(01).
           05 GPD-VALOR     PIC 9(09)V99.
           05 GPD-ORIGEM    PIC X(14).
           05 GPD-MOTIVO    PIC X(16).
           05 GPD-DATA-REJ  PIC 9(08).
