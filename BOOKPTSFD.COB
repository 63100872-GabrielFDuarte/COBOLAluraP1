      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DO SALDO DE PONTOS DE
      * FIDELIDADE - UM REGISTRO POR CPF, CREDITADO NAS VENDAS
      * APROVADAS DA APURACAO DIARIA (PARAMETRO PONTOS-POR-
      * REAL), DEBITADO NO RESGATE (TIPO DE PAGAMENTO P) E NO
      * ESTORNO APROVADO, ZERADO NA EXPIRACAO DO EXTRATO MENSAL
      * A DATA DO ULTIMO GANHO CONTA A VALIDADE DOS PONTOS
      * CADA MOVIMENTO FICA NO PONTMOV.DAT (BOOKPMVFD.COB)
      * USADO POR = PROGCOB15 / PROGCOBEST / PROGCOBPTS / PROGCOBBKOU /
      *             PROGCOBLGPD
      * DATA     = 15/10/2026
      ********************************************
       FD  ARQ-PONTOS.
       01  REG-PONTOS.
           05 PTS-CPF            PIC X(11).
           05 PTS-SALDO          PIC S9(09) SIGN IS TRAILING
               SEPARATE.
           05 PTS-DATA-ULT-GANHO PIC 9(08).
           05 PTS-DATA-ULT-MOV   PIC 9(08).
