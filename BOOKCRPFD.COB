      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DO ARQUIVO DE VENDAS A PRAZO
      * RETIDAS - A VENDA R QUE ESTOURA O LIMITE DE CREDITO DO
      * CLIENTE OU VEM DE CPF COM TITULO VENCIDO ALEM DO
      * TOLERADO NAO VIRA TITULO NO CREDIARIO.DAT - PARA AQUI
      * COM A REFERENCIA DA VENDA ATE UM SUPERVISOR LIBERAR
      * (GERA O TITULO) OU RECUSAR NO PROGCOBLIBC
      * MOTIVO L = LIMITE / A = ATRASO - A SEQUENCIA E A
      * POSICAO DO REGISTRO NO LOTE DO DIA
      * USADO POR = PROGCOB15 / PROGCOBLIBC / PROGCOBBKOU / PROGCOBLGPD
      * DATA     = 15/10/2026
      ********************************************
       FD  ARQ-CRED-RETIDO.
       01  REG-CRED-RETIDO.
           05 CRP-CHAVE.
              10 CRP-DATA   PIC 9(08).
              10 CRP-FILIAL PIC 9(03).
              10 CRP-SEQ    PIC 9(05).
           05 CRP-MATRICULA  PIC 9(06).
           05 CRP-CPF        PIC X(11).
           05 CRP-QT-ITENS   PIC 9(03).
           05 CRP-VALOR      PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
           05 CRP-MOTIVO     PIC X(01).
               88 RETIDO-POR-LIMITE VALUE 'L'.
               88 RETIDO-POR-ATRASO VALUE 'A'.
           05 CRP-SALDO-ABERTO PIC S9(09)V99 SIGN IS TRAILING
               SEPARATE.
           05 CRP-LIMITE     PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
           05 CRP-DIAS-ATRASO PIC 9(05).
           05 CRP-STATUS     PIC X(01).
               88 RETENCAO-PENDENTE VALUE 'P'.
               88 RETENCAO-LIBERADA VALUE 'L'.
               88 RETENCAO-RECUSADA VALUE 'R'.
           05 CRP-APROVADOR    PIC X(08).
           05 CRP-DATA-DECISAO PIC 9(08).
