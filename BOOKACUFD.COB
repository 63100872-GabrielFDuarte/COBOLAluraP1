      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DO ACUMULADO ANUAL DA FOLHA
      * UM REGISTRO POR MATRICULA + ANO COM UMA POSICAO POR
      * MES (BRUTO, COMISSAO, DESCONTO E LIQUIDO DA FOLHA
      * MENSAL) E OS VALORES DO 13O SALARIO (1A PARCELA SEM
      * DESCONTO, 13O BRUTO E DESCONTO DA 2A PARCELA E O
      * LIQUIDO PAGO NA 2A PARCELA)
      * A FOLHA REPROCESSADA NO MESMO MES SOBREPOE A POSICAO
      * DO MES - O ACUMULADO NAO DOBRA
      * USADO POR = PROGCOBFOLHA / PROGCOBPROV / PROGCOBINFR /
      *             PROGCOBRESC
      * DATA     = 15/10/2026
      ********************************************
       FD  ARQ-ACUMULADO.
       01  REG-ACUMULADO.
           05 ACU-CHAVE.
              10 ACU-MATRICULA    PIC 9(06).
              10 ACU-ANO          PIC 9(04).
           05 ACU-MES OCCURS 12 TIMES.
              10 ACU-MES-BRUTO    PIC S9(10)V99.
              10 ACU-MES-COMISSAO PIC S9(10)V99.
              10 ACU-MES-DESCONTO PIC S9(10)V99.
              10 ACU-MES-LIQUIDO  PIC S9(10)V99.
           05 ACU-13-PARCELA1     PIC S9(10)V99.
           05 ACU-13-BRUTO        PIC S9(10)V99.
           05 ACU-13-DESCONTO     PIC S9(10)V99.
           05 ACU-13-PARCELA2     PIC S9(10)V99.
           05 ACU-DATA-ATUALIZ    PIC 9(08).
