      * CHAVE CPF + DATA DA VENDA + SEQUENCIA DO LOTE PARA
      * PERMITIR MAIS DE UMA COMPRA NO MESMO DIA
      * SALDO E BAIXADO PELO PROGCOBCRED ATE QUITAR (STATUS Q)
      * USADO POR = PROGCOB15 / PROGCOBCRED / PROGCOBLIBC /
      *             PROGCOBRETC / PROGCOBSCOR / PROGCOBAUDR /
      *             PROGCOBBKOU / PROGCOBFLUX / PROGCOBLGPD
      * DATA     = 02/09/2026
      ********************************************
       FD  ARQ-CREDIARIO.
