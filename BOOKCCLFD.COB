      * UM REGISTRO POR VENDA DETALHE ACUMULADA NA APURACAO
      * DIARIA - ALIMENTA A CONSULTA DE HISTORICO E O EXTRATO
      * DO CADASTRO DE CLIENTES
      * USADO POR = PROGCOB15 / PROGCOBCLI / PROGCOBRFM / PROGCOBAUDR /
      *             PROGCOBBKOU / PROGCOBLGPD
      * DATA     = 02/09/2026
      ********************************************
       FD  ARQ-COMPRAS-CLI.
