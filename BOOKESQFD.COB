      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DO SALDO DE ESTOQUE - UM
      * REGISTRO POR PRODUTO + FILIAL, BAIXADO PELOS ITENS DAS
      * VENDAS APROVADAS NA APURACAO DIARIA, SOMADO NA ENTRADA
      * DE MERCADORIA E ACERTADO NO AJUSTE DE INVENTARIO
      * SALDO COM SINAL - ESTOQUE NEGATIVO E VENDA SEM ENTRADA
      * REGISTRADA E SAI MARCADO NA POSICAO DE ESTOQUE
      * CADA MOVIMENTO FICA NO MOVESTQ.DAT (BOOKMVEFD.COB)
      * USADO POR = PROGCOB15 / PROGCOBMERC / PROGCOBPOSE / PROGCOBBKOU
      * DATA     = 15/10/2026
      ********************************************
       FD  ARQ-ESTOQUE.
       01  REG-ESTOQUE.
           05 ESQ-CHAVE.
              10 ESQ-PRODUTO     PIC 9(06).
              10 ESQ-FILIAL      PIC 9(03).
           05 ESQ-SALDO          PIC S9(07) SIGN IS TRAILING SEPARATE.
           05 ESQ-DATA-ULT-ENTRADA PIC 9(08).
           05 ESQ-DATA-ULT-SAIDA PIC 9(08).
           05 ESQ-DATA-ULT-AJUSTE PIC 9(08).
