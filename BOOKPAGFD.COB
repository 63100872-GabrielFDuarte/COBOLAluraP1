      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DOS TITULOS A PAGAR
      * UM REGISTRO POR NOTA FISCAL DO FORNECEDOR (CNPJ + NF)
      * COM A FILIAL QUE RECEBEU, EMISSAO, VENCIMENTO E VALOR
      * STATUS A = ABERTO / P = PAGO (APROVADO NA SELECAO DE
      * PAGAMENTO E ENVIADO NA REMESSA) / C = CANCELADO
      * ORIGEM M = DIGITADO NO PROGCOBFORN / E = ENTRADA DE
      * MERCADORIA NO PROGCOBMERC (CADA ITEM DA MESMA NOTA
      * SOMA NO VALOR DO TITULO ENQUANTO ABERTO)
      * USADO POR = PROGCOBFORN / PROGCOBMERC / PROGCOBPAGS /
      *             PROGCOBPAGA / PROGCOBFLUX
      * DATA     = 15/10/2026
      ********************************************
       FD  ARQ-TITULOS-PAGAR.
       01  REG-TITULO-PAGAR.
           05 PAG-CHAVE.
              10 PAG-CNPJ       PIC X(14).
              10 PAG-NF         PIC X(15).
           05 PAG-FILIAL        PIC 9(03).
           05 PAG-DATA-EMISSAO  PIC 9(08).
           05 PAG-DATA-VENC     PIC 9(08).
           05 PAG-VALOR         PIC 9(09)V99.
           05 PAG-STATUS        PIC X(01).
               88 TITULO-ABERTO    VALUE 'A'.
               88 TITULO-PAGO      VALUE 'P'.
               88 TITULO-CANCELADO VALUE 'C'.
           05 PAG-ORIGEM        PIC X(01).
               88 TITULO-MANUAL    VALUE 'M'.
               88 TITULO-ENTRADA   VALUE 'E'.
           05 PAG-OPERADOR      PIC X(08).
           05 PAG-DATA-INCLUSAO PIC 9(08).
           05 PAG-DATA-PAGTO    PIC 9(08).
           05 PAG-APROVADOR     PIC X(08).
