      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DA TABELA DE PRECOS DE LISTA
      * UM REGISTRO POR PRODUTO + FILIAL + INICIO DE VIGENCIA
      * FILIAL 000 E O PRECO GERAL DA REDE - PRECO DE UMA
      * FILIAL ESPECIFICA PREVALECE SOBRE O GERAL NAQUELA LOJA
      * O PRECO VALE DA DATA DE VIGENCIA ATE A VIGENCIA
      * SEGUINTE DO MESMO PRODUTO E FILIAL
      * USADO POR = PROGCOBPREC / PROGCOBAUDP
      * DATA     = 15/10/2026
      ********************************************
       FD  ARQ-PRECOS.
       01  REG-PRECO.
           05 PRC-CHAVE.
              10 PRC-PRODUTO       PIC 9(06).
              10 PRC-FILIAL        PIC 9(03).
              10 PRC-DATA-VIGENCIA PIC 9(08).
           05 PRC-PRECO            PIC 9(07)V99.
           05 PRC-DATA-ALT         PIC 9(08).
           05 PRC-OPERADOR         PIC X(08).
