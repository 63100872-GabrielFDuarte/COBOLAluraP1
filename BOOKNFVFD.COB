      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DO CONTROLE DE NOTA POR VENDA
      * UM REGISTRO POR VENDA QUE JA TEM NOTA (DATA + FILIAL +
      * SEQUENCIA DO REGISTRO D) COM O NUMERO DA NOTA - E ELE
      * QUE DECIDE SE A VENDA AINDA PRECISA DE NOTA NO
      * REPROCESSAMENTO DO ARQUIVO DE VENDAS
      * USADO POR = PROGCOBNFE / PROGCOBBKOU
      * DATA     = 15/10/2026
      ********************************************
       FD  ARQ-NOTA-VENDA.
       01  REG-NOTA-VENDA.
           05 NFV-CHAVE.
              10 NFV-DATA-VENDA    PIC 9(08).
              10 NFV-FILIAL        PIC 9(03).
              10 NFV-SEQ-VENDA     PIC 9(05).
           05 NFV-NUMERO           PIC 9(09).
           05 NFV-DATA-EMISSAO     PIC 9(08).
