      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DA NUMERACAO DE NOTAS POR FILIAL
      * ULTIMO NUMERO EMITIDO NA FILIAL E A ULTIMA VENDA
      * (DATA + SEQUENCIA DO REGISTRO D) QUE RECEBEU NOTA - A
      * ULTIMA VENDA E SO INFORMATIVA: QUEM DIZ SE UMA VENDA
      * JA TEM NOTA E O NFEVND.DAT (BOOKNFVFD.COB)
      * USADO POR = PROGCOBNFE / PROGCOBNFEC
      * DATA     = 15/10/2026
      ********************************************
       FD  ARQ-NUMERACAO.
       01  REG-NUMERACAO.
           05 NFN-FILIAL           PIC 9(03).
           05 NFN-ULTIMO-NUMERO    PIC 9(09).
           05 NFN-ULT-DATA-VENDA   PIC 9(08).
           05 NFN-ULT-SEQ-VENDA    PIC 9(05).
           05 NFN-DATA-ATUALIZ     PIC 9(08).
