      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DOS ADIANTAMENTOS QUINZENAIS
      * UM REGISTRO POR MATRICULA + COMPETENCIA (AAAAMM) GRAVADO
      * PELO PROGCOBADIA NO PAGAMENTO E BAIXADO PELA FOLHA DA
      * MESMA COMPETENCIA (PROGCOBFOLHA) AO DESCONTAR DO LIQUIDO
      * STATUS P = PENDENTE DE DESCONTO / D = DESCONTADO
      * DESCONTO PARCIAL (LIQUIDO MENOR QUE O ADIANTAMENTO)
      * FICA PENDENTE COM O VALOR JA DESCONTADO
      * USADO POR = PROGCOBADIA / PROGCOBFOLHA / PROGCOBRESC
      * DATA     = 15/10/2026
      ********************************************
       FD  ARQ-ADIANTAMENTO.
       01  REG-ADIANTAMENTO.
           05 ADT-CHAVE.
              10 ADT-MATRICULA     PIC 9(06).
              10 ADT-COMPETENCIA   PIC 9(06).
           05 ADT-PERCENTUAL       PIC 9(03)V99.
           05 ADT-VALOR            PIC 9(09)V99.
           05 ADT-DATA-PAGTO       PIC 9(08).
           05 ADT-OPERADOR         PIC X(08).
           05 ADT-STATUS           PIC X(01).
               88 ADIANT-PENDENTE   VALUE 'P'.
               88 ADIANT-DESCONTADO VALUE 'D'.
           05 ADT-VALOR-DESCONTADO PIC 9(09)V99.
           05 ADT-DATA-DESCONTO    PIC 9(08).
