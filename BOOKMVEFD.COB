      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DOS MOVIMENTOS DE ESTOQUE -
      * CHAVE PRODUTO + FILIAL + DATA + TIPO + REFERENCIA
      * REFERENCIA DA VENDA = SEQUENCIA DO REGISTRO D NO LOTE
      * X 1000 + SEQUENCIA DO ITEM - A MESMA EM QUALQUER
      * RETOMADA DA APURACAO, ENTAO O ITEM JA BAIXADO NAO BAIXA
      * DE NOVO - NA ENTRADA E NO AJUSTE E A HORA HHMMSSCC
      * QUANTIDADE COM SINAL - SAIDA NEGATIVA, ENTRADA
      * POSITIVA, AJUSTE COM O SINAL DA DIFERENCA CONTADA
      * USADO POR = PROGCOB15 / PROGCOBMERC / PROGCOBBKOU
      * DATA     = 15/10/2026
      ********************************************
       FD  ARQ-MOV-ESTOQUE.
       01  REG-MOV-ESTOQUE.
           05 MVE-CHAVE.
              10 MVE-PRODUTO    PIC 9(06).
              10 MVE-FILIAL     PIC 9(03).
              10 MVE-DATA       PIC 9(08).
              10 MVE-TIPO       PIC X(01).
                  88 MOVIMENTO-VENDA   VALUE 'V'.
                  88 MOVIMENTO-ENTRADA VALUE 'E'.
                  88 MOVIMENTO-AJUSTE  VALUE 'A'.
              10 MVE-REFERENCIA PIC 9(08).
           05 MVE-QUANTIDADE    PIC S9(07) SIGN IS TRAILING SEPARATE.
           05 MVE-CUSTO-UNIT    PIC 9(07)V99.
           05 MVE-DOCUMENTO     PIC X(15).
           05 MVE-MOTIVO        PIC X(30).
           05 MVE-OPERADOR      PIC X(08).
