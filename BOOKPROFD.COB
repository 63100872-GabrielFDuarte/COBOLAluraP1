      * VALIDA OS CODIGOS DOS REGISTROS I DO ARQUIVO DE VENDAS
      * REGISTRO ANTIGO SEM STATUS (BRANCO) E TRATADO COMO
      * ATIVO
      * PONTO DE PEDIDO = ESTOQUE MINIMO POR FILIAL USADO NA
      * POSICAO DE ESTOQUE - REGISTRO ANTIGO SEM O CAMPO (NAO
      * NUMERICO) E TRATADO COMO ZERO
      * USADO POR = PROGCOBPROD / PROGCOBRANK / PROGCOBMERC /
      *             PROGCOBPOSE / PROGCOBPREC / PROGCOBNFE
      * DATA     = 02/09/2026
      ********************************************
       FD  ARQ-PRODUTOS.
           05 REG-PROD-STATUS    PIC X(01).
               88 PRODUTO-ATIVO   VALUE 'A' ' '.
               88 PRODUTO-INATIVO VALUE 'I'.
           05 REG-PROD-PONTO-PEDIDO PIC 9(07).
