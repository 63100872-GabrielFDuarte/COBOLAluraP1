      * DESCRICAO E STATUS) - O CADASTRO VALIDA OS CODIGOS DOS
      * REGISTROS DE ITEM DO ARQUIVO DE VENDAS E DA NOME AO
      * RANKING MENSAL DE PRODUTOS - TUDO VAI PARA O LOG
      * O PONTO DE PEDIDO E O ESTOQUE MINIMO POR FILIAL QUE A
      * POSICAO DE ESTOQUE (PROGCOBPOSE) USA PARA MARCAR O ITEM
      * A REPOR
      * DATA     = 02/09/2026
      ********************************************
       ENVIRONMENT DIVISION.
       77 WRK-CODIGO     PIC 9(06) VALUE ZEROS.
       77 WRK-DESCR-ENT  PIC X(20) VALUE SPACES.
       77 WRK-STATUS-ENT PIC X(01) VALUE SPACE.
       77 WRK-PEDIDO-ENT PIC X(07) VALUE SPACES.
       77 WRK-PONTO-PEDIDO PIC 9(07) VALUE ZEROS.
       77 WRK-FIM-PROD   PIC X(01) VALUE 'N'.
           88 FIM-PRODUTOS VALUE 'S'.
       77 WRK-QT-LISTADOS PIC 9(05) VALUE ZEROS.
               END-IF
           END-PERFORM.
           MOVE WRK-COD-ENT TO WRK-CODIGO.
      * BRANCO MANTEM O PONTO DE PEDIDO NA ALTERACAO (ZERO NA
      * INCLUSAO)
       0170-CAPTURAR-PONTO-PEDIDO.
           MOVE 'X' TO WRK-PEDIDO-ENT.
           PERFORM UNTIL WRK-PEDIDO-ENT = SPACES
                   OR WRK-PEDIDO-ENT IS NUMERIC
               DISPLAY 'PONTO DE PEDIDO (7 DIGITOS, BRANCO MANTEM): '
               ACCEPT WRK-PEDIDO-ENT FROM CONSOLE
               IF WRK-PEDIDO-ENT NOT = SPACES
                       AND WRK-PEDIDO-ENT NOT NUMERIC
                   DISPLAY 'PONTO DE PEDIDO INVALIDO - INFORME 7'
                       ' DIGITOS COM ZEROS A ESQUERDA'
               END-IF
           END-PERFORM.
           IF WRK-PEDIDO-ENT IS NUMERIC
               MOVE WRK-PEDIDO-ENT TO WRK-PONTO-PEDIDO
           END-IF.
       0200-INCLUIR-ALTERAR.
           PERFORM 0160-CAPTURAR-CODIGO.
           DISPLAY 'DESCRICAO (BRANCO MANTEM NA ALTERACAO): '.
           ACCEPT WRK-STATUS-ENT FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE(WRK-STATUS-ENT)
               TO WRK-STATUS-ENT.
           PERFORM 0170-CAPTURAR-PONTO-PEDIDO.
           OPEN I-O ARQ-PRODUTOS.
           IF WRK-FS-PROD = '35'
               OPEN OUTPUT ARQ-PRODUTOS
               ELSE
                   MOVE 'A' TO REG-PROD-STATUS
               END-IF
               IF WRK-PEDIDO-ENT IS NUMERIC
                   MOVE WRK-PONTO-PEDIDO TO REG-PROD-PONTO-PEDIDO
               ELSE
                   MOVE ZEROS TO REG-PROD-PONTO-PEDIDO
               END-IF
               WRITE REG-PRODUTO
               IF WRK-FS-PROD NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR PRODUTDB.DAT - FS='
                   DISPLAY 'STATUS INVALIDO - MANTIDO O ANTERIOR'
               END-IF
           END-IF.
           IF WRK-PEDIDO-ENT IS NUMERIC
               MOVE WRK-PONTO-PEDIDO TO REG-PROD-PONTO-PEDIDO
           ELSE
               IF REG-PROD-PONTO-PEDIDO NOT NUMERIC
                   MOVE ZEROS TO REG-PROD-PONTO-PEDIDO
               END-IF
           END-IF.
           REWRITE REG-PRODUTO.
           IF WRK-FS-PROD NOT = '00'
               DISPLAY 'ERRO AO GRAVAR PRODUTDB.DAT - FS='
                       ELSE
                           DISPLAY 'STATUS.......: INATIVO'
                       END-IF
                       IF REG-PROD-PONTO-PEDIDO IS NUMERIC
                           DISPLAY 'PONTO PEDIDO.: '
                               REG-PROD-PONTO-PEDIDO
                       ELSE
                           DISPLAY 'PONTO PEDIDO.: 0000000'
                       END-IF
               END-READ
               CLOSE ARQ-PRODUTOS
               IF WRK-FS-PROD NOT = '00'
           END-READ.
       0460-EXIBIR-PRODUTO.
           ADD 1 TO WRK-QT-LISTADOS.
           IF REG-PROD-PONTO-PEDIDO NOT NUMERIC
               MOVE ZEROS TO REG-PROD-PONTO-PEDIDO
           END-IF.
           DISPLAY REG-PROD-CODIGO ' ' REG-PROD-DESCRICAO ' '
               REG-PROD-STATUS ' ' REG-PROD-PONTO-PEDIDO.
           PERFORM 0450-LER-PRODUTO-SEQ.
           COPY 'BOOKLOGWRT.COB'.
