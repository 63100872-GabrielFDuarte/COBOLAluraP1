      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = PARAGRAFO COMUM DE BUSCA DO PRECO DE LISTA
      * EM VIGOR - PRESSUPOE WRK-PRC-PRODUTO, WRK-PRC-FILIAL E
      * WRK-PRC-DATA MOVIDOS PELO CHAMADOR - PROCURA PRIMEIRO
      * O PRECO DA FILIAL E, SE NAO HOUVER, O PRECO GERAL
      * (FILIAL 000) - VALE A MAIOR VIGENCIA IGUAL OU ANTERIOR
      * A DATA PEDIDA
      * TABELA AUSENTE OU PRODUTO SEM PRECO DEVOLVE
      * WRK-PRC-ACHOU = N E PRECO ZERO
      * USADO POR = PROGCOBPREC / PROGCOBAUDP
      * DATA     = 15/10/2026
      ********************************************
       0925-BUSCAR-PRECO.
           MOVE 'N' TO WRK-PRC-ACHOU.
           MOVE ZEROS TO WRK-PRC-PRECO.
           MOVE ZEROS TO WRK-PRC-VIGENCIA.
           MOVE ZEROS TO WRK-PRC-FILIAL-PRECO.
           OPEN INPUT ARQ-PRECOS.
           IF WRK-FS-PRC = '00'
               MOVE WRK-PRC-FILIAL TO WRK-PRC-FIL-BUSCA
               PERFORM 0926-PROCURAR-VIGENCIA
               IF NOT PRECO-ENCONTRADO AND WRK-PRC-FILIAL NOT = ZEROS
                   MOVE ZEROS TO WRK-PRC-FIL-BUSCA
                   PERFORM 0926-PROCURAR-VIGENCIA
               END-IF
               CLOSE ARQ-PRECOS
               IF WRK-FS-PRC NOT = '00'
                   DISPLAY 'ERRO AO FECHAR PRECOS.DAT - FS='
                       WRK-FS-PRC
               END-IF
           ELSE
               IF WRK-FS-PRC NOT = '35'
                   DISPLAY 'ERRO AO ABRIR PRECOS.DAT - FS='
                       WRK-FS-PRC
               END-IF
           END-IF.
       0926-PROCURAR-VIGENCIA.
           MOVE 'N' TO WRK-PRC-FIM.
           MOVE WRK-PRC-PRODUTO TO PRC-PRODUTO.
           MOVE WRK-PRC-FIL-BUSCA TO PRC-FILIAL.
           MOVE ZEROS TO PRC-DATA-VIGENCIA.
           START ARQ-PRECOS KEY IS >= PRC-CHAVE
               INVALID KEY
                   SET FIM-BUSCA-PRECO TO TRUE
           END-START.
           PERFORM UNTIL FIM-BUSCA-PRECO
               READ ARQ-PRECOS NEXT RECORD
                   AT END
                       SET FIM-BUSCA-PRECO TO TRUE
                   NOT AT END
                       IF PRC-PRODUTO NOT = WRK-PRC-PRODUTO
                               OR PRC-FILIAL NOT = WRK-PRC-FIL-BUSCA
                               OR PRC-DATA-VIGENCIA > WRK-PRC-DATA
                           SET FIM-BUSCA-PRECO TO TRUE
                       ELSE
                           MOVE PRC-PRECO TO WRK-PRC-PRECO
                           MOVE PRC-DATA-VIGENCIA TO WRK-PRC-VIGENCIA
                           MOVE PRC-FILIAL TO WRK-PRC-FILIAL-PRECO
                           SET PRECO-ENCONTRADO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
