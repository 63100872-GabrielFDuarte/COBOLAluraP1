      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = PARAGRAFO COMUM DE INCLUSAO DE TITULO A PAGAR
      * PRESSUPOE WRK-PAG-TITULO PREENCHIDO E WRK-OPERADOR-ID
      * DO LOG - NOTA NOVA GRAVA O TITULO ABERTO (RESULTADO I)
      * NOTA JA EXISTENTE SO SOMA O VALOR QUANDO AS DUAS VEM DA
      * ENTRADA DE MERCADORIA E O TITULO AINDA ESTA ABERTO
      * (RESULTADO S - VENCIMENTO E FILIAL FICAM OS DO PRIMEIRO
      * ITEM) - NOS DEMAIS CASOS A NOTA E RECUSADA (RESULTADO D)
      * ERRO DE ARQUIVO DEVOLVE RESULTADO E
      * USADO POR = PROGCOBFORN / PROGCOBMERC
      * DATA     = 15/10/2026
      ********************************************
       0932-INCLUIR-TITULO.
           MOVE 'E' TO WRK-PAG-RESULTADO.
           OPEN I-O ARQ-TITULOS-PAGAR.
           IF WRK-FS-PAG = '35'
               OPEN OUTPUT ARQ-TITULOS-PAGAR
               CLOSE ARQ-TITULOS-PAGAR
               OPEN I-O ARQ-TITULOS-PAGAR
           END-IF.
           IF WRK-FS-PAG NOT = '00'
               DISPLAY 'ERRO AO ABRIR TITPAGAR.DAT - FS=' WRK-FS-PAG
           ELSE
               MOVE WRK-PAG-CNPJ TO PAG-CNPJ
               MOVE WRK-PAG-NF TO PAG-NF
               READ ARQ-TITULOS-PAGAR
                   INVALID KEY
                       PERFORM 0933-GRAVAR-TITULO
                   NOT INVALID KEY
                       IF WRK-PAG-ORIGEM = 'E' AND TITULO-ENTRADA
                               AND TITULO-ABERTO
                           PERFORM 0934-SOMAR-TITULO
                       ELSE
                           MOVE 'D' TO WRK-PAG-RESULTADO
                       END-IF
               END-READ
               CLOSE ARQ-TITULOS-PAGAR
               IF WRK-FS-PAG NOT = '00'
                   DISPLAY 'ERRO AO FECHAR TITPAGAR.DAT - FS='
                       WRK-FS-PAG
               END-IF
           END-IF.
       0933-GRAVAR-TITULO.
           MOVE WRK-PAG-FILIAL TO PAG-FILIAL.
           MOVE WRK-PAG-EMISSAO TO PAG-DATA-EMISSAO.
           MOVE WRK-PAG-VENC TO PAG-DATA-VENC.
           MOVE WRK-PAG-VALOR TO PAG-VALOR.
           MOVE 'A' TO PAG-STATUS.
           MOVE WRK-PAG-ORIGEM TO PAG-ORIGEM.
           MOVE WRK-OPERADOR-ID TO PAG-OPERADOR.
           ACCEPT PAG-DATA-INCLUSAO FROM DATE YYYYMMDD.
           MOVE ZEROS TO PAG-DATA-PAGTO.
           MOVE SPACES TO PAG-APROVADOR.
           WRITE REG-TITULO-PAGAR.
           IF WRK-FS-PAG NOT = '00'
               DISPLAY 'ERRO AO GRAVAR TITPAGAR.DAT - FS=' WRK-FS-PAG
           ELSE
               MOVE 'I' TO WRK-PAG-RESULTADO
           END-IF.
       0934-SOMAR-TITULO.
           ADD WRK-PAG-VALOR TO PAG-VALOR.
           REWRITE REG-TITULO-PAGAR.
           IF WRK-FS-PAG NOT = '00'
               DISPLAY 'ERRO AO GRAVAR TITPAGAR.DAT - FS=' WRK-FS-PAG
           ELSE
               MOVE 'S' TO WRK-PAG-RESULTADO
           END-IF.
