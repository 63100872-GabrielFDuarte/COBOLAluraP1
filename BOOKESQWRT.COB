      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = PARAGRAFOS COMUNS DO ESTOQUE
      * 0995 GRAVA O MOVIMENTO NO MOVESTQ.DAT E SOMA
      * WRK-ESQ-QT (COM SINAL) NO SALDO DO PRODUTO NA FILIAL -
      * CRIANDO O SALDO NO PRIMEIRO MOVIMENTO
      * O MOVIMENTO E GRAVADO ANTES DO SALDO - CHAVE JA
      * EXISTENTE (FS 22) E ITEM JA BAIXADO EM EXECUCAO
      * ANTERIOR E O SALDO NAO E TOCADO (ESTOQUE-DUPLICADO) -
      * SALDO QUE NAO GRAVA EXCLUI O MOVIMENTO (0999)
      * 0996 SO CONSULTA O SALDO (SEM SALDO DEVOLVE ZERO)
      * PRESSUPOE WRK-ESQ-PRODUTO/FILIAL/DATA/TIPO/REFERENCIA/
      * QT/CUSTO-UNIT/DOCUMENTO/MOTIVO PREENCHIDOS PELO
      * CHAMADOR ANTES DO PERFORM
      * USADO POR = PROGCOB15 / PROGCOBMERC
      * DATA     = 15/10/2026
      ********************************************
       0995-MOVIMENTAR-ESTOQUE.
           MOVE 'N' TO WRK-ESQ-GRAVOU.
           PERFORM 0997-GRAVAR-MOV-ESTOQUE.
           IF ESTOQUE-GRAVADO
               OPEN I-O ARQ-ESTOQUE
               IF WRK-FS-ESQ = '35'
                   OPEN OUTPUT ARQ-ESTOQUE
                   CLOSE ARQ-ESTOQUE
                   OPEN I-O ARQ-ESTOQUE
               END-IF
               IF WRK-FS-ESQ NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ESTOQUE.DAT - FS='
                       WRK-FS-ESQ
                   PERFORM 0999-EXCLUIR-MOV-ESTOQUE
               ELSE
                   MOVE WRK-ESQ-PRODUTO TO ESQ-PRODUTO
                   MOVE WRK-ESQ-FILIAL TO ESQ-FILIAL
                   READ ARQ-ESTOQUE
                       INVALID KEY
                           MOVE WRK-ESQ-PRODUTO TO ESQ-PRODUTO
                           MOVE WRK-ESQ-FILIAL TO ESQ-FILIAL
                           MOVE ZEROS TO ESQ-SALDO
                               ESQ-DATA-ULT-ENTRADA ESQ-DATA-ULT-SAIDA
                               ESQ-DATA-ULT-AJUSTE
                           PERFORM 0998-SOMAR-SALDO-ESTOQUE
                           WRITE REG-ESTOQUE
                       NOT INVALID KEY
                           PERFORM 0998-SOMAR-SALDO-ESTOQUE
                           REWRITE REG-ESTOQUE
                   END-READ
                   IF WRK-FS-ESQ NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR ESTOQUE.DAT - FS='
                           WRK-FS-ESQ ' PRODUTO ' WRK-ESQ-PRODUTO
                           ' FILIAL ' WRK-ESQ-FILIAL
                       PERFORM 0999-EXCLUIR-MOV-ESTOQUE
                   END-IF
                   CLOSE ARQ-ESTOQUE
                   IF WRK-FS-ESQ NOT = '00'
                       DISPLAY 'ERRO AO FECHAR ESTOQUE.DAT - FS='
                           WRK-FS-ESQ
                   END-IF
               END-IF
           END-IF.
       0996-CONSULTAR-ESTOQUE.
           MOVE ZEROS TO WRK-ESQ-SALDO.
           OPEN INPUT ARQ-ESTOQUE.
           IF WRK-FS-ESQ = '00'
               MOVE WRK-ESQ-PRODUTO TO ESQ-PRODUTO
               MOVE WRK-ESQ-FILIAL TO ESQ-FILIAL
               READ ARQ-ESTOQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ESQ-SALDO TO WRK-ESQ-SALDO
               END-READ
               CLOSE ARQ-ESTOQUE
               IF WRK-FS-ESQ NOT = '00'
                   DISPLAY 'ERRO AO FECHAR ESTOQUE.DAT - FS='
                       WRK-FS-ESQ
               END-IF
           ELSE
               IF WRK-FS-ESQ NOT = '35'
                   DISPLAY 'ERRO AO ABRIR ESTOQUE.DAT - FS='
                       WRK-FS-ESQ
               END-IF
           END-IF.
       0997-GRAVAR-MOV-ESTOQUE.
           OPEN I-O ARQ-MOV-ESTOQUE.
           IF WRK-FS-MVE = '35'
               OPEN OUTPUT ARQ-MOV-ESTOQUE
               CLOSE ARQ-MOV-ESTOQUE
               OPEN I-O ARQ-MOV-ESTOQUE
           END-IF.
           IF WRK-FS-MVE NOT = '00'
               DISPLAY 'ERRO AO ABRIR MOVESTQ.DAT - FS=' WRK-FS-MVE
           ELSE
               MOVE WRK-ESQ-PRODUTO TO MVE-PRODUTO
               MOVE WRK-ESQ-FILIAL TO MVE-FILIAL
               MOVE WRK-ESQ-DATA TO MVE-DATA
               MOVE WRK-ESQ-TIPO TO MVE-TIPO
               MOVE WRK-ESQ-REFERENCIA TO MVE-REFERENCIA
               MOVE WRK-ESQ-QT TO MVE-QUANTIDADE
               MOVE WRK-ESQ-CUSTO-UNIT TO MVE-CUSTO-UNIT
               MOVE WRK-ESQ-DOCUMENTO TO MVE-DOCUMENTO
               MOVE WRK-ESQ-MOTIVO TO MVE-MOTIVO
               MOVE WRK-OPERADOR-ID TO MVE-OPERADOR
               WRITE REG-MOV-ESTOQUE
               EVALUATE WRK-FS-MVE
                   WHEN '00'
                       SET ESTOQUE-GRAVADO TO TRUE
                   WHEN '22'
                       SET ESTOQUE-DUPLICADO TO TRUE
                   WHEN OTHER
                       DISPLAY 'ERRO AO GRAVAR MOVESTQ.DAT - FS='
                           WRK-FS-MVE
               END-EVALUATE
               CLOSE ARQ-MOV-ESTOQUE
               IF WRK-FS-MVE NOT = '00'
                   DISPLAY 'ERRO AO FECHAR MOVESTQ.DAT - FS='
                       WRK-FS-MVE
               END-IF
           END-IF.
       0998-SOMAR-SALDO-ESTOQUE.
           ADD WRK-ESQ-QT TO ESQ-SALDO.
           MOVE ESQ-SALDO TO WRK-ESQ-SALDO.
           EVALUATE WRK-ESQ-TIPO
               WHEN 'V'
                   MOVE WRK-ESQ-DATA TO ESQ-DATA-ULT-SAIDA
               WHEN 'E'
                   MOVE WRK-ESQ-DATA TO ESQ-DATA-ULT-ENTRADA
               WHEN OTHER
                   MOVE WRK-ESQ-DATA TO ESQ-DATA-ULT-AJUSTE
           END-EVALUATE.
      * SALDO NAO GRAVADO - O MOVIMENTO RECEM-GRAVADO SAI PARA
      * A PROXIMA EXECUCAO APLICAR OS DOIS DE NOVO
       0999-EXCLUIR-MOV-ESTOQUE.
           MOVE 'N' TO WRK-ESQ-GRAVOU.
           OPEN I-O ARQ-MOV-ESTOQUE.
           IF WRK-FS-MVE NOT = '00'
               DISPLAY 'ERRO AO ABRIR MOVESTQ.DAT - FS=' WRK-FS-MVE
           ELSE
               MOVE WRK-ESQ-PRODUTO TO MVE-PRODUTO
               MOVE WRK-ESQ-FILIAL TO MVE-FILIAL
               MOVE WRK-ESQ-DATA TO MVE-DATA
               MOVE WRK-ESQ-TIPO TO MVE-TIPO
               MOVE WRK-ESQ-REFERENCIA TO MVE-REFERENCIA
               DELETE ARQ-MOV-ESTOQUE
                   INVALID KEY
                       DISPLAY 'ERRO AO EXCLUIR MOVESTQ.DAT - FS='
                           WRK-FS-MVE ' PRODUTO ' WRK-ESQ-PRODUTO
               END-DELETE
               CLOSE ARQ-MOV-ESTOQUE
               IF WRK-FS-MVE NOT = '00'
                   DISPLAY 'ERRO AO FECHAR MOVESTQ.DAT - FS='
                       WRK-FS-MVE
               END-IF
           END-IF.
