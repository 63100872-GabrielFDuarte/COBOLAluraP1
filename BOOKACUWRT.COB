      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = PARAGRAFOS COMUNS DO ACUMULADO ANUAL DA
      * FOLHA - 0955 GRAVA OS VALORES DO MES (TIPO F) OU DA
      * PARCELA DO 13O (TIPO 1/2) NO REGISTRO DA MATRICULA NO
      * ANO, CRIANDO O REGISTRO NO PRIMEIRO PAGAMENTO DO ANO
      * A POSICAO E SOBREPOSTA, NAO SOMADA - REPROCESSAR A
      * FOLHA OU A PARCELA NAO DOBRA O ACUMULADO
      * DEVOLVE EM WRK-ACU-ANO-* A SOMA DOS MESES DO ANO
      * PRESSUPOE WRK-ACU-MATRICULA/ANO/MES/TIPO E OS VALORES
      * PREENCHIDOS PELO CHAMADOR ANTES DO PERFORM
      * USADO POR = PROGCOBFOLHA / PROGCOBPROV / PROGCOBRESC
      * DATA     = 15/10/2026
      ********************************************
       0955-ATUALIZAR-ACUMULADO.
           MOVE 'N' TO WRK-ACU-GRAVOU.
           MOVE ZEROS TO WRK-ACU-ANO-BRUTO WRK-ACU-ANO-COMISSAO
               WRK-ACU-ANO-DESCONTO WRK-ACU-ANO-LIQUIDO.
           ACCEPT WRK-ACU-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQ-ACUMULADO.
           IF WRK-FS-ACU = '35'
               OPEN OUTPUT ARQ-ACUMULADO
               CLOSE ARQ-ACUMULADO
               OPEN I-O ARQ-ACUMULADO
           END-IF.
           IF WRK-FS-ACU NOT = '00'
               DISPLAY 'ERRO AO ABRIR FOLHAACU.DAT - FS=' WRK-FS-ACU
           ELSE
               MOVE WRK-ACU-MATRICULA TO ACU-MATRICULA
               MOVE WRK-ACU-ANO TO ACU-ANO
               READ ARQ-ACUMULADO
                   INVALID KEY
                       PERFORM 0956-INICIAR-ACUMULADO
                       PERFORM 0957-APLICAR-ACUMULADO
                       WRITE REG-ACUMULADO
                   NOT INVALID KEY
                       PERFORM 0957-APLICAR-ACUMULADO
                       REWRITE REG-ACUMULADO
               END-READ
               IF WRK-FS-ACU NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR FOLHAACU.DAT - FS='
                       WRK-FS-ACU ' MATRICULA ' WRK-ACU-MATRICULA
               ELSE
                   SET ACUMULADO-GRAVADO TO TRUE
                   PERFORM 0958-SOMAR-MESES
                       VARYING WRK-ACU-IDX FROM 1 BY 1
                       UNTIL WRK-ACU-IDX > 12
               END-IF
               CLOSE ARQ-ACUMULADO
               IF WRK-FS-ACU NOT = '00'
                   DISPLAY 'ERRO AO FECHAR FOLHAACU.DAT - FS='
                       WRK-FS-ACU
               END-IF
           END-IF.
       0956-INICIAR-ACUMULADO.
           MOVE WRK-ACU-MATRICULA TO ACU-MATRICULA.
           MOVE WRK-ACU-ANO TO ACU-ANO.
           PERFORM VARYING WRK-ACU-IDX FROM 1 BY 1
                   UNTIL WRK-ACU-IDX > 12
               MOVE ZEROS TO ACU-MES-BRUTO(WRK-ACU-IDX)
                   ACU-MES-COMISSAO(WRK-ACU-IDX)
                   ACU-MES-DESCONTO(WRK-ACU-IDX)
                   ACU-MES-LIQUIDO(WRK-ACU-IDX)
           END-PERFORM.
           MOVE ZEROS TO ACU-13-PARCELA1 ACU-13-BRUTO
               ACU-13-DESCONTO ACU-13-PARCELA2.
       0957-APLICAR-ACUMULADO.
           EVALUATE TRUE
               WHEN ACUMULAR-FOLHA
                   MOVE WRK-ACU-BRUTO TO ACU-MES-BRUTO(WRK-ACU-MES)
                   MOVE WRK-ACU-COMISSAO
                       TO ACU-MES-COMISSAO(WRK-ACU-MES)
                   MOVE WRK-ACU-DESCONTO
                       TO ACU-MES-DESCONTO(WRK-ACU-MES)
                   MOVE WRK-ACU-LIQUIDO
                       TO ACU-MES-LIQUIDO(WRK-ACU-MES)
               WHEN ACUMULAR-PARCELA1
                   MOVE WRK-ACU-LIQUIDO TO ACU-13-PARCELA1
               WHEN ACUMULAR-PARCELA2
                   MOVE WRK-ACU-BRUTO TO ACU-13-BRUTO
                   MOVE WRK-ACU-DESCONTO TO ACU-13-DESCONTO
                   MOVE WRK-ACU-LIQUIDO TO ACU-13-PARCELA2
           END-EVALUATE.
           MOVE WRK-ACU-DATA-HOJE TO ACU-DATA-ATUALIZ.
       0958-SOMAR-MESES.
           ADD ACU-MES-BRUTO(WRK-ACU-IDX) TO WRK-ACU-ANO-BRUTO.
           ADD ACU-MES-COMISSAO(WRK-ACU-IDX) TO WRK-ACU-ANO-COMISSAO.
           ADD ACU-MES-DESCONTO(WRK-ACU-IDX) TO WRK-ACU-ANO-DESCONTO.
           ADD ACU-MES-LIQUIDO(WRK-ACU-IDX) TO WRK-ACU-ANO-LIQUIDO.
