      * MODO P = SO PROVISAO / 1 = 1A PARCELA DO 13O (METADE,
      * SEM DESCONTO) / 2 = 2A PARCELA (INTEGRAL COM DESCONTO
      * DA TABELA DE FAIXAS, MENOS A METADE JA PAGA)
      * AS PARCELAS PAGAS ENTRAM NO ACUMULADO ANUAL DA FOLHA
      * (FOLHAACU.DAT) PARA O INFORME DE RENDIMENTOS
      * DATA     = 02/09/2026
      ********************************************
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY 'BOOKFUNCSEL.COB'.
           COPY 'BOOKPARSEL.COB'.
           COPY 'BOOKACUSEL.COB'.
           SELECT REL-PROVISAO ASSIGN TO RELPROV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       FILE SECTION.
           COPY 'BOOKFUNCFD.COB'.
           COPY 'BOOKPARFD.COB'.
           COPY 'BOOKACUFD.COB'.
       FD  REL-PROVISAO.
       01  REG-RELATORIO    PIC X(100).
       FD  ARQ-REMESSA.
           COPY 'BOOKFUNCWS.COB'.
           COPY 'BOOKFOLWS.COB'.
           COPY 'BOOKPARWS.COB'.
           COPY 'BOOKACUWS.COB'.
           COPY 'BOOKLOGWS.COB'.
           COPY 'BOOKARITWS.COB'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
           MOVE WRK-VALOR-PAGTO TO WRK-DET-PAGTO.
           MOVE WRK-LINHA-DET TO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
      * PARCELA FORA DA REMESSA NAO ENTRA NO TRAILER NEM NO
      * ACUMULADO ANUAL - O LOG LEVA A MATRICULA PARA O PAGAMENTO
      * MANUAL
       0270-GRAVAR-REMESSA.
           MOVE 'D' TO REM-D-TIPO.
           MOVE REG-FUNC-MATRICULA TO REM-D-MATRICULA.
           MOVE REG-FUNC-CPF TO REM-D-CPF.
           WRITE REG-REM-DETALHE.
           IF WRK-FS-REMESSA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR BANKREM - FS=' WRK-FS-REMESSA
                   ' MATRICULA ' REG-FUNC-MATRICULA
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING 'MATRICULA ' REG-FUNC-MATRICULA ' 13O PARCELA '
                   WRK-MODO ' FORA DA REMESSA FS=' WRK-FS-REMESSA
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           ELSE
               ADD 1 TO WRK-QT-PAGOS
               ADD WRK-VALOR-PAGTO TO WRK-TOT-PAGTO
               PERFORM 0280-ATUALIZAR-ACUMULADO
           END-IF.
      * 1A PARCELA GRAVA SO O VALOR PAGO - 2A PARCELA GRAVA O
      * 13O BRUTO, O DESCONTO DA TABELA E O LIQUIDO PAGO
       0280-ATUALIZAR-ACUMULADO.
           MOVE REG-FUNC-MATRICULA TO WRK-ACU-MATRICULA.
           MOVE WRK-ANO-HOJE TO WRK-ACU-ANO.
           MOVE WRK-MES-HOJE TO WRK-ACU-MES.
           MOVE WRK-MODO TO WRK-ACU-TIPO.
           MOVE ZEROS TO WRK-ACU-BRUTO WRK-ACU-COMISSAO
               WRK-ACU-DESCONTO.
           IF MODO-PARCELA2
               MOVE WRK-PROV-13 TO WRK-ACU-BRUTO
               MOVE WRK-FOL-DESCONTO TO WRK-ACU-DESCONTO
           END-IF.
           MOVE WRK-VALOR-PAGTO TO WRK-ACU-LIQUIDO.
           PERFORM 0955-ATUALIZAR-ACUMULADO.
           IF NOT ACUMULADO-GRAVADO
               STRING 'MATRICULA ' REG-FUNC-MATRICULA ' 13O PARCELA '
                   WRK-MODO ' FORA DO ACUMULADO ANUAL'
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.
       0300-FINALIZAR.
           IF NOT ERRO-ABERTURA
           END-IF.
           COPY 'BOOKFOLCALC.COB'.
           COPY 'BOOKPARGET.COB'.
           COPY 'BOOKACUWRT.COB'.
           COPY 'BOOKLOGWRT.COB'.
