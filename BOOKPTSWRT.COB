      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = PARAGRAFOS COMUNS DOS PONTOS DE FIDELIDADE
      * 0990 GRAVA O MOVIMENTO NO PONTMOV.DAT COM O OPERADOR E
      * SOMA WRK-PTS-QT (COM SINAL) NO SALDO DO CPF - CRIANDO
      * O SALDO NO PRIMEIRO MOVIMENTO
      * O MOVIMENTO E GRAVADO ANTES DO SALDO - CHAVE JA
      * EXISTENTE (FS 22) E VENDA JA PONTUADA EM EXECUCAO
      * ANTERIOR E O SALDO NAO E TOCADO (PONTOS-DUPLICADO) -
      * SALDO QUE NAO GRAVA EXCLUI O MOVIMENTO (0994)
      * 0991 SO CONSULTA O SALDO (CPF SEM SALDO DEVOLVE ZERO)
      * PRESSUPOE WRK-PTS-CPF/DATA/FILIAL/SEQ/TIPO/QT/VALOR
      * PREENCHIDOS PELO CHAMADOR ANTES DO PERFORM
      * USADO POR = PROGCOB15 / PROGCOBEST / PROGCOBPTS
      * DATA     = 15/10/2026
      ********************************************
       0990-MOVIMENTAR-PONTOS.
           MOVE 'N' TO WRK-PTS-GRAVOU.
           PERFORM 0993-GRAVAR-MOV-PONTOS.
           IF PONTOS-GRAVADOS
               OPEN I-O ARQ-PONTOS
               IF WRK-FS-PTS = '35'
                   OPEN OUTPUT ARQ-PONTOS
                   CLOSE ARQ-PONTOS
                   OPEN I-O ARQ-PONTOS
               END-IF
               IF WRK-FS-PTS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR PONTOS.DAT - FS='
                       WRK-FS-PTS
                   PERFORM 0994-EXCLUIR-MOV-PONTOS
               ELSE
                   MOVE WRK-PTS-CPF TO PTS-CPF
                   READ ARQ-PONTOS
                       INVALID KEY
                           MOVE WRK-PTS-CPF TO PTS-CPF
                           MOVE ZEROS TO PTS-SALDO PTS-DATA-ULT-GANHO
                           PERFORM 0992-GRAVAR-SALDO-PONTOS
                           WRITE REG-PONTOS
                       NOT INVALID KEY
                           PERFORM 0992-GRAVAR-SALDO-PONTOS
                           REWRITE REG-PONTOS
                   END-READ
                   IF WRK-FS-PTS NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR PONTOS.DAT - FS='
                           WRK-FS-PTS
                       PERFORM 0994-EXCLUIR-MOV-PONTOS
                   END-IF
                   CLOSE ARQ-PONTOS
                   IF WRK-FS-PTS NOT = '00'
                       DISPLAY 'ERRO AO FECHAR PONTOS.DAT - FS='
                           WRK-FS-PTS
                   END-IF
               END-IF
           END-IF.
       0991-CONSULTAR-PONTOS.
           MOVE ZEROS TO WRK-PTS-SALDO.
           OPEN INPUT ARQ-PONTOS.
           IF WRK-FS-PTS = '00'
               MOVE WRK-PTS-CPF TO PTS-CPF
               READ ARQ-PONTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PTS-SALDO TO WRK-PTS-SALDO
               END-READ
               CLOSE ARQ-PONTOS
               IF WRK-FS-PTS NOT = '00'
                   DISPLAY 'ERRO AO FECHAR PONTOS.DAT - FS='
                       WRK-FS-PTS
               END-IF
           ELSE
               IF WRK-FS-PTS NOT = '35'
                   DISPLAY 'ERRO AO ABRIR PONTOS.DAT - FS='
                       WRK-FS-PTS
               END-IF
           END-IF.
       0992-GRAVAR-SALDO-PONTOS.
           ADD WRK-PTS-QT TO PTS-SALDO.
           MOVE PTS-SALDO TO WRK-PTS-SALDO.
           MOVE WRK-PTS-DATA TO PTS-DATA-ULT-MOV.
           IF WRK-PTS-TIPO = 'G'
               MOVE WRK-PTS-DATA TO PTS-DATA-ULT-GANHO
           END-IF.
       0993-GRAVAR-MOV-PONTOS.
           OPEN I-O ARQ-MOV-PONTOS.
           IF WRK-FS-PMV = '35'
               OPEN OUTPUT ARQ-MOV-PONTOS
               CLOSE ARQ-MOV-PONTOS
               OPEN I-O ARQ-MOV-PONTOS
           END-IF.
           IF WRK-FS-PMV NOT = '00'
               DISPLAY 'ERRO AO ABRIR PONTMOV.DAT - FS=' WRK-FS-PMV
           ELSE
               MOVE WRK-PTS-CPF TO PMV-CPF
               MOVE WRK-PTS-DATA TO PMV-DATA
               MOVE WRK-PTS-FILIAL TO PMV-FILIAL
               MOVE WRK-PTS-SEQ TO PMV-SEQ
               MOVE WRK-PTS-TIPO TO PMV-TIPO
               MOVE WRK-PTS-QT TO PMV-PONTOS
               MOVE WRK-PTS-VALOR TO PMV-VALOR
               MOVE WRK-OPERADOR-ID TO PMV-OPERADOR
               WRITE REG-MOV-PONTOS
               EVALUATE WRK-FS-PMV
                   WHEN '00'
                       SET PONTOS-GRAVADOS TO TRUE
                   WHEN '22'
                       SET PONTOS-DUPLICADO TO TRUE
                   WHEN OTHER
                       DISPLAY 'ERRO AO GRAVAR PONTMOV.DAT - FS='
                           WRK-FS-PMV
               END-EVALUATE
               CLOSE ARQ-MOV-PONTOS
               IF WRK-FS-PMV NOT = '00'
                   DISPLAY 'ERRO AO FECHAR PONTMOV.DAT - FS='
                       WRK-FS-PMV
               END-IF
           END-IF.
      * SALDO NAO GRAVADO - O MOVIMENTO RECEM-GRAVADO SAI PARA
      * A PROXIMA EXECUCAO APLICAR OS DOIS DE NOVO
       0994-EXCLUIR-MOV-PONTOS.
           MOVE 'N' TO WRK-PTS-GRAVOU.
           OPEN I-O ARQ-MOV-PONTOS.
           IF WRK-FS-PMV NOT = '00'
               DISPLAY 'ERRO AO ABRIR PONTMOV.DAT - FS=' WRK-FS-PMV
           ELSE
               MOVE WRK-PTS-CPF TO PMV-CPF
               MOVE WRK-PTS-DATA TO PMV-DATA
               MOVE WRK-PTS-FILIAL TO PMV-FILIAL
               MOVE WRK-PTS-SEQ TO PMV-SEQ
               MOVE WRK-PTS-TIPO TO PMV-TIPO
               DELETE ARQ-MOV-PONTOS
                   INVALID KEY
                       DISPLAY 'ERRO AO EXCLUIR PONTMOV.DAT - FS='
                           WRK-FS-PMV ' CPF ' WRK-PTS-CPF
               END-DELETE
               CLOSE ARQ-MOV-PONTOS
               IF WRK-FS-PMV NOT = '00'
                   DISPLAY 'ERRO AO FECHAR PONTMOV.DAT - FS='
                       WRK-FS-PMV
               END-IF
           END-IF.
