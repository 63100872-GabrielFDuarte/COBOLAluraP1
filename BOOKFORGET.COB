      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = PARAGRAFO COMUM DE LEITURA DO CADASTRO DE
      * FORNECEDORES - PRESSUPOE WRK-FORGET-CNPJ MOVIDO PELO
      * CHAMADOR - FORNECEDOR OU ARQUIVO AUSENTE DEVOLVE A
      * RAZAO DE AVISO E WRK-FORGET-ACHOU = N
      * USADO POR = PROGCOBMERC / PROGCOBPAGS / PROGCOBPAGA
      * DATA     = 15/10/2026
      ********************************************
       0936-LER-FORNECEDOR.
           MOVE 'N' TO WRK-FORGET-ACHOU.
           MOVE '* SEM CADASTRO *' TO WRK-FORGET-RAZAO.
           MOVE ZEROS TO WRK-FORGET-BANCO WRK-FORGET-AGENCIA.
           MOVE SPACES TO WRK-FORGET-CONTA WRK-FORGET-STATUS.
           OPEN INPUT ARQ-FORNECEDORES.
           IF WRK-FS-FOR = '00'
               MOVE WRK-FORGET-CNPJ TO FOR-CNPJ
               READ ARQ-FORNECEDORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FOR-RAZAO TO WRK-FORGET-RAZAO
                       MOVE FOR-BANCO TO WRK-FORGET-BANCO
                       MOVE FOR-AGENCIA TO WRK-FORGET-AGENCIA
                       MOVE FOR-CONTA TO WRK-FORGET-CONTA
                       MOVE FOR-STATUS TO WRK-FORGET-STATUS
                       SET FORNECEDOR-CADASTRADO TO TRUE
               END-READ
               CLOSE ARQ-FORNECEDORES
               IF WRK-FS-FOR NOT = '00'
                   DISPLAY 'ERRO AO FECHAR FORNECDB.DAT - FS='
                       WRK-FS-FOR
               END-IF
           ELSE
               IF WRK-FS-FOR NOT = '35'
                   DISPLAY 'ERRO AO ABRIR FORNECDB.DAT - FS='
                       WRK-FS-FOR
               END-IF
           END-IF.
