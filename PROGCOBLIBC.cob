       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBLIBC.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LIBERACAO DE VENDAS A PRAZO RETIDAS PELO
      * SUPERVISOR - LISTA AS RETENCOES DO CRDPEND.DAT
      * (GERADAS PELA APURACAO DIARIA QUANDO A VENDA R ESTOURA
      * O LIMITE DE CREDITO DO CLIENTE OU O CPF TEM TITULO
      * VENCIDO ALEM DO TOLERADO) E COLHE A DECISAO - LIBERAR
      * ABRE O TITULO NO CREDIARIO.DAT COM A DATA E A
      * SEQUENCIA ORIGINAIS DA VENDA, RECUSAR SO MARCA E A LOJA
      * COBRA A VENDA POR OUTRO MEIO - AS DUAS DECISOES VAO
      * PARA O LOGTRANS.DAT COM A IDENTIDADE DO SUPERVISOR
      * A VENDA LIBERADA PASSA DO CAIXA (ONDE A APURACAO A
      * LANCOU) PARA CONTAS A RECEBER NO GLINTF
      * SOMENTE OPERADOR COM PERFIL DE SUPERVISOR ENTRA
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKCRPSEL.COB'.
           COPY 'BOOKCRDSEL.COB'.
           COPY 'BOOKOPERSEL.COB'.
           COPY 'BOOKGLSEL.COB'.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKCRPFD.COB'.
           COPY 'BOOKCRDFD.COB'.
           COPY 'BOOKOPERFD.COB'.
           COPY 'BOOKGLFD.COB'.
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKCRPWS.COB'.
           COPY 'BOOKCRDWS.COB'.
           COPY 'BOOKOPERWS.COB'.
           COPY 'BOOKGLWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-OPCAO-ENT    PIC X(01) VALUE SPACE.
       77  WRK-OPCAO        PIC 9(01) VALUE ZEROS.
       77  WRK-DECISAO-ENT  PIC X(01) VALUE SPACE.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-CRP      PIC X(01) VALUE 'N'.
           88 FIM-RETENCOES VALUE 'S'.
       77  WRK-QT-PENDENTES PIC 9(05) VALUE ZEROS.
       77  WRK-QT-LIBERADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QT-RECUSADOS PIC 9(05) VALUE ZEROS.
       77  WRK-TITULO-OK    PIC X(01) VALUE 'N'.
           88 TITULO-GRAVADO VALUE 'S'.
       77  WRK-VALOR-ED     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALDO-ED     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LIMITE-ED    PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBLIBC' TO WRK-PROGRAMA-LOG.
           PERFORM 0950-AUTENTICAR-OPERADOR.
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY 'ACESSO NEGADO - ENCERRANDO'
               GOBACK
           END-IF.
           IF NOT OPERADOR-SUPERVISOR
               DISPLAY 'SOMENTE SUPERVISOR LIBERA CREDIARIO RETIDO'
               MOVE WRK-OPER-ID-ENT TO WRK-OPERADOR-ID
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING 'OPERADOR ' WRK-OPER-ID-ENT ' SEM PERFIL DE'
                   ' SUPERVISOR NEGADO NA LIBERACAO DE CREDIARIO'
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
               PERFORM 0906-FECHAR-LOG
               GOBACK
           END-IF.
           MOVE WRK-OPER-ID-ENT TO WRK-OPERADOR-ID.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM UNTIL WRK-OPCAO = 9
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0150-CAPTURAR-OPCAO
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0200-DECIDIR-RETIDAS
                   WHEN 2
                       PERFORM 0300-LISTAR-RETIDAS
                   WHEN 9
                       DISPLAY 'ENCERRANDO'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM.
           PERFORM 0906-FECHAR-LOG.
           GOBACK.
       0100-EXIBIR-MENU.
           DISPLAY '====================================='.
           DISPLAY ' LIBERACAO DE CREDIARIO RETIDO'.
           DISPLAY ' 1 - DECIDIR RETIDAS (L/R)'.
           DISPLAY ' 2 - LISTAR RETIDAS'.
           DISPLAY ' 9 - SAIR'.
           DISPLAY '====================================='.
       0150-CAPTURAR-OPCAO.
           MOVE SPACE TO WRK-OPCAO-ENT.
           PERFORM UNTIL WRK-OPCAO-ENT IS NUMERIC
               ACCEPT WRK-OPCAO-ENT FROM CONSOLE
               IF WRK-OPCAO-ENT NOT NUMERIC
                   DISPLAY 'OPCAO INVALIDA - DIGITE APENAS NUMEROS'
               END-IF
           END-PERFORM.
           MOVE WRK-OPCAO-ENT TO WRK-OPCAO.
       0200-DECIDIR-RETIDAS.
           MOVE ZEROS TO WRK-QT-PENDENTES WRK-QT-LIBERADOS
               WRK-QT-RECUSADOS.
           MOVE 'N' TO WRK-FIM-CRP.
           OPEN I-O ARQ-CRED-RETIDO.
           IF WRK-FS-CRP = '35'
               DISPLAY 'NENHUMA VENDA A PRAZO RETIDA'
           ELSE
               IF WRK-FS-CRP NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CRDPEND.DAT - FS='
                       WRK-FS-CRP
               ELSE
                   PERFORM 0210-LER-RETENCAO
                   PERFORM 0220-DECIDIR-RETENCAO UNTIL FIM-RETENCOES
                   CLOSE ARQ-CRED-RETIDO
                   IF WRK-FS-CRP NOT = '00'
                       DISPLAY 'ERRO AO FECHAR CRDPEND.DAT - FS='
                           WRK-FS-CRP
                   END-IF
                   DISPLAY '---------------------'
                   DISPLAY 'RETIDAS AVALIADAS.....: '
                       WRK-QT-PENDENTES
                   DISPLAY 'LIBERADAS.............: '
                       WRK-QT-LIBERADOS
                   DISPLAY 'RECUSADAS.............: '
                       WRK-QT-RECUSADOS
               END-IF
           END-IF.
       0210-LER-RETENCAO.
           READ ARQ-CRED-RETIDO NEXT RECORD
               AT END
                   SET FIM-RETENCOES TO TRUE
           END-READ.
       0220-DECIDIR-RETENCAO.
           IF RETENCAO-PENDENTE
               ADD 1 TO WRK-QT-PENDENTES
               PERFORM 0230-EXIBIR-RETENCAO
               DISPLAY 'DECISAO (L-LIBERA R-RECUSA BRANCO PULA): '
               ACCEPT WRK-DECISAO-ENT FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-DECISAO-ENT)
                   TO WRK-DECISAO-ENT
               EVALUATE WRK-DECISAO-ENT
                   WHEN 'L'
                       PERFORM 0240-LIBERAR-RETENCAO
                   WHEN 'R'
                       PERFORM 0250-RECUSAR-RETENCAO
                   WHEN OTHER
                       DISPLAY 'VENDA MANTIDA RETIDA'
               END-EVALUATE
           END-IF.
           PERFORM 0210-LER-RETENCAO.
       0230-EXIBIR-RETENCAO.
           MOVE CRP-VALOR TO WRK-VALOR-ED.
           MOVE CRP-SALDO-ABERTO TO WRK-SALDO-ED.
           MOVE CRP-LIMITE TO WRK-LIMITE-ED.
           DISPLAY '-------------------------------------'.
           DISPLAY 'DATA/FILIAL/SEQ: ' CRP-DATA ' ' CRP-FILIAL
               ' ' CRP-SEQ.
           DISPLAY 'VENDA: MATRICULA ' CRP-MATRICULA ' CPF '
               CRP-CPF ' ITENS ' CRP-QT-ITENS.
           DISPLAY 'VALOR DA VENDA.: ' WRK-VALOR-ED.
           DISPLAY 'SALDO COM VENDA: ' WRK-SALDO-ED
               ' LIMITE ' WRK-LIMITE-ED.
           IF RETIDO-POR-ATRASO
               DISPLAY 'MOTIVO.........: TITULO VENCIDO HA '
                   CRP-DIAS-ATRASO ' DIAS'
           ELSE
               DISPLAY 'MOTIVO.........: LIMITE DE CREDITO EXCEDIDO'
           END-IF.
      * LIBERAR ABRE O TITULO COM A CHAVE QUE A APURACAO TERIA
      * USADO - SO MARCA A RETENCAO DEPOIS DO TITULO GRAVADO
      * RETENCAO QUE NAO MARCA EXCLUI O TITULO - SENAO A
      * PROXIMA LIBERACAO ESBARRA NO TITULO JA ABERTO (FS=22)
       0240-LIBERAR-RETENCAO.
           PERFORM 0245-GRAVAR-TITULO.
           IF TITULO-GRAVADO
               SET RETENCAO-LIBERADA TO TRUE
               MOVE WRK-OPERADOR-ID TO CRP-APROVADOR
               MOVE WRK-DATA-HOJE TO CRP-DATA-DECISAO
               REWRITE REG-CRED-RETIDO
               IF WRK-FS-CRP NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR CRDPEND.DAT - FS='
                       WRK-FS-CRP
                   PERFORM 0247-EXCLUIR-TITULO
               ELSE
                   ADD 1 TO WRK-QT-LIBERADOS
                   PERFORM 0248-GERAR-CONTABIL
                   MOVE SPACES TO WRK-DESCRICAO-LOG
                   STRING 'CRED RETIDO ' CRP-DATA ' FIL '
                       CRP-FILIAL ' SEQ ' CRP-SEQ ' LIBERADO POR '
                       WRK-OPERADOR-ID DELIMITED BY SIZE
                       INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
                   DISPLAY 'VENDA LIBERADA - TITULO ABERTO'
               END-IF
           END-IF.
       0245-GRAVAR-TITULO.
           MOVE 'N' TO WRK-TITULO-OK.
           OPEN I-O ARQ-CREDIARIO.
           IF WRK-FS-CRED = '35'
               OPEN OUTPUT ARQ-CREDIARIO
               CLOSE ARQ-CREDIARIO
               OPEN I-O ARQ-CREDIARIO
           END-IF.
           IF WRK-FS-CRED NOT = '00'
               DISPLAY 'ERRO AO ABRIR CREDIARIO.DAT - FS=' WRK-FS-CRED
           ELSE
               MOVE CRP-CPF TO CRED-CPF
               MOVE CRP-DATA TO CRED-DATA-VENDA
               MOVE CRP-SEQ TO CRED-SEQ
               MOVE CRP-FILIAL TO CRED-FILIAL
               MOVE CRP-VALOR TO CRED-VALOR-ORIG
               MOVE CRP-VALOR TO CRED-SALDO
               MOVE ZEROS TO CRED-DATA-ULT-PGTO
               SET CREDIARIO-ABERTO TO TRUE
               WRITE REG-CREDIARIO
               IF WRK-FS-CRED NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR CREDIARIO.DAT - FS='
                       WRK-FS-CRED
               ELSE
                   SET TITULO-GRAVADO TO TRUE
               END-IF
               CLOSE ARQ-CREDIARIO
               IF WRK-FS-CRED NOT = '00'
                   DISPLAY 'ERRO AO FECHAR CREDIARIO.DAT - FS='
                       WRK-FS-CRED
               END-IF
           END-IF.
       0247-EXCLUIR-TITULO.
           MOVE SPACES TO WRK-DESCRICAO-LOG.
           OPEN I-O ARQ-CREDIARIO.
           IF WRK-FS-CRED = '00'
               MOVE CRP-CPF TO CRED-CPF
               MOVE CRP-DATA TO CRED-DATA-VENDA
               MOVE CRP-SEQ TO CRED-SEQ
               DELETE ARQ-CREDIARIO RECORD
               IF WRK-FS-CRED = '00'
                   DISPLAY 'LIBERACAO DESFEITA - VENDA CONTINUA'
                       ' RETIDA'
                   STRING 'CRED RETIDO ' CRP-DATA ' FIL '
                       CRP-FILIAL ' SEQ ' CRP-SEQ ' LIBERACAO DESFEITA'
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               ELSE
                   PERFORM 0249-AVISAR-TITULO-ABERTO
               END-IF
               CLOSE ARQ-CREDIARIO
               IF WRK-FS-CRED NOT = '00'
                   DISPLAY 'ERRO AO FECHAR CREDIARIO.DAT - FS='
                       WRK-FS-CRED
               END-IF
           ELSE
               PERFORM 0249-AVISAR-TITULO-ABERTO
           END-IF.
           PERFORM 0900-GRAVAR-LOG.
      * A APURACAO LANCOU A VENDA RETIDA NO CAIXA - O TITULO
      * ABERTO AGORA PASSA O VALOR PARA CONTAS A RECEBER
       0248-GERAR-CONTABIL.
           MOVE ZEROS TO WRK-LANC-QT.
           MOVE WRK-DATA-HOJE TO WRK-LANC-DATA.
           MOVE CRP-VALOR TO WRK-LANC-VALOR.
           MOVE SPACES TO WRK-LANC-ORIGEM.
           STRING 'LIBC ' CRP-DATA DELIMITED BY SIZE
               INTO WRK-LANC-ORIGEM.
           MOVE '11300000' TO WRK-LANC-CONTA-DEB.
           MOVE '11100000' TO WRK-LANC-CONTA-CRED.
           PERFORM 0962-GRAVAR-LANCAMENTO-CONTAS.
           IF CRP-VALOR NOT = ZEROS AND WRK-LANC-QT < 2
               DISPLAY 'TITULO ABERTO SEM LANCAMENTO CONTABIL -'
                   ' LANCAR MANUALMENTE'
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING 'CRED RETIDO ' CRP-DATA ' SEQ ' CRP-SEQ
                   ' SEM LANCAMENTO EM GLINTF'
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.
       0249-AVISAR-TITULO-ABERTO.
           DISPLAY 'ERRO AO EXCLUIR CREDIARIO.DAT - FS=' WRK-FS-CRED
               ' - EXCLUIR O TITULO MANUALMENTE'.
           STRING 'CRED RETIDO ' CRP-DATA ' SEQ ' CRP-SEQ
               ' TITULO ABERTO S/LIBERAR FS=' WRK-FS-CRED
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG.
       0250-RECUSAR-RETENCAO.
           SET RETENCAO-RECUSADA TO TRUE.
           MOVE WRK-OPERADOR-ID TO CRP-APROVADOR.
           MOVE WRK-DATA-HOJE TO CRP-DATA-DECISAO.
           REWRITE REG-CRED-RETIDO.
           IF WRK-FS-CRP NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CRDPEND.DAT - FS=' WRK-FS-CRP
           ELSE
               ADD 1 TO WRK-QT-RECUSADOS
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING 'CRED RETIDO ' CRP-DATA ' FIL '
                   CRP-FILIAL ' SEQ ' CRP-SEQ ' RECUSADO POR '
                   WRK-OPERADOR-ID DELIMITED BY SIZE
                   INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
               DISPLAY 'VENDA RECUSADA'
           END-IF.
       0300-LISTAR-RETIDAS.
           MOVE ZEROS TO WRK-QT-PENDENTES.
           MOVE 'N' TO WRK-FIM-CRP.
           OPEN INPUT ARQ-CRED-RETIDO.
           IF WRK-FS-CRP = '35'
               DISPLAY 'NENHUMA VENDA A PRAZO RETIDA'
           ELSE
               IF WRK-FS-CRP NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CRDPEND.DAT - FS='
                       WRK-FS-CRP
               ELSE
                   PERFORM 0210-LER-RETENCAO
                   PERFORM 0310-LISTAR-RETENCAO UNTIL FIM-RETENCOES
                   CLOSE ARQ-CRED-RETIDO
                   IF WRK-FS-CRP NOT = '00'
                       DISPLAY 'ERRO AO FECHAR CRDPEND.DAT - FS='
                           WRK-FS-CRP
                   END-IF
                   DISPLAY 'RETIDAS LISTADAS: ' WRK-QT-PENDENTES
               END-IF
           END-IF.
       0310-LISTAR-RETENCAO.
           IF RETENCAO-PENDENTE
               ADD 1 TO WRK-QT-PENDENTES
               PERFORM 0230-EXIBIR-RETENCAO
           END-IF.
           PERFORM 0210-LER-RETENCAO.
           COPY 'BOOKOPERCHK.COB'.
           COPY 'BOOKGLWRT.COB'.
           COPY 'BOOKLOGWRT.COB'.
