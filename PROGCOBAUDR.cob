       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBAUDR.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AUDITORIA SEMANAL DE INTEGRIDADE REFERENCIAL
      * ENTRE OS CADASTROS E OS ARQUIVOS DE MOVIMENTO:
      * 1 TITULO DO CREDIARIO.DAT COM CPF FORA DO CLIENTDB.DAT
      * 2 TOTAL DO DIA/FILIAL NO CLICOMPR.DAT (MAIS OS ESTORNOS
      *   APROVADOS NO ESTPEND.DAT) DIFERENTE DO VENDHIST.DAT
      * 3 ESTORNO APROVADO NO ESTPEND.DAT SEM O PAR DE ESTORNO
      *   NO GLINTF (E LANCAMENTO DE ESTORNO SEM ESTORNO
      *   APROVADO)
      * 4 FILIAL DO VENDHIST.DAT SEM CADASTRO NO FILIALDB.DAT
      * 5 TOTAL DO FECHPER.DAT DIFERENTE DA SOMA DO VENDHIST
      *   DO PERIODO (PERIODO REABERTO E SO LISTADO)
      * RELATORIO NO DD RELAUDR AGRUPADO POR VERIFICACAO, COM A
      * CHAVE DE CADA DIVERGENCIA E O TOTAL - MODO R IMPRIME SO
      * O RESUMO DAS QUANTIDADES
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKCRDSEL.COB'.
           COPY 'BOOKCLISEL.COB'.
           COPY 'BOOKCCLSEL.COB'.
           COPY 'BOOKHISTSEL.COB'.
           COPY 'BOOKESTSEL.COB'.
           COPY 'BOOKGLSEL.COB'.
           COPY 'BOOKFILSEL.COB'.
           COPY 'BOOKFECHSEL.COB'.
           SELECT REL-AUDITORIA ASSIGN TO RELAUDR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKCRDFD.COB'.
           COPY 'BOOKCLIFD.COB'.
           COPY 'BOOKCCLFD.COB'.
           COPY 'BOOKHISTFD.COB'.
           COPY 'BOOKESTFD.COB'.
           COPY 'BOOKGLFD.COB'.
           COPY 'BOOKFILFD.COB'.
           COPY 'BOOKFECHFD.COB'.
       FD  REL-AUDITORIA.
       01  REG-RELATORIO    PIC X(100).
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKCRDWS.COB'.
           COPY 'BOOKCLIWS.COB'.
           COPY 'BOOKCCLWS.COB'.
           COPY 'BOOKHISTWS.COB'.
           COPY 'BOOKESTWS.COB'.
           COPY 'BOOKGLWS.COB'.
           COPY 'BOOKFILWS.COB'.
           COPY 'BOOKFECHWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-MODO         PIC X(01) VALUE SPACE.
           88 MODO-DETALHE VALUE 'D'.
           88 MODO-RESUMO  VALUE 'R'.
           88 MODO-VALIDO  VALUE 'D' 'R'.
       77  WRK-FIM-ARQ      PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77  WRK-FIM-HIST     PIC X(01) VALUE 'N'.
           88 FIM-HISTORICO VALUE 'S'.
       77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA VALUE 'S'.
       77  WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA VALUE 'S'.
       77  WRK-CHK          PIC 9(01) VALUE ZEROS.
       77  WRK-DATA-CORTE   PIC 9(08) VALUE ZEROS.
       77  WRK-MENOR-CCL    PIC 9(08) VALUE ZEROS.
       77  WRK-ESPERADO     PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ABS    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SOMA-HIST    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SOMA-QT      PIC 9(07) VALUE ZEROS.
       77  WRK-PER-HIST     PIC 9(06) VALUE ZEROS.
       77  WRK-QT-REABERTOS PIC 9(05) VALUE ZEROS.
       77  WRK-QT-TOTAL-DIV PIC 9(07) VALUE ZEROS.
       77  WRK-QT-DIAS      PIC 9(04) VALUE ZEROS.
       77  WRK-QT-GLEST     PIC 9(04) VALUE ZEROS.
       77  WRK-QT-FILTAB    PIC 9(03) VALUE ZEROS.
       77  WRK-CTX-DATA     PIC 9(08) VALUE ZEROS.
       77  WRK-CTX-FILIAL   PIC 9(03) VALUE ZEROS.
       77  WRK-IDX          PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ACHOU    PIC 9(04) VALUE ZEROS.
       77  WRK-QT-ED        PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-QT2-ED       PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR2-ED    PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      * SITUACAO E QUANTIDADE DE DIVERGENCIAS POR VERIFICACAO
      * S = FEITA / N = ARQUIVO INDISPONIVEL, NAO FEITA
       01  WRK-CHECKS-TAB.
           05 WRK-CHK-ENT OCCURS 5 TIMES.
              10 WRK-CHK-FEITA PIC X(01).
              10 WRK-CHK-QT    PIC 9(07).
       01  WRK-TITULOS-TAB.
           05 FILLER PIC X(40)
               VALUE '1 CREDIARIO X CLIENTDB (CPF DO TITULO) '.
           05 FILLER PIC X(40)
               VALUE '2 CLICOMPR + ESTORNOS X VENDHIST       '.
           05 FILLER PIC X(40)
               VALUE '3 ESTORNOS APROVADOS X GLINTF          '.
           05 FILLER PIC X(40)
               VALUE '4 FILIAIS DO VENDHIST X FILIALDB       '.
           05 FILLER PIC X(40)
               VALUE '5 FECHPER X SOMA DO VENDHIST DO PERIODO'.
       01  WRK-TITULOS-R REDEFINES WRK-TITULOS-TAB.
           05 WRK-TITULO-CHK OCCURS 5 TIMES PIC X(40).
      * TOTAL POR DIA + FILIAL - CLICOMPR E ESTORNO APROVADO
       01  WRK-DIAS-TAB.
           05 WRK-DIA-ENT OCCURS 5000 TIMES.
              10 WRK-DIA-DATA   PIC 9(08).
              10 WRK-DIA-FILIAL PIC 9(03).
              10 WRK-DIA-CCL    PIC S9(11)V99.
              10 WRK-DIA-QT     PIC 9(07).
              10 WRK-DIA-EST    PIC S9(11)V99.
              10 WRK-DIA-NO-HIST PIC X(01).
      * LANCAMENTOS DE ESTORNO DO GLINTF (LINHA A DEBITO DO PAR)
       01  WRK-GLEST-TAB.
           05 WRK-GLE-ENT OCCURS 5000 TIMES.
              10 WRK-GLE-DATA-EST PIC 9(08).
              10 WRK-GLE-DATA-LANC PIC 9(08).
              10 WRK-GLE-VALOR    PIC 9(09)V99.
              10 WRK-GLE-USADO    PIC X(01).
      * FILIAIS ENCONTRADAS NO VENDHIST
       01  WRK-FILIAIS-TAB.
           05 WRK-FIL-ENT OCCURS 200 TIMES.
              10 WRK-FIL-COD      PIC 9(03).
              10 WRK-FIL-QT       PIC 9(07).
              10 WRK-FIL-PRIMEIRA PIC 9(08).
              10 WRK-FIL-ULTIMA   PIC 9(08).
       01  WRK-LINHA-REL PIC X(100).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBAUDR' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-CAPTURAR-MODO.
           PERFORM 0150-ABRIR-RELATORIO.
           IF NOT ERRO-ABERTURA
               PERFORM 0200-CREDIARIO-CLIENTES
               PERFORM 0300-COMPRAS-HISTORICO
               PERFORM 0400-ESTORNOS-GLINTF
               PERFORM 0500-HISTORICO-FILIAIS
               PERFORM 0600-FECHAMENTO-HISTORICO
               PERFORM 0700-GRAVAR-RESUMO
               CLOSE REL-AUDITORIA
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO FECHAR RELAUDR - FS='
                       WRK-FS-RELATORIO
               END-IF
           END-IF.
           DISPLAY '---------------------'.
           PERFORM VARYING WRK-CHK FROM 1 BY 1 UNTIL WRK-CHK > 5
               DISPLAY WRK-TITULO-CHK(WRK-CHK) ': '
                   WRK-CHK-QT(WRK-CHK) ' ' WRK-CHK-FEITA(WRK-CHK)
           END-PERFORM.
           DISPLAY 'DIVERGENCIAS..........: ' WRK-QT-TOTAL-DIV.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           STRING 'AUDITORIA REFERENCIAL MODO ' WRK-MODO ' - '
               WRK-QT-TOTAL-DIV ' DIVERGENCIAS'
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
           PERFORM 0906-FECHAR-LOG.
      * RETORNO 4 = HA DIVERGENCIA, VERIFICACAO NAO FEITA POR
      * FALTA DE ARQUIVO OU TABELA CHEIA / 8 = ERRO DE ABERTURA
      * DO RELATORIO
           EVALUATE TRUE
               WHEN ERRO-ABERTURA
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QT-TOTAL-DIV > ZEROS OR TABELA-CHEIA
                   MOVE 4 TO RETURN-CODE
               WHEN WRK-CHK-FEITA(1) = 'N' OR WRK-CHK-FEITA(2) = 'N'
                       OR WRK-CHK-FEITA(3) = 'N'
                       OR WRK-CHK-FEITA(4) = 'N'
                       OR WRK-CHK-FEITA(5) = 'N'
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       0100-CAPTURAR-MODO.
           MOVE ZEROS TO WRK-CHECKS-TAB.
           PERFORM VARYING WRK-CHK FROM 1 BY 1 UNTIL WRK-CHK > 5
               MOVE 'S' TO WRK-CHK-FEITA(WRK-CHK)
           END-PERFORM.
           PERFORM UNTIL MODO-VALIDO
               DISPLAY 'MODO (D = DETALHADO / R = SO RESUMO): '
               ACCEPT WRK-MODO FROM CONSOLE
               IF NOT MODO-VALIDO
                   DISPLAY 'MODO INVALIDO - INFORME D OU R'
               END-IF
           END-PERFORM.
       0150-ABRIR-RELATORIO.
           OPEN OUTPUT REL-AUDITORIA.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELAUDR - FS=' WRK-FS-RELATORIO
               SET ERRO-ABERTURA TO TRUE
           ELSE
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'AUDITORIA DE INTEGRIDADE REFERENCIAL - EMITIDA'
                   ' EM ' WRK-DATA-HOJE ' - OPERADOR ' WRK-OPERADOR-ID
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
               IF MODO-RESUMO
                   MOVE 'MODO RESUMO - SO AS QUANTIDADES'
                       TO WRK-LINHA-REL
                   PERFORM 0490-GRAVAR-LINHA-REL
               END-IF
           END-IF.
      * 1 - CPF DE TITULO DO CREDIARIO SEM CADASTRO DE CLIENTE
       0200-CREDIARIO-CLIENTES.
           MOVE 1 TO WRK-CHK.
           PERFORM 0480-GRAVAR-TITULO.
           OPEN INPUT ARQ-CREDIARIO.
           IF WRK-FS-CRED NOT = '00'
               MOVE 'CREDIARIO.DAT' TO WRK-LINHA-REL(30:)
               PERFORM 0482-VERIFICACAO-NAO-FEITA
           ELSE
               OPEN INPUT ARQ-CLIENTES
               IF WRK-FS-CLI NOT = '00'
                   MOVE 'CLIENTDB.DAT' TO WRK-LINHA-REL(30:)
                   PERFORM 0482-VERIFICACAO-NAO-FEITA
               ELSE
                   MOVE LOW-VALUES TO CRED-CHAVE
                   MOVE 'N' TO WRK-FIM-ARQ
                   START ARQ-CREDIARIO KEY IS >= CRED-CHAVE
                       INVALID KEY
                           SET FIM-ARQUIVO TO TRUE
                   END-START
                   PERFORM 0210-CONFERIR-TITULO UNTIL FIM-ARQUIVO
                   CLOSE ARQ-CLIENTES
               END-IF
               CLOSE ARQ-CREDIARIO
           END-IF.
           PERFORM 0488-GRAVAR-TOTAL-CHECK.
       0210-CONFERIR-TITULO.
           READ ARQ-CREDIARIO NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   MOVE CRED-CPF TO REG-CLI-CPF
                   READ ARQ-CLIENTES
                       INVALID KEY
                           MOVE CRED-SALDO TO WRK-VALOR-ED
                           MOVE SPACES TO WRK-LINHA-REL
                           STRING '  CPF ' CRED-CPF ' VENDA '
                               CRED-DATA-VENDA ' SEQ ' CRED-SEQ
                               ' FIL ' CRED-FILIAL ' STATUS '
                               CRED-STATUS ' SALDO ' WRK-VALOR-ED
                               DELIMITED BY SIZE INTO WRK-LINHA-REL
                           PERFORM 0485-GRAVAR-DIVERGENCIA
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
           END-READ.
      * 2 - TOTAL DO DIA/FILIAL NO CLICOMPR X VENDHIST
      * O PROGCOB15 GRAVA NO CLICOMPR CADA VENDA APROVADA E NO
      * VENDHIST O TOTAL DO DIA/FILIAL - O ESTORNO APROVADO
      * DEPOIS PELO PROGCOBEST SO ABATE NO VENDHIST, ENTAO
      * ESPERADO = CLICOMPR + ESTORNOS APROVADOS (NEGATIVOS)
      * SO A PARTIR DA PRIMEIRA DATA PRESENTE NOS DOIS ARQUIVOS
      * (O ARQUIVAMENTO TIRA O PASSADO DE CADA UM EM SEPARADO)
       0300-COMPRAS-HISTORICO.
           MOVE 2 TO WRK-CHK.
           PERFORM 0480-GRAVAR-TITULO.
           MOVE ZEROS TO WRK-QT-DIAS.
           MOVE 99999999 TO WRK-MENOR-CCL.
           OPEN INPUT ARQ-COMPRAS-CLI.
           IF WRK-FS-CCL NOT = '00'
               MOVE 'CLICOMPR.DAT' TO WRK-LINHA-REL(30:)
               PERFORM 0482-VERIFICACAO-NAO-FEITA
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 0310-SOMAR-COMPRA UNTIL FIM-ARQUIVO
               CLOSE ARQ-COMPRAS-CLI
               OPEN INPUT ARQ-HISTORICO
               IF WRK-FS-HIST NOT = '00'
                   MOVE 'VENDHIST.DAT' TO WRK-LINHA-REL(30:)
                   PERFORM 0482-VERIFICACAO-NAO-FEITA
               ELSE
                   PERFORM 0320-SOMAR-ESTORNOS
                   PERFORM 0330-COMPARAR-HISTORICO
                   CLOSE ARQ-HISTORICO
                   PERFORM 0340-COMPRAS-SEM-HISTORICO
               END-IF
           END-IF.
           PERFORM 0488-GRAVAR-TOTAL-CHECK.
       0310-SOMAR-COMPRA.
           READ ARQ-COMPRAS-CLI
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF CCL-DATA < WRK-MENOR-CCL
                       MOVE CCL-DATA TO WRK-MENOR-CCL
                   END-IF
                   MOVE CCL-DATA TO WRK-CTX-DATA
                   MOVE CCL-FILIAL TO WRK-CTX-FILIAL
                   PERFORM 0350-LOCALIZAR-DIA
                   IF WRK-IDX-ACHOU > ZEROS
                       ADD CCL-VALOR TO WRK-DIA-CCL(WRK-IDX-ACHOU)
                       ADD 1 TO WRK-DIA-QT(WRK-IDX-ACHOU)
                   END-IF
           END-READ.
       0320-SOMAR-ESTORNOS.
           OPEN INPUT ARQ-ESTORNOS.
           IF WRK-FS-EST = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 0325-SOMAR-ESTORNO UNTIL FIM-ARQUIVO
               CLOSE ARQ-ESTORNOS
           ELSE
               IF WRK-FS-EST NOT = '35'
                   DISPLAY 'ERRO AO ABRIR ESTPEND.DAT - FS='
                       WRK-FS-EST
               END-IF
           END-IF.
       0325-SOMAR-ESTORNO.
           READ ARQ-ESTORNOS NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF ESTORNO-APROVADO
                       MOVE EST-DATA TO WRK-CTX-DATA
                       MOVE EST-FILIAL TO WRK-CTX-FILIAL
                       PERFORM 0350-LOCALIZAR-DIA
                       IF WRK-IDX-ACHOU > ZEROS
                           ADD EST-VALOR TO WRK-DIA-EST(WRK-IDX-ACHOU)
                       END-IF
                   END-IF
           END-READ.
      * O PRIMEIRO REGISTRO DO VENDHIST DA A SUA DATA MAIS
      * ANTIGA - O CORTE E A MAIOR ENTRE ELA E A DO CLICOMPR
       0330-COMPARAR-HISTORICO.
           MOVE ZEROS TO HIST-CHAVE.
           MOVE 'N' TO WRK-FIM-HIST.
           START ARQ-HISTORICO KEY IS >= HIST-CHAVE
               INVALID KEY
                   SET FIM-HISTORICO TO TRUE
           END-START.
           MOVE WRK-MENOR-CCL TO WRK-DATA-CORTE.
           IF NOT FIM-HISTORICO
               READ ARQ-HISTORICO NEXT RECORD
                   AT END
                       SET FIM-HISTORICO TO TRUE
               END-READ
               IF NOT FIM-HISTORICO AND HIST-DATA > WRK-DATA-CORTE
                   MOVE HIST-DATA TO WRK-DATA-CORTE
               END-IF
           END-IF.
           PERFORM 0335-CONFERIR-DIA-HIST UNTIL FIM-HISTORICO.
       0335-CONFERIR-DIA-HIST.
           IF HIST-DATA >= WRK-DATA-CORTE
                   AND (HIST-QT > ZEROS OR HIST-ACUM NOT = ZEROS)
               MOVE ZEROS TO WRK-IDX-ACHOU
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QT-DIAS
                   IF WRK-DIA-DATA(WRK-IDX) = HIST-DATA
                           AND WRK-DIA-FILIAL(WRK-IDX) = HIST-FILIAL
                       MOVE WRK-IDX TO WRK-IDX-ACHOU
                       MOVE WRK-QT-DIAS TO WRK-IDX
                   END-IF
               END-PERFORM
               IF WRK-IDX-ACHOU = ZEROS
                   MOVE HIST-ACUM TO WRK-VALOR-ED
                   MOVE HIST-QT TO WRK-QT-ED
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING '  DATA ' HIST-DATA ' FIL ' HIST-FILIAL
                       ' SEM CLICOMPR - VENDHIST ' WRK-VALOR-ED
                       ' QT ' WRK-QT-ED
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
                   PERFORM 0485-GRAVAR-DIVERGENCIA
               ELSE
                   MOVE 'S' TO WRK-DIA-NO-HIST(WRK-IDX-ACHOU)
                   COMPUTE WRK-ESPERADO = WRK-DIA-CCL(WRK-IDX-ACHOU)
                       + WRK-DIA-EST(WRK-IDX-ACHOU)
                   IF WRK-ESPERADO NOT = HIST-ACUM
                           OR WRK-DIA-QT(WRK-IDX-ACHOU) NOT = HIST-QT
                       MOVE HIST-ACUM TO WRK-VALOR-ED
                       MOVE WRK-ESPERADO TO WRK-VALOR2-ED
                       MOVE HIST-QT TO WRK-QT-ED
                       MOVE WRK-DIA-QT(WRK-IDX-ACHOU) TO WRK-QT2-ED
                       MOVE SPACES TO WRK-LINHA-REL
                       STRING '  DATA ' HIST-DATA ' FIL ' HIST-FILIAL
                           ' VENDHIST ' WRK-VALOR-ED WRK-QT-ED
                           ' CLICOMPR+EST ' WRK-VALOR2-ED WRK-QT2-ED
                           DELIMITED BY SIZE INTO WRK-LINHA-REL
                       PERFORM 0485-GRAVAR-DIVERGENCIA
                   END-IF
               END-IF
           END-IF.
           READ ARQ-HISTORICO NEXT RECORD
               AT END
                   SET FIM-HISTORICO TO TRUE
           END-READ.
       0340-COMPRAS-SEM-HISTORICO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-DIAS
               IF WRK-DIA-NO-HIST(WRK-IDX) NOT = 'S'
                       AND WRK-DIA-DATA(WRK-IDX) >= WRK-DATA-CORTE
                       AND WRK-DIA-QT(WRK-IDX) > ZEROS
                   MOVE WRK-DIA-CCL(WRK-IDX) TO WRK-VALOR-ED
                   MOVE WRK-DIA-QT(WRK-IDX) TO WRK-QT-ED
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING '  DATA ' WRK-DIA-DATA(WRK-IDX) ' FIL '
                       WRK-DIA-FILIAL(WRK-IDX)
                       ' SEM VENDHIST - CLICOMPR ' WRK-VALOR-ED
                       ' QT ' WRK-QT-ED
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
                   PERFORM 0485-GRAVAR-DIVERGENCIA
               END-IF
           END-PERFORM.
       0350-LOCALIZAR-DIA.
           MOVE ZEROS TO WRK-IDX-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-DIAS
               IF WRK-DIA-DATA(WRK-IDX) = WRK-CTX-DATA
                       AND WRK-DIA-FILIAL(WRK-IDX) = WRK-CTX-FILIAL
                   MOVE WRK-IDX TO WRK-IDX-ACHOU
                   MOVE WRK-QT-DIAS TO WRK-IDX
               END-IF
           END-PERFORM.
           IF WRK-IDX-ACHOU = ZEROS
               IF WRK-QT-DIAS < 5000
                   ADD 1 TO WRK-QT-DIAS
                   MOVE WRK-QT-DIAS TO WRK-IDX-ACHOU
                   MOVE WRK-CTX-DATA TO WRK-DIA-DATA(WRK-IDX-ACHOU)
                   MOVE WRK-CTX-FILIAL TO WRK-DIA-FILIAL(WRK-IDX-ACHOU)
                   MOVE ZEROS TO WRK-DIA-CCL(WRK-IDX-ACHOU)
                       WRK-DIA-QT(WRK-IDX-ACHOU)
                       WRK-DIA-EST(WRK-IDX-ACHOU)
                   MOVE 'N' TO WRK-DIA-NO-HIST(WRK-IDX-ACHOU)
               ELSE
                   IF NOT TABELA-CHEIA
                       DISPLAY 'TABELA DE DIAS CHEIA - DATA '
                           WRK-CTX-DATA ' FILIAL ' WRK-CTX-FILIAL
                           ' E SEGUINTES FORA DA VERIFICACAO 2'
                       SET TABELA-CHEIA TO TRUE
                   END-IF
               END-IF
           END-IF.
      * 3 - ESTORNO APROVADO X PAR DE ESTORNO NO GLINTF
      * O PROGCOBEST GRAVA O PAR NA DATA DA DECISAO COM ORIGEM
      * 'EST ' + DATA DA VENDA E O VALOR DO ESTORNO - CADA
      * LANCAMENTO SO CASA COM UM ESTORNO
       0400-ESTORNOS-GLINTF.
           MOVE 3 TO WRK-CHK.
           PERFORM 0480-GRAVAR-TITULO.
           MOVE ZEROS TO WRK-QT-GLEST.
           OPEN INPUT ARQ-LANCAMENTOS.
           IF WRK-FS-LANC NOT = '00'
               MOVE 'GLINTF' TO WRK-LINHA-REL(30:)
               PERFORM 0482-VERIFICACAO-NAO-FEITA
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 0410-CARREGAR-LANCAMENTO UNTIL FIM-ARQUIVO
               CLOSE ARQ-LANCAMENTOS
               OPEN INPUT ARQ-ESTORNOS
               IF WRK-FS-EST NOT = '00' AND WRK-FS-EST NOT = '35'
                   MOVE 'ESTPEND.DAT' TO WRK-LINHA-REL(30:)
                   PERFORM 0482-VERIFICACAO-NAO-FEITA
               ELSE
                   IF WRK-FS-EST = '00'
                       MOVE 'N' TO WRK-FIM-ARQ
                       PERFORM 0420-CONFERIR-ESTORNO UNTIL FIM-ARQUIVO
                       CLOSE ARQ-ESTORNOS
                   END-IF
                   PERFORM 0430-LANCAMENTOS-SEM-ESTORNO
               END-IF
           END-IF.
           PERFORM 0488-GRAVAR-TOTAL-CHECK.
       0410-CARREGAR-LANCAMENTO.
           READ ARQ-LANCAMENTOS
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF LANC-ORIGEM(1:4) = 'EST ' AND LANC-DC = 'D'
                       IF WRK-QT-GLEST < 5000
                           ADD 1 TO WRK-QT-GLEST
                           MOVE LANC-ORIGEM(5:8)
                               TO WRK-GLE-DATA-EST(WRK-QT-GLEST)
                           MOVE LANC-DATA
                               TO WRK-GLE-DATA-LANC(WRK-QT-GLEST)
                           MOVE LANC-VALOR
                               TO WRK-GLE-VALOR(WRK-QT-GLEST)
                           MOVE 'N' TO WRK-GLE-USADO(WRK-QT-GLEST)
                       ELSE
                           IF NOT TABELA-CHEIA
                               DISPLAY 'TABELA DE LANCAMENTOS DE '
                                   'ESTORNO CHEIA - VERIFICACAO 3 '
                                   'INCOMPLETA'
                               SET TABELA-CHEIA TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       0420-CONFERIR-ESTORNO.
           READ ARQ-ESTORNOS NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF ESTORNO-APROVADO AND EST-VALOR NOT = ZEROS
                       PERFORM 0425-PROCURAR-LANCAMENTO
                   END-IF
           END-READ.
       0425-PROCURAR-LANCAMENTO.
           IF EST-VALOR < ZEROS
               COMPUTE WRK-VALOR-ABS = EST-VALOR * -1
           ELSE
               MOVE EST-VALOR TO WRK-VALOR-ABS
           END-IF.
           MOVE ZEROS TO WRK-IDX-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-GLEST
               IF WRK-GLE-USADO(WRK-IDX) = 'N'
                       AND WRK-GLE-DATA-EST(WRK-IDX) = EST-DATA
                       AND WRK-GLE-DATA-LANC(WRK-IDX)
                       = EST-DATA-DECISAO
                       AND WRK-GLE-VALOR(WRK-IDX) = WRK-VALOR-ABS
                   MOVE WRK-IDX TO WRK-IDX-ACHOU
                   MOVE WRK-QT-GLEST TO WRK-IDX
               END-IF
           END-PERFORM.
           IF WRK-IDX-ACHOU > ZEROS
               MOVE 'S' TO WRK-GLE-USADO(WRK-IDX-ACHOU)
           ELSE
               MOVE EST-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-REL
               STRING '  ESTORNO ' EST-DATA ' FIL ' EST-FILIAL
                   ' SEQ ' EST-SEQ ' APROVADO ' EST-DATA-DECISAO
                   ' SEM PAR NO GLINTF ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0485-GRAVAR-DIVERGENCIA
           END-IF.
       0430-LANCAMENTOS-SEM-ESTORNO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-GLEST
               IF WRK-GLE-USADO(WRK-IDX) = 'N'
                   MOVE WRK-GLE-VALOR(WRK-IDX) TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING '  GLINTF ' WRK-GLE-DATA-LANC(WRK-IDX)
                       ' ORIGEM EST ' WRK-GLE-DATA-EST(WRK-IDX)
                       ' SEM ESTORNO APROVADO ' WRK-VALOR-ED
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
                   PERFORM 0485-GRAVAR-DIVERGENCIA
               END-IF
           END-PERFORM.
      * 4 - FILIAL DO VENDHIST SEM CADASTRO NO FILIALDB
      * FILIAL 000 E O DIA SEM VENDAS GRAVADO PELO PROGCOB15
       0500-HISTORICO-FILIAIS.
           MOVE 4 TO WRK-CHK.
           PERFORM 0480-GRAVAR-TITULO.
           MOVE ZEROS TO WRK-QT-FILTAB.
           OPEN INPUT ARQ-FILIAIS-CAD.
           IF WRK-FS-FILIAL NOT = '00'
               MOVE 'FILIALDB.DAT' TO WRK-LINHA-REL(30:)
               PERFORM 0482-VERIFICACAO-NAO-FEITA
           ELSE
               CLOSE ARQ-FILIAIS-CAD
               OPEN INPUT ARQ-HISTORICO
               IF WRK-FS-HIST NOT = '00'
                   MOVE 'VENDHIST.DAT' TO WRK-LINHA-REL(30:)
                   PERFORM 0482-VERIFICACAO-NAO-FEITA
               ELSE
                   MOVE ZEROS TO HIST-CHAVE
                   MOVE 'N' TO WRK-FIM-HIST
                   START ARQ-HISTORICO KEY IS >= HIST-CHAVE
                       INVALID KEY
                           SET FIM-HISTORICO TO TRUE
                   END-START
                   PERFORM 0510-JUNTAR-FILIAL UNTIL FIM-HISTORICO
                   CLOSE ARQ-HISTORICO
                   PERFORM 0520-CONFERIR-FILIAL
                       VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QT-FILTAB
               END-IF
           END-IF.
           PERFORM 0488-GRAVAR-TOTAL-CHECK.
       0510-JUNTAR-FILIAL.
           READ ARQ-HISTORICO NEXT RECORD
               AT END
                   SET FIM-HISTORICO TO TRUE
               NOT AT END
                   IF HIST-FILIAL NOT = ZEROS
                       PERFORM 0515-LOCALIZAR-FILIAL
                   END-IF
           END-READ.
       0515-LOCALIZAR-FILIAL.
           MOVE ZEROS TO WRK-IDX-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-FILTAB
               IF WRK-FIL-COD(WRK-IDX) = HIST-FILIAL
                   MOVE WRK-IDX TO WRK-IDX-ACHOU
                   MOVE WRK-QT-FILTAB TO WRK-IDX
               END-IF
           END-PERFORM.
           IF WRK-IDX-ACHOU = ZEROS AND WRK-QT-FILTAB < 200
               ADD 1 TO WRK-QT-FILTAB
               MOVE WRK-QT-FILTAB TO WRK-IDX-ACHOU
               MOVE HIST-FILIAL TO WRK-FIL-COD(WRK-IDX-ACHOU)
               MOVE ZEROS TO WRK-FIL-QT(WRK-IDX-ACHOU)
               MOVE HIST-DATA TO WRK-FIL-PRIMEIRA(WRK-IDX-ACHOU)
           END-IF.
           IF WRK-IDX-ACHOU > ZEROS
               ADD 1 TO WRK-FIL-QT(WRK-IDX-ACHOU)
               MOVE HIST-DATA TO WRK-FIL-ULTIMA(WRK-IDX-ACHOU)
           END-IF.
       0520-CONFERIR-FILIAL.
           MOVE WRK-FIL-COD(WRK-IDX) TO WRK-FILGET-COD.
           PERFORM 0915-LER-FILIAL.
           IF NOT FILIAL-CADASTRADA
               MOVE WRK-FIL-QT(WRK-IDX) TO WRK-QT-ED
               MOVE SPACES TO WRK-LINHA-REL
               STRING '  FILIAL ' WRK-FIL-COD(WRK-IDX)
                   ' SEM CADASTRO - ' WRK-QT-ED ' DIAS NO VENDHIST DE '
                   WRK-FIL-PRIMEIRA(WRK-IDX) ' A '
                   WRK-FIL-ULTIMA(WRK-IDX)
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0485-GRAVAR-DIVERGENCIA
           END-IF.
      * 5 - TOTAL DO FECHAMENTO X SOMA DO VENDHIST DO PERIODO
      * PERIODO FECHADO CONTINUA SOMANDO COMO NO PROGCOBFECHA -
      * REABERTO AINDA VAI SER FECHADO DE NOVO, SO E LISTADO
       0600-FECHAMENTO-HISTORICO.
           MOVE 5 TO WRK-CHK.
           PERFORM 0480-GRAVAR-TITULO.
           MOVE ZEROS TO WRK-QT-REABERTOS.
           OPEN INPUT ARQ-FECHAMENTO.
           IF WRK-FS-FECH NOT = '00'
               MOVE 'FECHPER.DAT' TO WRK-LINHA-REL(30:)
               PERFORM 0482-VERIFICACAO-NAO-FEITA
           ELSE
               OPEN INPUT ARQ-HISTORICO
               IF WRK-FS-HIST NOT = '00'
                   MOVE 'VENDHIST.DAT' TO WRK-LINHA-REL(30:)
                   PERFORM 0482-VERIFICACAO-NAO-FEITA
               ELSE
                   MOVE ZEROS TO FECH-PERIODO
                   MOVE 'N' TO WRK-FIM-ARQ
                   START ARQ-FECHAMENTO KEY IS >= FECH-PERIODO
                       INVALID KEY
                           SET FIM-ARQUIVO TO TRUE
                   END-START
                   PERFORM 0610-CONFERIR-PERIODO UNTIL FIM-ARQUIVO
                   CLOSE ARQ-HISTORICO
               END-IF
               CLOSE ARQ-FECHAMENTO
           END-IF.
           PERFORM 0488-GRAVAR-TOTAL-CHECK.
           IF WRK-QT-REABERTOS > ZEROS
               MOVE WRK-QT-REABERTOS TO WRK-QT-ED
               MOVE SPACES TO WRK-LINHA-REL
               STRING '  PERIODOS REABERTOS NAO COMPARADOS: ' WRK-QT-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
       0610-CONFERIR-PERIODO.
           READ ARQ-FECHAMENTO NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF FECHAMENTO-REABERTO
                       ADD 1 TO WRK-QT-REABERTOS
                       IF MODO-DETALHE
                           MOVE SPACES TO WRK-LINHA-REL
                           STRING '  PERIODO ' FECH-PERIODO
                               ' REABERTO - AGUARDANDO NOVO FECHAMENTO'
                               DELIMITED BY SIZE INTO WRK-LINHA-REL
                           PERFORM 0490-GRAVAR-LINHA-REL
                       END-IF
                   ELSE
                       PERFORM 0620-SOMAR-PERIODO
                       IF WRK-SOMA-HIST NOT = FECH-TOTAL
                               OR WRK-SOMA-QT NOT = FECH-QT
                           MOVE FECH-TOTAL TO WRK-VALOR-ED
                           MOVE WRK-SOMA-HIST TO WRK-VALOR2-ED
                           MOVE FECH-QT TO WRK-QT-ED
                           MOVE WRK-SOMA-QT TO WRK-QT2-ED
                           MOVE SPACES TO WRK-LINHA-REL
                           STRING '  PERIODO ' FECH-PERIODO
                               ' FECHPER ' WRK-VALOR-ED WRK-QT-ED
                               ' VENDHIST ' WRK-VALOR2-ED WRK-QT2-ED
                               DELIMITED BY SIZE INTO WRK-LINHA-REL
                           PERFORM 0485-GRAVAR-DIVERGENCIA
                       END-IF
                   END-IF
           END-READ.
       0620-SOMAR-PERIODO.
           MOVE ZEROS TO WRK-SOMA-HIST WRK-SOMA-QT.
           MOVE FECH-PERIODO TO WRK-PER-HIST.
           MOVE FECH-PERIODO TO HIST-DATA(1:6).
           MOVE '01' TO HIST-DATA(7:2).
           MOVE ZEROS TO HIST-FILIAL.
           MOVE 'N' TO WRK-FIM-HIST.
           START ARQ-HISTORICO KEY IS >= HIST-CHAVE
               INVALID KEY
                   SET FIM-HISTORICO TO TRUE
           END-START.
           PERFORM 0625-SOMAR-DIA-PERIODO UNTIL FIM-HISTORICO.
       0625-SOMAR-DIA-PERIODO.
           READ ARQ-HISTORICO NEXT RECORD
               AT END
                   SET FIM-HISTORICO TO TRUE
               NOT AT END
                   IF HIST-DATA(1:6) NOT = WRK-PER-HIST
                       SET FIM-HISTORICO TO TRUE
                   ELSE
                       ADD HIST-ACUM TO WRK-SOMA-HIST
                       ADD HIST-QT TO WRK-SOMA-QT
                   END-IF
           END-READ.
      * RESUMO - UMA LINHA POR VERIFICACAO
       0700-GRAVAR-RESUMO.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE 'RESUMO DA AUDITORIA' TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE ALL '-' TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           PERFORM VARYING WRK-CHK FROM 1 BY 1 UNTIL WRK-CHK > 5
               MOVE WRK-CHK-QT(WRK-CHK) TO WRK-QT-ED
               MOVE SPACES TO WRK-LINHA-REL
               IF WRK-CHK-FEITA(WRK-CHK) = 'S'
                   STRING WRK-TITULO-CHK(WRK-CHK) ' '
                       WRK-QT-ED ' DIVERGENCIAS'
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
               ELSE
                   STRING WRK-TITULO-CHK(WRK-CHK) ' '
                       ' NAO FEITA - ARQUIVO INDISPONIVEL'
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
               END-IF
               PERFORM 0490-GRAVAR-LINHA-REL
           END-PERFORM.
           MOVE WRK-QT-TOTAL-DIV TO WRK-QT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TOTAL DE DIVERGENCIAS                    '
               WRK-QT-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           IF TABELA-CHEIA
               MOVE '* TABELA CHEIA - VERIFICACAO 2/3 INCOMPLETA'
                   TO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
       0480-GRAVAR-TITULO.
           IF MODO-DETALHE
               MOVE SPACES TO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'VERIFICACAO ' WRK-TITULO-CHK(WRK-CHK)
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
               MOVE ALL '-' TO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
      * O CHAMADOR JA MOVEU O NOME DO ARQUIVO PARA A POSICAO 30
       0482-VERIFICACAO-NAO-FEITA.
           MOVE 'N' TO WRK-CHK-FEITA(WRK-CHK).
           MOVE '  VERIFICACAO NAO FEITA - SEM' TO WRK-LINHA-REL(1:29).
           IF MODO-DETALHE
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
           DISPLAY WRK-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
       0485-GRAVAR-DIVERGENCIA.
           ADD 1 TO WRK-CHK-QT(WRK-CHK).
           ADD 1 TO WRK-QT-TOTAL-DIV.
           IF MODO-DETALHE
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
       0488-GRAVAR-TOTAL-CHECK.
           IF MODO-DETALHE AND WRK-CHK-FEITA(WRK-CHK) = 'S'
               MOVE WRK-CHK-QT(WRK-CHK) TO WRK-QT-ED
               MOVE SPACES TO WRK-LINHA-REL
               STRING '  TOTAL DA VERIFICACAO ' WRK-CHK ': '
                   WRK-QT-ED ' DIVERGENCIAS'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
       0490-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELAUDR - FS='
                   WRK-FS-RELATORIO
           END-IF.
           COPY 'BOOKFILGET.COB'.
           COPY 'BOOKLOGWRT.COB'.
