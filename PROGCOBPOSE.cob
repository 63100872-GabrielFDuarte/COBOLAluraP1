       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBPOSE.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = POSICAO DE ESTOQUE POR PRODUTO E FILIAL
      * LE O ESTOQUE.DAT, BUSCA DESCRICAO E PONTO DE PEDIDO NO
      * PRODUTDB.DAT E MARCA O ITEM COM SALDO ABAIXO DO PONTO
      * DE PEDIDO (COM A QUANTIDADE A REPOR) OU NEGATIVO
      * FILIAL 000 CONSOLIDA TODAS - SO EXCECOES = S LISTA
      * APENAS OS ITENS MARCADOS, PARA A LISTA DE COMPRAS
      * RELATORIO NO DD RELESTQ
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKESQSEL.COB'.
           COPY 'BOOKPROSEL.COB'.
           SELECT REL-ESTOQUE ASSIGN TO RELESTQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKESQFD.COB'.
           COPY 'BOOKPROFD.COB'.
       FD  REL-ESTOQUE.
       01  REG-RELATORIO    PIC X(100).
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKESQWS.COB'.
           COPY 'BOOKPROWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-FIL-ENT      PIC X(03) VALUE SPACES.
       77  WRK-FILIAL-FIL   PIC 9(03) VALUE ZEROS.
       77  WRK-SO-EXCECOES  PIC X(01) VALUE 'N'.
           88 LISTAR-SO-EXCECOES VALUE 'S' 's'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-ESTOQUE  PIC X(01) VALUE 'N'.
           88 FIM-ESTOQUE VALUE 'S'.
       77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA VALUE 'S'.
       77  WRK-TEM-ESTOQUE  PIC X(01) VALUE 'N'.
           88 ESTOQUE-ABERTO VALUE 'S'.
       77  WRK-TEM-PRODUTOS PIC X(01) VALUE 'N'.
           88 PRODUTOS-DISPONIVEIS VALUE 'S'.
       77  WRK-PONTO-PEDIDO PIC 9(07) VALUE ZEROS.
       77  WRK-A-REPOR      PIC 9(07) VALUE ZEROS.
       77  WRK-SITUACAO     PIC X(17) VALUE SPACES.
       77  WRK-QT-LIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QT-LISTADOS  PIC 9(07) VALUE ZEROS.
       77  WRK-QT-ABAIXO    PIC 9(07) VALUE ZEROS.
       77  WRK-QT-NEGATIVOS PIC 9(07) VALUE ZEROS.
       77  WRK-QT-SEM-CAD   PIC 9(07) VALUE ZEROS.
       01  WRK-LINHA-DET.
           05 WRK-DET-PRODUTO PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-DET-DESCR   PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-DET-FILIAL  PIC 9(03).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-DET-SALDO   PIC -Z.ZZZ.ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-DET-PONTO   PIC Z.ZZZ.ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-DET-REPOR   PIC Z.ZZZ.ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-DET-ULT-SAIDA PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-DET-SITUACAO PIC X(17).
       01  WRK-LINHA-REL PIC X(100).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBPOSE' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-CAPTURAR-FILTROS.
           PERFORM 0150-ABRIR-ARQUIVOS.
           IF NOT ERRO-ABERTURA
               PERFORM 0200-GRAVAR-CABECALHO
               PERFORM 0210-LER-ESTOQUE
               PERFORM 0220-PROCESSAR-ITEM UNTIL FIM-ESTOQUE
               PERFORM 0300-GRAVAR-TOTAIS
           END-IF.
           PERFORM 0350-FECHAR-ARQUIVOS.
           DISPLAY '---------------------'.
           DISPLAY 'SALDOS LIDOS..........: ' WRK-QT-LIDOS.
           DISPLAY 'ITENS LISTADOS........: ' WRK-QT-LISTADOS.
           DISPLAY 'ABAIXO DO MINIMO......: ' WRK-QT-ABAIXO.
           DISPLAY 'ESTOQUE NEGATIVO......: ' WRK-QT-NEGATIVOS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           STRING 'POSICAO ESTOQUE FIL ' WRK-FILIAL-FIL ' '
               WRK-QT-ABAIXO ' ABAIXO MIN ' WRK-QT-NEGATIVOS
               ' NEGATIVOS' DELIMITED BY SIZE
               INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
           PERFORM 0906-FECHAR-LOG.
      * RETORNO 4 = HA ITEM A REPOR OU NEGATIVO / 8 = ERRO DE
      * ABERTURA
           EVALUATE TRUE
               WHEN ERRO-ABERTURA
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QT-ABAIXO > ZEROS OR WRK-QT-NEGATIVOS > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       0100-CAPTURAR-FILTROS.
           MOVE SPACES TO WRK-FIL-ENT.
           PERFORM UNTIL WRK-FIL-ENT IS NUMERIC
               DISPLAY 'FILIAL (000 = TODAS): '
               ACCEPT WRK-FIL-ENT FROM CONSOLE
               IF WRK-FIL-ENT NOT NUMERIC
                   DISPLAY 'FILIAL INVALIDA - INFORME 3 DIGITOS'
                       ' COM ZEROS A ESQUERDA'
               END-IF
           END-PERFORM.
           MOVE WRK-FIL-ENT TO WRK-FILIAL-FIL.
           DISPLAY 'SO ITENS A REPOR/NEGATIVOS (S/N): '.
           ACCEPT WRK-SO-EXCECOES FROM CONSOLE.
      * SEM PRODUTDB O RELATORIO SAI SEM DESCRICAO E SEM PONTO
      * DE PEDIDO (SO OS NEGATIVOS SAO MARCADOS)
       0150-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-ESTOQUE.
           IF WRK-FS-ESQ = '00'
               SET ESTOQUE-ABERTO TO TRUE
           ELSE
               IF WRK-FS-ESQ = '35'
                   DISPLAY 'ESTOQUE AINDA SEM MOVIMENTO'
               ELSE
                   DISPLAY 'ERRO AO ABRIR ESTOQUE.DAT - FS=' WRK-FS-ESQ
               END-IF
               SET ERRO-ABERTURA TO TRUE
           END-IF.
           OPEN INPUT ARQ-PRODUTOS.
           IF WRK-FS-PROD = '00'
               SET PRODUTOS-DISPONIVEIS TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR PRODUTDB.DAT - FS=' WRK-FS-PROD
           END-IF.
           OPEN OUTPUT REL-ESTOQUE.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR REL-ESTOQUE - FS='
                   WRK-FS-RELATORIO
               SET ERRO-ABERTURA TO TRUE
           END-IF.
       0200-GRAVAR-CABECALHO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'POSICAO DE ESTOQUE - FILIAL ' WRK-FILIAL-FIL
               ' (000 = TODAS) - EMITIDA EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'PRODUT DESCRICAO            FIL      SALDO'
               '  PT PEDIDO     REPOR ULT SAID SITUACAO'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
       0210-LER-ESTOQUE.
           READ ARQ-ESTOQUE NEXT RECORD
               AT END
                   SET FIM-ESTOQUE TO TRUE
           END-READ.
       0220-PROCESSAR-ITEM.
           IF WRK-FILIAL-FIL = ZEROS OR ESQ-FILIAL = WRK-FILIAL-FIL
               ADD 1 TO WRK-QT-LIDOS
               PERFORM 0230-AVALIAR-ITEM
               IF NOT LISTAR-SO-EXCECOES OR WRK-SITUACAO NOT = SPACES
                   PERFORM 0240-IMPRIMIR-ITEM
               END-IF
           END-IF.
           PERFORM 0210-LER-ESTOQUE.
      * PONTO DE PEDIDO VALE PARA O PRODUTO EM CADA FILIAL -
      * SALDO IGUAL AO PONTO AINDA NAO PEDE REPOSICAO
       0230-AVALIAR-ITEM.
           MOVE ZEROS TO WRK-PONTO-PEDIDO WRK-A-REPOR.
           MOVE SPACES TO WRK-SITUACAO.
           MOVE '* SEM CADASTRO *' TO WRK-DET-DESCR.
           IF PRODUTOS-DISPONIVEIS
               MOVE ESQ-PRODUTO TO REG-PROD-CODIGO
               READ ARQ-PRODUTOS
                   INVALID KEY
                       ADD 1 TO WRK-QT-SEM-CAD
                   NOT INVALID KEY
                       MOVE REG-PROD-DESCRICAO TO WRK-DET-DESCR
                       IF REG-PROD-PONTO-PEDIDO IS NUMERIC
                           MOVE REG-PROD-PONTO-PEDIDO
                               TO WRK-PONTO-PEDIDO
                       END-IF
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN ESQ-SALDO < ZEROS
                   MOVE 'ESTOQUE NEGATIVO' TO WRK-SITUACAO
                   ADD 1 TO WRK-QT-NEGATIVOS
                   COMPUTE WRK-A-REPOR = WRK-PONTO-PEDIDO - ESQ-SALDO
               WHEN ESQ-SALDO < WRK-PONTO-PEDIDO
                   MOVE 'ABAIXO DO MINIMO' TO WRK-SITUACAO
                   ADD 1 TO WRK-QT-ABAIXO
                   COMPUTE WRK-A-REPOR = WRK-PONTO-PEDIDO - ESQ-SALDO
           END-EVALUATE.
       0240-IMPRIMIR-ITEM.
           ADD 1 TO WRK-QT-LISTADOS.
           MOVE ESQ-PRODUTO TO WRK-DET-PRODUTO.
           MOVE ESQ-FILIAL TO WRK-DET-FILIAL.
           MOVE ESQ-SALDO TO WRK-DET-SALDO.
           MOVE WRK-PONTO-PEDIDO TO WRK-DET-PONTO.
           MOVE WRK-A-REPOR TO WRK-DET-REPOR.
           MOVE ESQ-DATA-ULT-SAIDA TO WRK-DET-ULT-SAIDA.
           MOVE WRK-SITUACAO TO WRK-DET-SITUACAO.
           MOVE WRK-LINHA-DET TO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
       0300-GRAVAR-TOTAIS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '----------------------------------------'
               '----------------------------------------'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'SALDOS LIDOS..........: ' WRK-QT-LIDOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'ABAIXO DO MINIMO......: ' WRK-QT-ABAIXO
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'ESTOQUE NEGATIVO......: ' WRK-QT-NEGATIVOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           IF WRK-QT-SEM-CAD > ZEROS
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'PRODUTO SEM CADASTRO..: ' WRK-QT-SEM-CAD
                   ' (VER PROGCOBPROD)' DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               PERFORM 0390-GRAVAR-LINHA-REL
           END-IF.
       0350-FECHAR-ARQUIVOS.
           IF ESTOQUE-ABERTO
               CLOSE ARQ-ESTOQUE
           END-IF.
           IF PRODUTOS-DISPONIVEIS
               CLOSE ARQ-PRODUTOS
           END-IF.
           IF WRK-FS-RELATORIO = '00'
               CLOSE REL-ESTOQUE
           END-IF.
       0390-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELESTQ - FS='
                   WRK-FS-RELATORIO
           END-IF.
           COPY 'BOOKLOGWRT.COB'.
