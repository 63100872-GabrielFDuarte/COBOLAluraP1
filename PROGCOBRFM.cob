       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBRFM.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SEGMENTACAO DE CLIENTES POR RECENCIA,
      * FREQUENCIA E VALOR (RFM) SOBRE O RAZAO DE COMPRAS
      * CLICOMPR.DAT NA FAIXA DE DATAS PEDIDA
      * CADA CPF ATIVO NO CADASTRO DE CLIENTES RECEBE NOTA DE 1 A
      * 5 EM RECENCIA (DIAS DA ULTIMA COMPRA ATE A DATA FINAL),
      * FREQUENCIA E VALOR (COMPRAS E VALOR NA FAIXA, CONTRA A
      * MEDIA DOS CLIENTES ANALISADOS) E CAI EM UM SEGMENTO:
      * DORMENTE - SEM COMPRA HA MAIS DE RFM-DIAS-DORMENTE
      * EM RISCO - SEM COMPRA HA MAIS DE RFM-DIAS-RISCO
      * NOVO     - PRIMEIRA COMPRA NOS ULTIMOS RFM-DIAS-NOVO
      * MELHOR   - NOTA 4 OU 5 NAS TRES DIMENSOES
      * REGULAR  - OS DEMAIS
      * (PRAZOS NO PARAMDB.DAT - DEFAULT 90 / 180 / 90 DIAS)
      * FILIAL DE ORIGEM = FILIAL ONDE O CLIENTE MAIS COMPROU
      * RELATORIO NO DD RELRFM - RESUMO POR SEGMENTO, CLIENTES
      * POR FILIAL DE ORIGEM E VALOR POR FORMA DE PAGAMENTO -
      * E EXTRATO DOS DORMENTES PARA CAMPANHA NO DD EXTDORM
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKCCLSEL.COB'.
           COPY 'BOOKCLISEL.COB'.
           COPY 'BOOKFILSEL.COB'.
           COPY 'BOOKPARSEL.COB'.
           SELECT REL-SEGMENTACAO ASSIGN TO RELRFM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT ARQ-DORMENTES ASSIGN TO EXTDORM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKCCLFD.COB'.
           COPY 'BOOKCLIFD.COB'.
           COPY 'BOOKFILFD.COB'.
           COPY 'BOOKPARFD.COB'.
       FD  REL-SEGMENTACAO.
       01  REG-RELATORIO    PIC X(100).
      * EXTRATO DE CAMPANHA - UM CLIENTE DORMENTE POR LINHA
       FD  ARQ-DORMENTES.
       01  REG-DORMENTE     PIC X(80).
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKCCLWS.COB'.
           COPY 'BOOKCLIWS.COB'.
           COPY 'BOOKFILWS.COB'.
           COPY 'BOOKPARWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-FS-EXTRATO   PIC X(02) VALUE '00'.
       77  WRK-DATA-INI-ENT PIC X(08) VALUE SPACES.
       77  WRK-DATA-FIM-ENT PIC X(08) VALUE SPACES.
       77  WRK-DATA-INI     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM     PIC 9(08) VALUE ZEROS.
       77  WRK-INT-FIM      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-VALIDA  PIC X(01) VALUE 'N'.
           88 DATA-VALIDA VALUE 'S'.
       77  WRK-DIAS-RISCO   PIC 9(05) VALUE ZEROS.
       77  WRK-DIAS-DORMENTE PIC 9(05) VALUE ZEROS.
       77  WRK-DIAS-NOVO    PIC 9(05) VALUE ZEROS.
       77  WRK-FIM-COMPRAS  PIC X(01) VALUE 'N'.
           88 FIM-COMPRAS VALUE 'S'.
       77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA VALUE 'S'.
       77  WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 CLIENTES-OMITIDOS VALUE 'S'.
       77  WRK-QT-LIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QT-POSTERIOR PIC 9(07) VALUE ZEROS.
       77  WRK-QT-PERDIDOS  PIC 9(07) VALUE ZEROS.
       77  WRK-QT-CLIENTES  PIC 9(04) VALUE ZEROS.
       77  WRK-QT-ANALISADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QT-INATIVOS  PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SEM-CAD   PIC 9(05) VALUE ZEROS.
       77  WRK-QT-COM-COMPRA PIC 9(05) VALUE ZEROS.
       77  WRK-QT-EXTRAIDOS PIC 9(05) VALUE ZEROS.
       77  WRK-QT-FILIAIS   PIC 9(02) VALUE ZEROS.
       77  WRK-IDX          PIC 9(04) VALUE ZEROS.
       77  WRK-IDX2         PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ACHOU    PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-MENOR    PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-PGT      PIC 9(01) VALUE ZEROS.
       77  WRK-IDX-SEG      PIC 9(01) VALUE ZEROS.
       77  WRK-IDX-FIL      PIC 9(02) VALUE ZEROS.
       77  WRK-MAIOR-QT     PIC 9(05) VALUE ZEROS.
       77  WRK-RECENCIA     PIC 9(05) VALUE ZEROS.
       77  WRK-DIAS-CLIENTE PIC 9(05) VALUE ZEROS.
       77  WRK-NOTA-R       PIC 9(01) VALUE ZEROS.
       77  WRK-NOTA-F       PIC 9(01) VALUE ZEROS.
       77  WRK-NOTA-M       PIC 9(01) VALUE ZEROS.
       77  WRK-SOMA-FREQ    PIC 9(09) VALUE ZEROS.
       77  WRK-SOMA-VALOR   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-MEDIA-FREQ   PIC 9(05)V99 VALUE ZEROS.
       77  WRK-MEDIA-VALOR  PIC S9(09)V99 VALUE ZEROS.
       77  WRK-TICKET       PIC S9(09)V99 VALUE ZEROS.
       77  WRK-REC-MEDIA    PIC 9(05) VALUE ZEROS.
       77  WRK-MEDIA-ED     PIC ZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      * CLIENTES DO RAZAO ATE A DATA FINAL - COMPRAS ANTERIORES
      * A FAIXA SO CONTAM PARA PRIMEIRA/ULTIMA COMPRA, TOTAIS
      * DE VIDA E FILIAL DE ORIGEM
       01  WRK-CLIENTES-TAB.
           05 WRK-CLT-ENT OCCURS 5000 TIMES.
              10 WRK-CLT-CPF       PIC X(11).
              10 WRK-CLT-NOME      PIC X(30).
              10 WRK-CLT-SITUACAO  PIC X(01).
                 88 CLT-ANALISADO   VALUE 'A'.
              10 WRK-CLT-PRIMEIRA  PIC 9(08).
              10 WRK-CLT-ULTIMA    PIC 9(08).
              10 WRK-CLT-QT-TOTAL  PIC 9(05).
              10 WRK-CLT-VLR-TOTAL PIC S9(09)V99.
              10 WRK-CLT-FREQ      PIC 9(05).
              10 WRK-CLT-VALOR     PIC S9(09)V99.
              10 WRK-CLT-FIL-ENT OCCURS 5 TIMES.
                 15 WRK-CLT-FIL-COD PIC 9(03).
                 15 WRK-CLT-FIL-QT  PIC 9(05).
              10 WRK-CLT-PGT-QT    PIC 9(05) OCCURS 5 TIMES.
              10 WRK-CLT-PGT-VALOR PIC S9(09)V99 OCCURS 5 TIMES.
              10 WRK-CLT-CASA      PIC 9(03).
              10 WRK-CLT-SEGMENTO  PIC 9(01).
       01  WRK-NOMES-SEGMENTO.
           05 FILLER PIC X(10) VALUE 'MELHOR'.
           05 FILLER PIC X(10) VALUE 'EM RISCO'.
           05 FILLER PIC X(10) VALUE 'DORMENTE'.
           05 FILLER PIC X(10) VALUE 'NOVO'.
           05 FILLER PIC X(10) VALUE 'REGULAR'.
       01  WRK-NOMES-SEGMENTO-R REDEFINES WRK-NOMES-SEGMENTO.
           05 WRK-NOME-SEGMENTO PIC X(10) OCCURS 5 TIMES.
       01  WRK-NOMES-PAGTO.
           05 FILLER PIC X(12) VALUE 'DINHEIRO'.
           05 FILLER PIC X(12) VALUE 'CARTAO'.
           05 FILLER PIC X(12) VALUE 'CREDIARIO'.
           05 FILLER PIC X(12) VALUE 'PONTOS'.
           05 FILLER PIC X(12) VALUE 'OUTROS'.
       01  WRK-NOMES-PAGTO-R REDEFINES WRK-NOMES-PAGTO.
           05 WRK-NOME-PAGTO PIC X(12) OCCURS 5 TIMES.
       01  WRK-SEGMENTOS-TAB.
           05 WRK-SEG-ENT OCCURS 5 TIMES.
              10 WRK-SEG-CLIENTES PIC 9(05).
              10 WRK-SEG-COMPRAS  PIC 9(07).
              10 WRK-SEG-VALOR    PIC S9(11)V99.
              10 WRK-SEG-RECENCIA PIC 9(09).
              10 WRK-SEG-PGT-VALOR PIC S9(11)V99 OCCURS 5 TIMES.
       01  WRK-FILIAIS-TAB.
           05 WRK-FIL-ENT OCCURS 50 TIMES.
              10 WRK-FIL-COD      PIC 9(03).
              10 WRK-FIL-SEG-QT   PIC 9(05) OCCURS 5 TIMES.
              10 WRK-FIL-TOTAL    PIC 9(05).
       01  WRK-FIL-TROCA        PIC X(33).
       01  WRK-LINHA-SEG.
           05 WRK-LSG-NOME     PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LSG-CLIENTES PIC ZZZ.ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LSG-COMPRAS  PIC Z.ZZZ.ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LSG-VALOR    PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LSG-TICKET   PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LSG-RECENCIA PIC ZZ.ZZ9.
           05 FILLER           PIC X(05) VALUE ' DIAS'.
       01  WRK-LINHA-FIL.
           05 WRK-LFL-COD      PIC 9(03).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LFL-NOME     PIC X(20).
           05 WRK-LFL-COL OCCURS 6 TIMES.
              10 FILLER        PIC X(04).
              10 WRK-LFL-QT    PIC ZZ.ZZ9.
       01  WRK-LINHA-PGT.
           05 WRK-LPG-NOME     PIC X(12).
           05 WRK-LPG-COL OCCURS 6 TIMES.
              10 FILLER        PIC X(01).
              10 WRK-LPG-VALOR PIC -Z.ZZZ.ZZ9,99.
      * LINHA DO EXTRATO DE DORMENTES (DD EXTDORM)
       01  WRK-LINHA-DORMENTE.
           05 WRK-LDR-CPF      PIC X(11).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LDR-NOME     PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LDR-ULTIMA-COMPRA PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LDR-DIAS     PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LDR-FILIAL   PIC 9(03).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LDR-QT-COMPRAS PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LDR-VALOR-TOTAL PIC S9(09)V99 SIGN IS TRAILING
               SEPARATE.
       01  WRK-LINHA-REL PIC X(100).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBRFM' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           PERFORM 0100-CAPTURAR-FAIXA.
           PERFORM 0150-CARREGAR-PRAZOS.
           PERFORM 0160-ZERAR-SEGMENTO
               VARYING WRK-IDX-SEG FROM 1 BY 1
               UNTIL WRK-IDX-SEG > 5.
           PERFORM 0200-LER-COMPRAS.
           IF NOT ERRO-ABERTURA
               PERFORM 0300-CONFERIR-CADASTRO
           END-IF.
           IF NOT ERRO-ABERTURA
               PERFORM 0400-SEGMENTAR-CLIENTE
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-CLIENTES
               PERFORM 0450-ORDENAR-FILIAIS
               PERFORM 0500-IMPRIMIR-RELATORIO
               PERFORM 0600-GERAR-EXTRATO
           END-IF.
           DISPLAY '---------------------'.
           DISPLAY 'COMPRAS LIDAS.........: ' WRK-QT-LIDOS.
           DISPLAY 'CLIENTES ANALISADOS...: ' WRK-QT-ANALISADOS.
           DISPLAY 'DORMENTES EXTRAIDOS...: ' WRK-QT-EXTRAIDOS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           STRING 'SEGMENTACAO RFM ' WRK-DATA-INI ' A ' WRK-DATA-FIM
               ' - ' WRK-QT-ANALISADOS ' CLIENTES' DELIMITED BY SIZE
               INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
           PERFORM 0906-FECHAR-LOG.
      * RETORNO 4 = TABELA DE CLIENTES CHEIA (ANALISE PARCIAL)
      * / 8 = ERRO DE ABERTURA
           EVALUATE TRUE
               WHEN ERRO-ABERTURA
                   MOVE 8 TO RETURN-CODE
               WHEN CLIENTES-OMITIDOS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       0100-CAPTURAR-FAIXA.
           MOVE 'N' TO WRK-DATA-VALIDA.
           PERFORM UNTIL DATA-VALIDA
               DISPLAY 'DATA INICIAL (AAAAMMDD): '
               ACCEPT WRK-DATA-INI-ENT FROM CONSOLE
               IF WRK-DATA-INI-ENT IS NUMERIC
                   MOVE WRK-DATA-INI-ENT TO WRK-DATA-INI
                   IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-INI) = 0
                       SET DATA-VALIDA TO TRUE
                   END-IF
               END-IF
               IF NOT DATA-VALIDA
                   DISPLAY 'DATA INVALIDA - INFORME AAAAMMDD'
               END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-DATA-VALIDA.
           PERFORM UNTIL DATA-VALIDA
               DISPLAY 'DATA FINAL (AAAAMMDD): '
               ACCEPT WRK-DATA-FIM-ENT FROM CONSOLE
               IF WRK-DATA-FIM-ENT IS NUMERIC
                   MOVE WRK-DATA-FIM-ENT TO WRK-DATA-FIM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-FIM) = 0
                           AND WRK-DATA-FIM NOT < WRK-DATA-INI
                       SET DATA-VALIDA TO TRUE
                   END-IF
               END-IF
               IF NOT DATA-VALIDA
                   DISPLAY 'DATA INVALIDA - INFORME AAAAMMDD MAIOR'
                       ' OU IGUAL A DATA INICIAL'
               END-IF
           END-PERFORM.
           COMPUTE WRK-INT-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-FIM).
       0150-CARREGAR-PRAZOS.
           MOVE 'RFM-DIAS-RISCO' TO WRK-PARAM-CHAVE.
           MOVE 90 TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           MOVE WRK-PARAM-VALOR TO WRK-DIAS-RISCO.
           MOVE 'RFM-DIAS-DORMENTE' TO WRK-PARAM-CHAVE.
           MOVE 180 TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           MOVE WRK-PARAM-VALOR TO WRK-DIAS-DORMENTE.
           MOVE 'RFM-DIAS-NOVO' TO WRK-PARAM-CHAVE.
           MOVE 90 TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           MOVE WRK-PARAM-VALOR TO WRK-DIAS-NOVO.
      * PRAZO DE DORMENTE MENOR QUE O DE RISCO ESVAZIARIA O
      * SEGMENTO EM RISCO - OS DOIS PASSAM A VALER O MAIOR
           IF WRK-DIAS-DORMENTE < WRK-DIAS-RISCO
               DISPLAY 'RFM-DIAS-DORMENTE MENOR QUE RFM-DIAS-RISCO'
                   ' - ASSUMIDO ' WRK-DIAS-RISCO
               MOVE WRK-DIAS-RISCO TO WRK-DIAS-DORMENTE
           END-IF.
       0160-ZERAR-SEGMENTO.
           MOVE ZEROS TO WRK-SEG-CLIENTES(WRK-IDX-SEG)
               WRK-SEG-COMPRAS(WRK-IDX-SEG)
               WRK-SEG-VALOR(WRK-IDX-SEG)
               WRK-SEG-RECENCIA(WRK-IDX-SEG).
           PERFORM VARYING WRK-IDX-PGT FROM 1 BY 1
                   UNTIL WRK-IDX-PGT > 5
               MOVE ZEROS TO WRK-SEG-PGT-VALOR(WRK-IDX-SEG, WRK-IDX-PGT)
           END-PERFORM.
       0200-LER-COMPRAS.
           MOVE 'N' TO WRK-FIM-COMPRAS.
           OPEN INPUT ARQ-COMPRAS-CLI.
           IF WRK-FS-CCL NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLICOMPR.DAT - FS=' WRK-FS-CCL
               SET ERRO-ABERTURA TO TRUE
           ELSE
               PERFORM 0210-LER-COMPRA
               PERFORM 0220-ACUMULAR-COMPRA UNTIL FIM-COMPRAS
               CLOSE ARQ-COMPRAS-CLI
               IF WRK-FS-CCL NOT = '00'
                   DISPLAY 'ERRO AO FECHAR CLICOMPR.DAT - FS='
                       WRK-FS-CCL
               END-IF
           END-IF.
       0210-LER-COMPRA.
           READ ARQ-COMPRAS-CLI
               AT END
                   SET FIM-COMPRAS TO TRUE
           END-READ.
      * COMPRA POSTERIOR A DATA FINAL NAO EXISTE PARA A ANALISE
       0220-ACUMULAR-COMPRA.
           ADD 1 TO WRK-QT-LIDOS.
           IF CCL-DATA > WRK-DATA-FIM
               ADD 1 TO WRK-QT-POSTERIOR
           ELSE
               PERFORM 0230-LOCALIZAR-CLIENTE
               IF WRK-IDX-ACHOU > ZEROS
                   PERFORM 0240-SOMAR-COMPRA
               END-IF
           END-IF.
           PERFORM 0210-LER-COMPRA.
       0230-LOCALIZAR-CLIENTE.
           MOVE ZEROS TO WRK-IDX-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-CLIENTES
               IF WRK-CLT-CPF(WRK-IDX) = CCL-CPF
                   MOVE WRK-IDX TO WRK-IDX-ACHOU
                   MOVE WRK-QT-CLIENTES TO WRK-IDX
               END-IF
           END-PERFORM.
           IF WRK-IDX-ACHOU = ZEROS
               IF WRK-QT-CLIENTES < 5000
                   ADD 1 TO WRK-QT-CLIENTES
                   MOVE WRK-QT-CLIENTES TO WRK-IDX-ACHOU
                   PERFORM 0235-INICIAR-CLIENTE
               ELSE
                   ADD 1 TO WRK-QT-PERDIDOS
                   IF NOT CLIENTES-OMITIDOS
                       DISPLAY 'TABELA DE CLIENTES CHEIA - CPFS'
                           ' SEGUINTES FORA DA ANALISE'
                       SET CLIENTES-OMITIDOS TO TRUE
                   END-IF
               END-IF
           END-IF.
       0235-INICIAR-CLIENTE.
           MOVE CCL-CPF TO WRK-CLT-CPF(WRK-IDX-ACHOU).
           MOVE SPACES TO WRK-CLT-NOME(WRK-IDX-ACHOU).
           MOVE SPACE TO WRK-CLT-SITUACAO(WRK-IDX-ACHOU).
           MOVE CCL-DATA TO WRK-CLT-PRIMEIRA(WRK-IDX-ACHOU).
           MOVE CCL-DATA TO WRK-CLT-ULTIMA(WRK-IDX-ACHOU).
           MOVE ZEROS TO WRK-CLT-QT-TOTAL(WRK-IDX-ACHOU)
               WRK-CLT-VLR-TOTAL(WRK-IDX-ACHOU)
               WRK-CLT-FREQ(WRK-IDX-ACHOU)
               WRK-CLT-VALOR(WRK-IDX-ACHOU)
               WRK-CLT-CASA(WRK-IDX-ACHOU)
               WRK-CLT-SEGMENTO(WRK-IDX-ACHOU).
           PERFORM VARYING WRK-IDX2 FROM 1 BY 1 UNTIL WRK-IDX2 > 5
               MOVE ZEROS TO WRK-CLT-FIL-COD(WRK-IDX-ACHOU, WRK-IDX2)
                   WRK-CLT-FIL-QT(WRK-IDX-ACHOU, WRK-IDX2)
                   WRK-CLT-PGT-QT(WRK-IDX-ACHOU, WRK-IDX2)
                   WRK-CLT-PGT-VALOR(WRK-IDX-ACHOU, WRK-IDX2)
           END-PERFORM.
      * O RAZAO E GRAVADO NA ORDEM DO PROCESSAMENTO DIARIO, MAS
      * UM REPROCESSAMENTO PODE TRAZER DATA ANTIGA DEPOIS - POR
      * ISSO PRIMEIRA E ULTIMA SAO COMPARADAS, NAO SUPOSTAS
       0240-SOMAR-COMPRA.
           IF CCL-DATA < WRK-CLT-PRIMEIRA(WRK-IDX-ACHOU)
               MOVE CCL-DATA TO WRK-CLT-PRIMEIRA(WRK-IDX-ACHOU)
           END-IF.
           IF CCL-DATA > WRK-CLT-ULTIMA(WRK-IDX-ACHOU)
               MOVE CCL-DATA TO WRK-CLT-ULTIMA(WRK-IDX-ACHOU)
           END-IF.
           ADD 1 TO WRK-CLT-QT-TOTAL(WRK-IDX-ACHOU).
           ADD CCL-VALOR TO WRK-CLT-VLR-TOTAL(WRK-IDX-ACHOU).
           PERFORM 0245-CONTAR-FILIAL.
           IF CCL-DATA >= WRK-DATA-INI
               ADD 1 TO WRK-CLT-FREQ(WRK-IDX-ACHOU)
               ADD CCL-VALOR TO WRK-CLT-VALOR(WRK-IDX-ACHOU)
               EVALUATE CCL-TIPO-PGTO
                   WHEN 'D'
                       MOVE 1 TO WRK-IDX-PGT
                   WHEN 'C'
                       MOVE 2 TO WRK-IDX-PGT
                   WHEN 'R'
                       MOVE 3 TO WRK-IDX-PGT
                   WHEN 'P'
                       MOVE 4 TO WRK-IDX-PGT
                   WHEN OTHER
                       MOVE 5 TO WRK-IDX-PGT
               END-EVALUATE
               ADD 1 TO WRK-CLT-PGT-QT(WRK-IDX-ACHOU, WRK-IDX-PGT)
               ADD CCL-VALOR
                   TO WRK-CLT-PGT-VALOR(WRK-IDX-ACHOU, WRK-IDX-PGT)
           END-IF.
      * ATE 5 FILIAIS POR CLIENTE - A SEXTA FILIAL EM DIANTE NAO
      * DISPUTA A FILIAL DE ORIGEM
       0245-CONTAR-FILIAL.
           MOVE ZEROS TO WRK-IDX-FIL.
           PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                   UNTIL WRK-IDX2 > 5 OR WRK-IDX-FIL > ZEROS
               IF WRK-CLT-FIL-QT(WRK-IDX-ACHOU, WRK-IDX2) = ZEROS
                   MOVE CCL-FILIAL
                       TO WRK-CLT-FIL-COD(WRK-IDX-ACHOU, WRK-IDX2)
               END-IF
               IF WRK-CLT-FIL-COD(WRK-IDX-ACHOU, WRK-IDX2)
                       = CCL-FILIAL
                   MOVE WRK-IDX2 TO WRK-IDX-FIL
               END-IF
           END-PERFORM.
           IF WRK-IDX-FIL > ZEROS
               ADD 1 TO WRK-CLT-FIL-QT(WRK-IDX-ACHOU, WRK-IDX-FIL)
           END-IF.
      * SO CPF ATIVO NO CADASTRO E SEGMENTADO - O NOME VEM DAQUI
      * PARA O EXTRATO, E AS MEDIAS DE FREQUENCIA E VALOR SAO
      * TIRADAS DOS CLIENTES ANALISADOS QUE COMPRARAM NA FAIXA
       0300-CONFERIR-CADASTRO.
           OPEN INPUT ARQ-CLIENTES.
           IF WRK-FS-CLI NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTDB.DAT - FS=' WRK-FS-CLI
               SET ERRO-ABERTURA TO TRUE
           ELSE
               PERFORM 0310-CONFERIR-CLIENTE
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-CLIENTES
               CLOSE ARQ-CLIENTES
               IF WRK-FS-CLI NOT = '00'
                   DISPLAY 'ERRO AO FECHAR CLIENTDB.DAT - FS='
                       WRK-FS-CLI
               END-IF
               IF WRK-QT-COM-COMPRA > ZEROS
                   COMPUTE WRK-MEDIA-FREQ ROUNDED =
                       WRK-SOMA-FREQ / WRK-QT-COM-COMPRA
                   COMPUTE WRK-MEDIA-VALOR ROUNDED =
                       WRK-SOMA-VALOR / WRK-QT-COM-COMPRA
               END-IF
           END-IF.
       0310-CONFERIR-CLIENTE.
           MOVE WRK-CLT-CPF(WRK-IDX) TO REG-CLI-CPF.
           READ ARQ-CLIENTES
               INVALID KEY
                   ADD 1 TO WRK-QT-SEM-CAD
               NOT INVALID KEY
                   IF CLIENTE-ATIVO
                       MOVE 'A' TO WRK-CLT-SITUACAO(WRK-IDX)
                       MOVE REG-CLI-NOME TO WRK-CLT-NOME(WRK-IDX)
                       ADD 1 TO WRK-QT-ANALISADOS
                       PERFORM 0320-DEFINIR-FILIAL-ORIGEM
                       IF WRK-CLT-FREQ(WRK-IDX) > ZEROS
                           ADD 1 TO WRK-QT-COM-COMPRA
                           ADD WRK-CLT-FREQ(WRK-IDX) TO WRK-SOMA-FREQ
                           ADD WRK-CLT-VALOR(WRK-IDX)
                               TO WRK-SOMA-VALOR
                       END-IF
                   ELSE
                       ADD 1 TO WRK-QT-INATIVOS
                   END-IF
           END-READ.
      * EMPATE FICA COM A FILIAL DA PRIMEIRA COMPRA
       0320-DEFINIR-FILIAL-ORIGEM.
           MOVE ZEROS TO WRK-MAIOR-QT.
           PERFORM VARYING WRK-IDX2 FROM 1 BY 1 UNTIL WRK-IDX2 > 5
               IF WRK-CLT-FIL-QT(WRK-IDX, WRK-IDX2) > WRK-MAIOR-QT
                   MOVE WRK-CLT-FIL-QT(WRK-IDX, WRK-IDX2)
                       TO WRK-MAIOR-QT
                   MOVE WRK-CLT-FIL-COD(WRK-IDX, WRK-IDX2)
                       TO WRK-CLT-CASA(WRK-IDX)
               END-IF
           END-PERFORM.
       0400-SEGMENTAR-CLIENTE.
           IF CLT-ANALISADO(WRK-IDX)
               COMPUTE WRK-RECENCIA = WRK-INT-FIM
                   - FUNCTION INTEGER-OF-DATE(WRK-CLT-ULTIMA(WRK-IDX))
               COMPUTE WRK-DIAS-CLIENTE = WRK-INT-FIM
                 - FUNCTION INTEGER-OF-DATE(WRK-CLT-PRIMEIRA(WRK-IDX))
               PERFORM 0410-PONTUAR-CLIENTE
               EVALUATE TRUE
                   WHEN WRK-RECENCIA > WRK-DIAS-DORMENTE
                       MOVE 3 TO WRK-IDX-SEG
                   WHEN WRK-RECENCIA > WRK-DIAS-RISCO
                       MOVE 2 TO WRK-IDX-SEG
                   WHEN WRK-DIAS-CLIENTE <= WRK-DIAS-NOVO
                       MOVE 4 TO WRK-IDX-SEG
                   WHEN WRK-NOTA-R >= 4 AND WRK-NOTA-F >= 4
                           AND WRK-NOTA-M >= 4
                       MOVE 1 TO WRK-IDX-SEG
                   WHEN OTHER
                       MOVE 5 TO WRK-IDX-SEG
               END-EVALUATE
               MOVE WRK-IDX-SEG TO WRK-CLT-SEGMENTO(WRK-IDX)
               PERFORM 0420-ACUMULAR-SEGMENTO
               PERFORM 0430-ACUMULAR-FILIAL
           END-IF.
      * RECENCIA EM TERCOS DO PRAZO DE RISCO - FREQUENCIA E
      * VALOR CONTRA A MEDIA (METADE, MEDIA E DOBRO)
       0410-PONTUAR-CLIENTE.
           EVALUATE TRUE
               WHEN WRK-RECENCIA * 3 <= WRK-DIAS-RISCO
                   MOVE 5 TO WRK-NOTA-R
               WHEN WRK-RECENCIA * 3 <= WRK-DIAS-RISCO * 2
                   MOVE 4 TO WRK-NOTA-R
               WHEN WRK-RECENCIA <= WRK-DIAS-RISCO
                   MOVE 3 TO WRK-NOTA-R
               WHEN WRK-RECENCIA <= WRK-DIAS-DORMENTE
                   MOVE 2 TO WRK-NOTA-R
               WHEN OTHER
                   MOVE 1 TO WRK-NOTA-R
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WRK-CLT-FREQ(WRK-IDX) = ZEROS
                   MOVE 1 TO WRK-NOTA-F
               WHEN WRK-CLT-FREQ(WRK-IDX) * 2 < WRK-MEDIA-FREQ
                   MOVE 2 TO WRK-NOTA-F
               WHEN WRK-CLT-FREQ(WRK-IDX) < WRK-MEDIA-FREQ
                   MOVE 3 TO WRK-NOTA-F
               WHEN WRK-CLT-FREQ(WRK-IDX) < WRK-MEDIA-FREQ * 2
                   MOVE 4 TO WRK-NOTA-F
               WHEN OTHER
                   MOVE 5 TO WRK-NOTA-F
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WRK-CLT-VALOR(WRK-IDX) <= ZEROS
                   MOVE 1 TO WRK-NOTA-M
               WHEN WRK-CLT-VALOR(WRK-IDX) * 2 < WRK-MEDIA-VALOR
                   MOVE 2 TO WRK-NOTA-M
               WHEN WRK-CLT-VALOR(WRK-IDX) < WRK-MEDIA-VALOR
                   MOVE 3 TO WRK-NOTA-M
               WHEN WRK-CLT-VALOR(WRK-IDX) < WRK-MEDIA-VALOR * 2
                   MOVE 4 TO WRK-NOTA-M
               WHEN OTHER
                   MOVE 5 TO WRK-NOTA-M
           END-EVALUATE.
       0420-ACUMULAR-SEGMENTO.
           ADD 1 TO WRK-SEG-CLIENTES(WRK-IDX-SEG).
           ADD WRK-CLT-FREQ(WRK-IDX) TO WRK-SEG-COMPRAS(WRK-IDX-SEG).
           ADD WRK-CLT-VALOR(WRK-IDX) TO WRK-SEG-VALOR(WRK-IDX-SEG).
           ADD WRK-RECENCIA TO WRK-SEG-RECENCIA(WRK-IDX-SEG).
           PERFORM VARYING WRK-IDX-PGT FROM 1 BY 1
                   UNTIL WRK-IDX-PGT > 5
               ADD WRK-CLT-PGT-VALOR(WRK-IDX, WRK-IDX-PGT)
                   TO WRK-SEG-PGT-VALOR(WRK-IDX-SEG, WRK-IDX-PGT)
           END-PERFORM.
       0430-ACUMULAR-FILIAL.
           MOVE ZEROS TO WRK-IDX-ACHOU.
           PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                   UNTIL WRK-IDX2 > WRK-QT-FILIAIS
               IF WRK-FIL-COD(WRK-IDX2) = WRK-CLT-CASA(WRK-IDX)
                   MOVE WRK-IDX2 TO WRK-IDX-ACHOU
                   MOVE WRK-QT-FILIAIS TO WRK-IDX2
               END-IF
           END-PERFORM.
           IF WRK-IDX-ACHOU = ZEROS
               IF WRK-QT-FILIAIS < 50
                   ADD 1 TO WRK-QT-FILIAIS
                   MOVE WRK-QT-FILIAIS TO WRK-IDX-ACHOU
                   MOVE WRK-CLT-CASA(WRK-IDX)
                       TO WRK-FIL-COD(WRK-IDX-ACHOU)
                   MOVE ZEROS TO WRK-FIL-TOTAL(WRK-IDX-ACHOU)
                   PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                           UNTIL WRK-IDX2 > 5
                       MOVE ZEROS
                           TO WRK-FIL-SEG-QT(WRK-IDX-ACHOU, WRK-IDX2)
                   END-PERFORM
               ELSE
                   DISPLAY 'TABELA DE FILIAIS CHEIA - FILIAL '
                       WRK-CLT-CASA(WRK-IDX) ' FORA DA QUEBRA'
               END-IF
           END-IF.
           IF WRK-IDX-ACHOU > ZEROS
               ADD 1 TO WRK-FIL-SEG-QT(WRK-IDX-ACHOU, WRK-IDX-SEG)
               ADD 1 TO WRK-FIL-TOTAL(WRK-IDX-ACHOU)
           END-IF.
      * ORDENACAO POR SELECAO DO CODIGO DA FILIAL
       0450-ORDENAR-FILIAIS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX >= WRK-QT-FILIAIS
               MOVE WRK-IDX TO WRK-IDX-MENOR
               PERFORM VARYING WRK-IDX2 FROM WRK-IDX BY 1
                       UNTIL WRK-IDX2 > WRK-QT-FILIAIS
                   IF WRK-FIL-COD(WRK-IDX2)
                           < WRK-FIL-COD(WRK-IDX-MENOR)
                       MOVE WRK-IDX2 TO WRK-IDX-MENOR
                   END-IF
               END-PERFORM
               IF WRK-IDX-MENOR NOT = WRK-IDX
                   MOVE WRK-FIL-ENT(WRK-IDX) TO WRK-FIL-TROCA
                   MOVE WRK-FIL-ENT(WRK-IDX-MENOR)
                       TO WRK-FIL-ENT(WRK-IDX)
                   MOVE WRK-FIL-TROCA TO WRK-FIL-ENT(WRK-IDX-MENOR)
               END-IF
           END-PERFORM.
       0500-IMPRIMIR-RELATORIO.
           OPEN OUTPUT REL-SEGMENTACAO.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELRFM - FS=' WRK-FS-RELATORIO
               SET ERRO-ABERTURA TO TRUE
           ELSE
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'SEGMENTACAO RFM DE CLIENTES - COMPRAS DE '
                   WRK-DATA-INI ' A ' WRK-DATA-FIM
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0590-GRAVAR-LINHA-REL
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'PRAZOS: EM RISCO > ' WRK-DIAS-RISCO
                   ' DIAS  DORMENTE > ' WRK-DIAS-DORMENTE
                   ' DIAS  NOVO <= ' WRK-DIAS-NOVO ' DIAS'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0590-GRAVAR-LINHA-REL
               MOVE WRK-MEDIA-FREQ TO WRK-MEDIA-ED
               MOVE WRK-MEDIA-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'MEDIA NA FAIXA: COMPRAS ' WRK-MEDIA-ED
                   '  VALOR ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0590-GRAVAR-LINHA-REL
               PERFORM 0510-IMPRIMIR-SEGMENTOS
               PERFORM 0520-IMPRIMIR-FILIAIS
               PERFORM 0530-IMPRIMIR-PAGAMENTOS
               PERFORM 0540-GRAVAR-TOTAIS
               CLOSE REL-SEGMENTACAO
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO FECHAR RELRFM - FS='
                       WRK-FS-RELATORIO
               END-IF
           END-IF.
      * COMPRAS, VALOR E TICKET SAO DA FAIXA - RECENCIA MEDIA
      * ATE A DATA FINAL
       0510-IMPRIMIR-SEGMENTOS.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           STRING 'RESUMO POR SEGMENTO' DELIMITED BY SIZE
               INTO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'SEGMENTO   CLIENTES    COMPRAS            VALOR'
               '    TICKET MEDIO  RECENCIA MEDIA'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           PERFORM 0515-IMPRIMIR-SEGMENTO
               VARYING WRK-IDX-SEG FROM 1 BY 1
               UNTIL WRK-IDX-SEG > 5.
       0515-IMPRIMIR-SEGMENTO.
           MOVE WRK-NOME-SEGMENTO(WRK-IDX-SEG) TO WRK-LSG-NOME.
           MOVE WRK-SEG-CLIENTES(WRK-IDX-SEG) TO WRK-LSG-CLIENTES.
           MOVE WRK-SEG-COMPRAS(WRK-IDX-SEG) TO WRK-LSG-COMPRAS.
           MOVE WRK-SEG-VALOR(WRK-IDX-SEG) TO WRK-LSG-VALOR.
           MOVE ZEROS TO WRK-TICKET WRK-REC-MEDIA.
           IF WRK-SEG-COMPRAS(WRK-IDX-SEG) > ZEROS
               COMPUTE WRK-TICKET ROUNDED = WRK-SEG-VALOR(WRK-IDX-SEG)
                   / WRK-SEG-COMPRAS(WRK-IDX-SEG)
           END-IF.
           IF WRK-SEG-CLIENTES(WRK-IDX-SEG) > ZEROS
               COMPUTE WRK-REC-MEDIA ROUNDED =
                   WRK-SEG-RECENCIA(WRK-IDX-SEG)
                   / WRK-SEG-CLIENTES(WRK-IDX-SEG)
           END-IF.
           MOVE WRK-TICKET TO WRK-LSG-TICKET.
           MOVE WRK-REC-MEDIA TO WRK-LSG-RECENCIA.
           MOVE WRK-LINHA-SEG TO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
       0520-IMPRIMIR-FILIAIS.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           STRING 'CLIENTES POR FILIAL DE ORIGEM E SEGMENTO'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'FIL NOME                    MELHOR  EM RISCO'
               '  DORMENTE      NOVO   REGULAR     TOTAL'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           PERFORM 0525-IMPRIMIR-FILIAL
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-FILIAIS.
       0525-IMPRIMIR-FILIAL.
           MOVE SPACES TO WRK-LINHA-FIL.
           MOVE WRK-FIL-COD(WRK-IDX) TO WRK-LFL-COD.
           MOVE WRK-FIL-COD(WRK-IDX) TO WRK-FILGET-COD.
           PERFORM 0915-LER-FILIAL.
           MOVE WRK-FILGET-NOME TO WRK-LFL-NOME.
           PERFORM VARYING WRK-IDX-SEG FROM 1 BY 1
                   UNTIL WRK-IDX-SEG > 5
               MOVE WRK-FIL-SEG-QT(WRK-IDX, WRK-IDX-SEG)
                   TO WRK-LFL-QT(WRK-IDX-SEG)
           END-PERFORM.
           MOVE WRK-FIL-TOTAL(WRK-IDX) TO WRK-LFL-QT(6).
           MOVE WRK-LINHA-FIL TO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
      * VALOR COMPRADO NA FAIXA POR FORMA DE PAGAMENTO, NAS
      * COLUNAS DO SEGMENTO DO CLIENTE
       0530-IMPRIMIR-PAGAMENTOS.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           STRING 'VALOR NA FAIXA POR FORMA DE PAGAMENTO E SEGMENTO'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'PAGAMENTO           MELHOR      EM RISCO'
               '      DORMENTE          NOVO       REGULAR'
               '         TOTAL' DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           PERFORM 0535-IMPRIMIR-PAGAMENTO
               VARYING WRK-IDX-PGT FROM 1 BY 1
               UNTIL WRK-IDX-PGT > 5.
       0535-IMPRIMIR-PAGAMENTO.
           MOVE SPACES TO WRK-LINHA-PGT.
           MOVE WRK-NOME-PAGTO(WRK-IDX-PGT) TO WRK-LPG-NOME.
           MOVE ZEROS TO WRK-TICKET.
           PERFORM VARYING WRK-IDX-SEG FROM 1 BY 1
                   UNTIL WRK-IDX-SEG > 5
               MOVE WRK-SEG-PGT-VALOR(WRK-IDX-SEG, WRK-IDX-PGT)
                   TO WRK-LPG-VALOR(WRK-IDX-SEG)
               ADD WRK-SEG-PGT-VALOR(WRK-IDX-SEG, WRK-IDX-PGT)
                   TO WRK-TICKET
           END-PERFORM.
           MOVE WRK-TICKET TO WRK-LPG-VALOR(6).
           MOVE WRK-LINHA-PGT TO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
       0540-GRAVAR-TOTAIS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '----------------------------------------'
               '----------------------------------------'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'COMPRAS LIDAS NO RAZAO.....: ' WRK-QT-LIDOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'POSTERIORES A DATA FINAL...: ' WRK-QT-POSTERIOR
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'CLIENTES ANALISADOS........: ' WRK-QT-ANALISADOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'CPF INATIVO NO CADASTRO....: ' WRK-QT-INATIVOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'CPF SEM CADASTRO...........: ' WRK-QT-SEM-CAD
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           IF CLIENTES-OMITIDOS
               MOVE SPACES TO WRK-LINHA-REL
               STRING '* TABELA DE CLIENTES CHEIA - ' WRK-QT-PERDIDOS
                   ' COMPRAS DE CPFS FORA DA ANALISE'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0590-GRAVAR-LINHA-REL
           END-IF.
       0590-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELRFM - FS='
                   WRK-FS-RELATORIO
           END-IF.
      * EXTRATO DA CAMPANHA DE REATIVACAO - SO OS DORMENTES
       0600-GERAR-EXTRATO.
           OPEN OUTPUT ARQ-DORMENTES.
           IF WRK-FS-EXTRATO NOT = '00'
               DISPLAY 'ERRO AO ABRIR EXTDORM - FS=' WRK-FS-EXTRATO
           ELSE
               PERFORM 0610-GRAVAR-DORMENTE
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-CLIENTES
               CLOSE ARQ-DORMENTES
               IF WRK-FS-EXTRATO NOT = '00'
                   DISPLAY 'ERRO AO FECHAR EXTDORM - FS='
                       WRK-FS-EXTRATO
               END-IF
           END-IF.
       0610-GRAVAR-DORMENTE.
           IF CLT-ANALISADO(WRK-IDX)
                   AND WRK-CLT-SEGMENTO(WRK-IDX) = 3
               MOVE WRK-CLT-CPF(WRK-IDX) TO WRK-LDR-CPF
               MOVE WRK-CLT-NOME(WRK-IDX) TO WRK-LDR-NOME
               MOVE WRK-CLT-ULTIMA(WRK-IDX) TO WRK-LDR-ULTIMA-COMPRA
               COMPUTE WRK-LDR-DIAS = WRK-INT-FIM
                   - FUNCTION INTEGER-OF-DATE(WRK-CLT-ULTIMA(WRK-IDX))
               MOVE WRK-CLT-CASA(WRK-IDX) TO WRK-LDR-FILIAL
               MOVE WRK-CLT-QT-TOTAL(WRK-IDX) TO WRK-LDR-QT-COMPRAS
               MOVE WRK-CLT-VLR-TOTAL(WRK-IDX) TO WRK-LDR-VALOR-TOTAL
               WRITE REG-DORMENTE FROM WRK-LINHA-DORMENTE
               IF WRK-FS-EXTRATO NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR EXTDORM - FS='
                       WRK-FS-EXTRATO
               ELSE
                   ADD 1 TO WRK-QT-EXTRAIDOS
               END-IF
           END-IF.
           COPY 'BOOKFILGET.COB'.
           COPY 'BOOKPARGET.COB'.
           COPY 'BOOKLOGWRT.COB'.
