       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBPAGA.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AGING DAS CONTAS A PAGAR EM ABERTO
      * LE O TITPAGAR.DAT NA ORDEM DE FORNECEDOR E LISTA CADA
      * TITULO ABERTO COM OS DIAS DE ATRASO NA DATA DO
      * PROCESSAMENTO E A FAIXA: A VENCER, 1-30, 31-60, 61-90
      * E MAIS DE 90 DIAS VENCIDO
      * SUBTOTAL POR FORNECEDOR E TOTAL GERAL POR FAIXA NO
      * DD RELPAGA - TITULO PAGO OU CANCELADO NAO ENTRA
      * SO LEITURA - NAO ALTERA NENHUM ARQUIVO
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKPAGSEL.COB'.
           COPY 'BOOKFORSEL.COB'.
           SELECT REL-AGING ASSIGN TO RELPAGA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKPAGFD.COB'.
           COPY 'BOOKFORFD.COB'.
       FD  REL-AGING.
       01  REG-RELATORIO    PIC X(100).
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKPAGWS.COB'.
           COPY 'BOOKFORWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-FIM-PAG      PIC X(01) VALUE 'N'.
           88 FIM-TITULOS VALUE 'S'.
       77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA VALUE 'S'.
       77  WRK-PAG-ABERTO   PIC X(01) VALUE 'N'.
           88 TITULOS-ABERTOS VALUE 'S'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-CNPJ-ANT     PIC X(14) VALUE SPACES.
       77  WRK-DIAS         PIC S9(05) VALUE ZEROS.
       77  WRK-FAIXA        PIC 9(01) VALUE ZEROS.
       77  WRK-IDX          PIC 9(01) VALUE ZEROS.
       77  WRK-QT-ABERTOS   PIC 9(07) VALUE ZEROS.
       77  WRK-QT-FORNEC    PIC 9(05) VALUE ZEROS.
       77  WRK-QT-FORN-TIT  PIC 9(05) VALUE ZEROS.
      * FAIXAS 1 = A VENCER / 2 = 1-30 / 3 = 31-60 / 4 = 61-90 /
      * 5 = MAIS DE 90 DIAS
       01  WRK-FAIXAS-NOMES.
           05 FILLER PIC X(08) VALUE 'A VENCER'.
           05 FILLER PIC X(08) VALUE '1-30    '.
           05 FILLER PIC X(08) VALUE '31-60   '.
           05 FILLER PIC X(08) VALUE '61-90   '.
           05 FILLER PIC X(08) VALUE '+90     '.
       01  WRK-FAIXAS-R REDEFINES WRK-FAIXAS-NOMES.
           05 WRK-FAIXA-NOME OCCURS 5 TIMES PIC X(08).
       01  WRK-TOTAIS-FORNEC.
           05 WRK-TOT-FORN OCCURS 5 TIMES PIC 9(11)V99.
       01  WRK-TOTAIS-GERAL.
           05 WRK-TOT-GER OCCURS 5 TIMES PIC 9(11)V99.
           05 WRK-QT-GER  OCCURS 5 TIMES PIC 9(07).
       01  WRK-LINHA-DET.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WRK-DET-NF        PIC X(15).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-DET-FILIAL    PIC 9(03).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-EMISSAO   PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-VENC      PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-DIAS      PIC -ZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-FAIXA     PIC X(08).
       01  WRK-LINHA-TOT.
           05 WRK-TOT-ROTULO    PIC X(12).
           05 WRK-TOT-COL OCCURS 5 TIMES.
              10 FILLER         PIC X(01).
              10 WRK-TOT-VALOR  PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-QT.
           05 WRK-QT-ROTULO     PIC X(12).
           05 WRK-QT-COL OCCURS 5 TIMES.
              10 FILLER         PIC X(08).
              10 WRK-QT-ED      PIC ZZZ.ZZ9.
       01  WRK-LINHA-REL PIC X(100).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBPAGA' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-TOTAIS-FORNEC WRK-TOTAIS-GERAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT FIM-TITULOS
               PERFORM 0200-PROCESSAR-TITULO UNTIL FIM-TITULOS
           END-IF.
           PERFORM 0300-FINALIZAR.
           PERFORM 0906-FECHAR-LOG.
      * RETORNO 8 = ERRO DE ABERTURA
           IF ERRO-ABERTURA
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      * SEM TITPAGAR.DAT O RELATORIO SAI SO COM OS TOTAIS ZERADOS
       0100-INICIALIZAR.
           OPEN OUTPUT REL-AGING.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELPAGA - FS=' WRK-FS-RELATORIO
               SET FIM-TITULOS TO TRUE
               SET ERRO-ABERTURA TO TRUE
           ELSE
               PERFORM 0110-GRAVAR-CABECALHOS
               OPEN INPUT ARQ-TITULOS-PAGAR
               IF WRK-FS-PAG = '35'
                   DISPLAY 'NENHUM TITULO A PAGAR CADASTRADO'
                   SET FIM-TITULOS TO TRUE
               ELSE
                   IF WRK-FS-PAG NOT = '00'
                       DISPLAY 'ERRO AO ABRIR TITPAGAR.DAT - FS='
                           WRK-FS-PAG
                       SET FIM-TITULOS TO TRUE
                       SET ERRO-ABERTURA TO TRUE
                   ELSE
                       SET TITULOS-ABERTOS TO TRUE
                       PERFORM 0150-LER-TITULO
                   END-IF
               END-IF
           END-IF.
       0110-GRAVAR-CABECALHOS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'AGING DAS CONTAS A PAGAR EM ABERTO - POSICAO DE '
               WRK-DATA-HOJE DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '    NOTA FISCAL     FIL  EMISSAO   VENCTO      '
               'DIAS           VALOR  FAIXA'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
       0150-LER-TITULO.
           READ ARQ-TITULOS-PAGAR NEXT RECORD
               AT END
                   SET FIM-TITULOS TO TRUE
           END-READ.
       0200-PROCESSAR-TITULO.
           IF TITULO-ABERTO
               IF PAG-CNPJ NOT = WRK-CNPJ-ANT
                   IF WRK-CNPJ-ANT NOT = SPACES
                       PERFORM 0250-FECHAR-FORNECEDOR
                   END-IF
                   PERFORM 0240-ABRIR-FORNECEDOR
               END-IF
               PERFORM 0210-CLASSIFICAR-TITULO
           END-IF.
           PERFORM 0150-LER-TITULO.
      * DIAS = DATA DO PROCESSAMENTO MENOS VENCIMENTO - ZERO OU
      * NEGATIVO AINDA ESTA A VENCER
       0210-CLASSIFICAR-TITULO.
           COMPUTE WRK-DIAS =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
               - FUNCTION INTEGER-OF-DATE(PAG-DATA-VENC).
           EVALUATE TRUE
               WHEN WRK-DIAS NOT > ZEROS
                   MOVE 1 TO WRK-FAIXA
               WHEN WRK-DIAS NOT > 30
                   MOVE 2 TO WRK-FAIXA
               WHEN WRK-DIAS NOT > 60
                   MOVE 3 TO WRK-FAIXA
               WHEN WRK-DIAS NOT > 90
                   MOVE 4 TO WRK-FAIXA
               WHEN OTHER
                   MOVE 5 TO WRK-FAIXA
           END-EVALUATE.
           ADD 1 TO WRK-QT-ABERTOS WRK-QT-FORN-TIT.
           ADD 1 TO WRK-QT-GER(WRK-FAIXA).
           ADD PAG-VALOR TO WRK-TOT-FORN(WRK-FAIXA).
           ADD PAG-VALOR TO WRK-TOT-GER(WRK-FAIXA).
           MOVE PAG-NF TO WRK-DET-NF.
           MOVE PAG-FILIAL TO WRK-DET-FILIAL.
           MOVE PAG-DATA-EMISSAO TO WRK-DET-EMISSAO.
           MOVE PAG-DATA-VENC TO WRK-DET-VENC.
           MOVE WRK-DIAS TO WRK-DET-DIAS.
           MOVE PAG-VALOR TO WRK-DET-VALOR.
           MOVE WRK-FAIXA-NOME(WRK-FAIXA) TO WRK-DET-FAIXA.
           MOVE WRK-LINHA-DET TO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
       0240-ABRIR-FORNECEDOR.
           ADD 1 TO WRK-QT-FORNEC.
           MOVE ZEROS TO WRK-QT-FORN-TIT WRK-TOTAIS-FORNEC.
           MOVE PAG-CNPJ TO WRK-CNPJ-ANT WRK-FORGET-CNPJ.
           PERFORM 0936-LER-FORNECEDOR.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'FORNECEDOR ' PAG-CNPJ ' ' WRK-FORGET-RAZAO
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           IF FORGET-BLOQUEADO
               MOVE '(BLOQUEADO)' TO WRK-LINHA-REL(58:)
           END-IF.
           PERFORM 0390-GRAVAR-LINHA-REL.
       0250-FECHAR-FORNECEDOR.
           MOVE SPACES TO WRK-LINHA-TOT.
           MOVE '  SUBTOTAL' TO WRK-TOT-ROTULO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5
               MOVE WRK-TOT-FORN(WRK-IDX) TO WRK-TOT-VALOR(WRK-IDX)
           END-PERFORM.
           MOVE WRK-LINHA-TOT TO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
       0300-FINALIZAR.
           IF WRK-CNPJ-ANT NOT = SPACES
               PERFORM 0250-FECHAR-FORNECEDOR
           END-IF.
           IF TITULOS-ABERTOS
               CLOSE ARQ-TITULOS-PAGAR
               IF WRK-FS-PAG NOT = '00'
                   DISPLAY 'ERRO AO FECHAR TITPAGAR.DAT - FS='
                       WRK-FS-PAG
               END-IF
           END-IF.
           IF WRK-FS-RELATORIO = '00'
               PERFORM 0310-GRAVAR-TOTAIS
               CLOSE REL-AGING
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO FECHAR RELPAGA - FS='
                       WRK-FS-RELATORIO
               END-IF
           END-IF.
           DISPLAY '---------------------'.
           DISPLAY 'FORNECEDORES COM TITULO: ' WRK-QT-FORNEC.
           DISPLAY 'TITULOS EM ABERTO......: ' WRK-QT-ABERTOS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           MOVE SPACES TO WRK-DESCRICAO-LOG.
           STRING 'AGING PAGAR ' WRK-DATA-HOJE ' - '
               WRK-QT-ABERTOS ' TITULOS ABERTOS'
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
       0310-GRAVAR-TOTAIS.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '                   A VENCER           1-30'
               '          31-60          61-90            +90'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-TOT.
           MOVE 'TOTAL GERAL' TO WRK-TOT-ROTULO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5
               MOVE WRK-TOT-GER(WRK-IDX) TO WRK-TOT-VALOR(WRK-IDX)
           END-PERFORM.
           MOVE WRK-LINHA-TOT TO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-QT.
           MOVE 'QT TITULOS' TO WRK-QT-ROTULO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5
               MOVE WRK-QT-GER(WRK-IDX) TO WRK-QT-ED(WRK-IDX)
           END-PERFORM.
           MOVE WRK-LINHA-QT TO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
       0390-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELPAGA - FS='
                   WRK-FS-RELATORIO
           END-IF.
           COPY 'BOOKFORGET.COB'.
           COPY 'BOOKLOGWRT.COB'.
