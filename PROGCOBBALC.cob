       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBBALC.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = BALANCETE MENSAL E RAZAO POR CONTA
      * BALANCETE (DD RELBALC) - PARA CADA CONTA DO PLANO O
      * SALDO ANTERIOR, DEBITOS E CREDITOS DO PERIODO E O SALDO
      * ATUAL (D = DEVEDOR / C = CREDOR), COM A CONFERENCIA DE
      * DEBITOS = CREDITOS E O AVISO DE LANCAMENTOS DO PERIODO
      * AINDA PENDENTES NO GLPEND.DAT
      * INFORMANDO UMA CONTA SAI TAMBEM O RAZAO DELA NO PERIODO
      * (DD RELRAZAO) COM SALDO LINHA A LINHA
      * SALDOS E RAZAO SAO MANTIDOS PELO PROGCOBCONT
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKCTASEL.COB'.
           COPY 'BOOKSLDSEL.COB'.
           COPY 'BOOKRAZSEL.COB'.
           COPY 'BOOKGPDSEL.COB'.
           SELECT REL-BALANCETE ASSIGN TO RELBALC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT REL-RAZAO ASSIGN TO RELRAZAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL-RAZAO.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKCTAFD.COB'.
           COPY 'BOOKSLDFD.COB'.
           COPY 'BOOKRAZFD.COB'.
           COPY 'BOOKGPDFD.COB'.
       FD  REL-BALANCETE.
       01  REG-RELATORIO    PIC X(100).
       FD  REL-RAZAO.
       01  REG-REL-RAZAO    PIC X(100).
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKCTAWS.COB'.
           COPY 'BOOKSLDWS.COB'.
           COPY 'BOOKRAZWS.COB'.
           COPY 'BOOKGPDWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-FS-REL-RAZAO PIC X(02) VALUE '00'.
       77  WRK-PERIODO-ENT  PIC X(06) VALUE SPACES.
       77  WRK-PERIODO      PIC 9(06) VALUE ZEROS.
       77  WRK-MES          PIC 9(02) VALUE ZEROS.
       77  WRK-CONTA-ENT    PIC X(08) VALUE SPACES.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA VALUE 'S'.
       77  WRK-FIM-CONTAS   PIC X(01) VALUE 'N'.
           88 FIM-CONTAS VALUE 'S'.
       77  WRK-FIM-SALDOS   PIC X(01) VALUE 'N'.
           88 FIM-SALDOS VALUE 'S'.
       77  WRK-FIM-RAZAO    PIC X(01) VALUE 'N'.
           88 FIM-RAZAO VALUE 'S'.
       77  WRK-FIM-PEND     PIC X(01) VALUE 'N'.
           88 FIM-PENDENTES VALUE 'S'.
       77  WRK-TEM-RAZAO    PIC X(01) VALUE 'N'.
           88 EMITIR-RAZAO VALUE 'S'.
       77  WRK-QT-CONTAS    PIC 9(05) VALUE ZEROS.
       77  WRK-QT-PEND      PIC 9(07) VALUE ZEROS.
       77  WRK-QT-LANC-RAZ  PIC 9(07) VALUE ZEROS.
       77  WRK-CTA-ANTERIOR PIC S9(13)V99 VALUE ZEROS.
       77  WRK-CTA-DEBITOS  PIC S9(13)V99 VALUE ZEROS.
       77  WRK-CTA-CREDITOS PIC S9(13)V99 VALUE ZEROS.
       77  WRK-CTA-ATUAL    PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOT-ANT-DEV  PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOT-ANT-CRED PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOT-DEBITOS  PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOT-CREDITOS PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOT-ATU-DEV  PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOT-ATU-CRED PIC S9(13)V99 VALUE ZEROS.
       77  WRK-SALDO-AUX    PIC S9(13)V99 VALUE ZEROS.
       77  WRK-SALDO-DC     PIC X(01) VALUE SPACES.
       77  WRK-TOT-ED       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOT-ED2      PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-LINHA-BALC.
           05 WRK-BAL-CONTA     PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-BAL-DESCRICAO PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-BAL-ANTERIOR  PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 WRK-BAL-ANT-DC    PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-BAL-DEBITOS   PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-BAL-CREDITOS  PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-BAL-ATUAL     PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 WRK-BAL-ATU-DC    PIC X(01).
       01  WRK-LINHA-RAZ.
           05 WRK-RAZ-DATA      PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-RAZ-NUM       PIC Z(08)9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-RAZ-ORIGEM    PIC X(14).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-RAZ-DEBITO    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-RAZ-CREDITO   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-RAZ-SALDO     PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 WRK-RAZ-SALDO-DC  PIC X(01).
       01  WRK-LINHA-REL PIC X(100).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBBALC' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-CAPTURAR-PERIODO.
           DISPLAY 'CONTA PARA O RAZAO (BRANCO = SO BALANCETE): '.
           ACCEPT WRK-CONTA-ENT FROM CONSOLE.
           PERFORM 0150-ABRIR-ARQUIVOS.
           IF NOT ERRO-ABERTURA
               PERFORM 0200-EMITIR-BALANCETE
               IF WRK-CONTA-ENT NOT = SPACES
                   PERFORM 0400-EMITIR-RAZAO
               END-IF
           END-IF.
           CLOSE ARQ-PLANO-CONTAS ARQ-SALDOS-CTA ARQ-RAZAO
               ARQ-LANC-PEND.
           IF WRK-FS-RELATORIO = '00'
               CLOSE REL-BALANCETE
           END-IF.
           IF EMITIR-RAZAO
               CLOSE REL-RAZAO
           END-IF.
           DISPLAY '---------------------'.
           DISPLAY 'CONTAS NO BALANCETE...: ' WRK-QT-CONTAS.
           DISPLAY 'PENDENTES NO PERIODO..: ' WRK-QT-PEND.
           IF EMITIR-RAZAO
               DISPLAY 'LANCAMENTOS NO RAZAO..: ' WRK-QT-LANC-RAZ
           END-IF.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           STRING 'BALANCETE ' WRK-PERIODO ' - ' WRK-QT-CONTAS
               ' CONTAS - RAZAO ' WRK-CONTA-ENT
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
           PERFORM 0906-FECHAR-LOG.
           EVALUATE TRUE
               WHEN ERRO-ABERTURA
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QT-PEND > ZEROS
                       OR WRK-TOT-DEBITOS NOT = WRK-TOT-CREDITOS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       0100-CAPTURAR-PERIODO.
           MOVE ZEROS TO WRK-MES.
           MOVE SPACES TO WRK-PERIODO-ENT.
           PERFORM UNTIL WRK-PERIODO-ENT IS NUMERIC
                   AND WRK-MES >= 1 AND WRK-MES <= 12
               DISPLAY 'PERIODO DO BALANCETE (AAAAMM): '
               ACCEPT WRK-PERIODO-ENT FROM CONSOLE
               IF WRK-PERIODO-ENT IS NUMERIC
                   MOVE WRK-PERIODO-ENT(5:2) TO WRK-MES
               ELSE
                   MOVE ZEROS TO WRK-MES
               END-IF
               IF WRK-PERIODO-ENT NOT NUMERIC
                       OR WRK-MES < 1 OR WRK-MES > 12
                   DISPLAY 'PERIODO INVALIDO - INFORME AAAAMM'
                       ' COM MES ENTRE 01 E 12'
               END-IF
           END-PERFORM.
           MOVE WRK-PERIODO-ENT TO WRK-PERIODO.
       0150-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PLANO-CONTAS.
           IF WRK-FS-CTA NOT = '00'
               DISPLAY 'ERRO AO ABRIR PLANOCTA.DAT - FS=' WRK-FS-CTA
               SET ERRO-ABERTURA TO TRUE
           END-IF.
      * SEM SALDOCTA / RAZAO / GLPEND NADA FOI CONTABILIZADO
      * AINDA - O BALANCETE SAI ZERADO
           OPEN INPUT ARQ-SALDOS-CTA.
           IF WRK-FS-SLD = '35'
               OPEN OUTPUT ARQ-SALDOS-CTA
               CLOSE ARQ-SALDOS-CTA
               OPEN INPUT ARQ-SALDOS-CTA
           END-IF.
           IF WRK-FS-SLD NOT = '00'
               DISPLAY 'ERRO AO ABRIR SALDOCTA.DAT - FS=' WRK-FS-SLD
               SET ERRO-ABERTURA TO TRUE
           END-IF.
           OPEN INPUT ARQ-RAZAO.
           IF WRK-FS-RAZ = '35'
               OPEN OUTPUT ARQ-RAZAO
               CLOSE ARQ-RAZAO
               OPEN INPUT ARQ-RAZAO
           END-IF.
           IF WRK-FS-RAZ NOT = '00'
               DISPLAY 'ERRO AO ABRIR RAZAO.DAT - FS=' WRK-FS-RAZ
               SET ERRO-ABERTURA TO TRUE
           END-IF.
           OPEN INPUT ARQ-LANC-PEND.
           IF WRK-FS-GPD = '35'
               OPEN OUTPUT ARQ-LANC-PEND
               CLOSE ARQ-LANC-PEND
               OPEN INPUT ARQ-LANC-PEND
           END-IF.
           IF WRK-FS-GPD NOT = '00'
               DISPLAY 'ERRO AO ABRIR GLPEND.DAT - FS=' WRK-FS-GPD
               SET ERRO-ABERTURA TO TRUE
           END-IF.
           OPEN OUTPUT REL-BALANCETE.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR REL-BALANCETE - FS='
                   WRK-FS-RELATORIO
               SET ERRO-ABERTURA TO TRUE
           END-IF.
           IF WRK-CONTA-ENT NOT = SPACES
               OPEN OUTPUT REL-RAZAO
               IF WRK-FS-REL-RAZAO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR REL-RAZAO - FS='
                       WRK-FS-REL-RAZAO
                   SET ERRO-ABERTURA TO TRUE
               ELSE
                   SET EMITIR-RAZAO TO TRUE
               END-IF
           END-IF.
       0200-EMITIR-BALANCETE.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'BALANCETE DE VERIFICACAO - PERIODO ' WRK-PERIODO
               ' - EMITIDO EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'CONTA    DESCRICAO              SALDO ANTERIOR'
               '          DEBITOS         CREDITOS      SALDO ATUAL'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE 'N' TO WRK-FIM-CONTAS.
           MOVE LOW-VALUES TO CTA-CODIGO.
           START ARQ-PLANO-CONTAS KEY IS >= CTA-CODIGO
               INVALID KEY
                   SET FIM-CONTAS TO TRUE
           END-START.
           PERFORM 0210-PROCESSAR-CONTA UNTIL FIM-CONTAS.
           PERFORM 0300-CONTAR-PENDENTES.
           PERFORM 0350-GRAVAR-TOTAIS.
       0210-PROCESSAR-CONTA.
           READ ARQ-PLANO-CONTAS NEXT RECORD
               AT END
                   SET FIM-CONTAS TO TRUE
               NOT AT END
                   PERFORM 0220-SOMAR-SALDOS-CONTA
                   IF CONTA-ATIVA OR WRK-CTA-ANTERIOR NOT = ZEROS
                           OR WRK-CTA-DEBITOS NOT = ZEROS
                           OR WRK-CTA-CREDITOS NOT = ZEROS
                       PERFORM 0230-IMPRIMIR-CONTA
                   END-IF
           END-READ.
      * SALDO ANTERIOR = TODOS OS PERIODOS ANTES DO INFORMADO,
      * SEMPRE DEBITOS MENOS CREDITOS (POSITIVO = DEVEDOR)
       0220-SOMAR-SALDOS-CONTA.
           MOVE ZEROS TO WRK-CTA-ANTERIOR WRK-CTA-DEBITOS
               WRK-CTA-CREDITOS.
           MOVE 'N' TO WRK-FIM-SALDOS.
           MOVE CTA-CODIGO TO SLD-CONTA.
           MOVE ZEROS TO SLD-PERIODO.
           START ARQ-SALDOS-CTA KEY IS >= SLD-CHAVE
               INVALID KEY
                   SET FIM-SALDOS TO TRUE
           END-START.
           PERFORM 0225-SOMAR-SALDO UNTIL FIM-SALDOS.
           COMPUTE WRK-CTA-ATUAL = WRK-CTA-ANTERIOR
               + WRK-CTA-DEBITOS - WRK-CTA-CREDITOS.
       0225-SOMAR-SALDO.
           READ ARQ-SALDOS-CTA NEXT RECORD
               AT END
                   SET FIM-SALDOS TO TRUE
               NOT AT END
                   IF SLD-CONTA NOT = CTA-CODIGO
                           OR SLD-PERIODO > WRK-PERIODO
                       SET FIM-SALDOS TO TRUE
                   ELSE
                       IF SLD-PERIODO < WRK-PERIODO
                           COMPUTE WRK-CTA-ANTERIOR = WRK-CTA-ANTERIOR
                               + SLD-DEBITOS - SLD-CREDITOS
                       ELSE
                           ADD SLD-DEBITOS TO WRK-CTA-DEBITOS
                           ADD SLD-CREDITOS TO WRK-CTA-CREDITOS
                       END-IF
                   END-IF
           END-READ.
       0230-IMPRIMIR-CONTA.
           ADD 1 TO WRK-QT-CONTAS.
           MOVE CTA-CODIGO TO WRK-BAL-CONTA.
           MOVE CTA-DESCRICAO TO WRK-BAL-DESCRICAO.
           MOVE WRK-CTA-ANTERIOR TO WRK-SALDO-AUX.
           PERFORM 0240-DEFINIR-DC.
           MOVE WRK-SALDO-AUX TO WRK-BAL-ANTERIOR.
           MOVE WRK-SALDO-DC TO WRK-BAL-ANT-DC.
           IF WRK-SALDO-DC = 'D'
               ADD WRK-SALDO-AUX TO WRK-TOT-ANT-DEV
           ELSE
               ADD WRK-SALDO-AUX TO WRK-TOT-ANT-CRED
           END-IF.
           MOVE WRK-CTA-DEBITOS TO WRK-BAL-DEBITOS.
           MOVE WRK-CTA-CREDITOS TO WRK-BAL-CREDITOS.
           ADD WRK-CTA-DEBITOS TO WRK-TOT-DEBITOS.
           ADD WRK-CTA-CREDITOS TO WRK-TOT-CREDITOS.
           MOVE WRK-CTA-ATUAL TO WRK-SALDO-AUX.
           PERFORM 0240-DEFINIR-DC.
           MOVE WRK-SALDO-AUX TO WRK-BAL-ATUAL.
           MOVE WRK-SALDO-DC TO WRK-BAL-ATU-DC.
           IF WRK-SALDO-DC = 'D'
               ADD WRK-SALDO-AUX TO WRK-TOT-ATU-DEV
           ELSE
               ADD WRK-SALDO-AUX TO WRK-TOT-ATU-CRED
           END-IF.
           MOVE WRK-LINHA-BALC TO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
      * SALDO ZERO SAI SEM INDICADOR - NEGATIVO VIRA CREDOR
       0240-DEFINIR-DC.
           EVALUATE TRUE
               WHEN WRK-SALDO-AUX > ZEROS
                   MOVE 'D' TO WRK-SALDO-DC
               WHEN WRK-SALDO-AUX < ZEROS
                   MOVE 'C' TO WRK-SALDO-DC
                   COMPUTE WRK-SALDO-AUX = WRK-SALDO-AUX * -1
               WHEN OTHER
                   MOVE SPACES TO WRK-SALDO-DC
           END-EVALUATE.
       0300-CONTAR-PENDENTES.
           MOVE 'N' TO WRK-FIM-PEND.
           MOVE LOW-VALUES TO GPD-NUM-LANC.
           START ARQ-LANC-PEND KEY IS >= GPD-NUM-LANC
               INVALID KEY
                   SET FIM-PENDENTES TO TRUE
           END-START.
           PERFORM 0305-LER-PENDENTE UNTIL FIM-PENDENTES.
       0305-LER-PENDENTE.
           READ ARQ-LANC-PEND NEXT RECORD
               AT END
                   SET FIM-PENDENTES TO TRUE
               NOT AT END
                   IF GPD-DATA(1:6) = WRK-PERIODO
                       ADD 1 TO WRK-QT-PEND
                   END-IF
           END-READ.
       0350-GRAVAR-TOTAIS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '----------------------------------------'
               '----------------------------------------'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-ANT-DEV TO WRK-TOT-ED.
           MOVE WRK-TOT-ANT-CRED TO WRK-TOT-ED2.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'SALDO ANTERIOR - DEVEDOR: ' WRK-TOT-ED
               ' CREDOR: ' WRK-TOT-ED2
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-DEBITOS TO WRK-TOT-ED.
           MOVE WRK-TOT-CREDITOS TO WRK-TOT-ED2.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'MOVIMENTO      - DEBITOS: ' WRK-TOT-ED
               ' CREDITOS: ' WRK-TOT-ED2
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-ATU-DEV TO WRK-TOT-ED.
           MOVE WRK-TOT-ATU-CRED TO WRK-TOT-ED2.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'SALDO ATUAL    - DEVEDOR: ' WRK-TOT-ED
               ' CREDOR: ' WRK-TOT-ED2
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           IF WRK-TOT-DEBITOS = WRK-TOT-CREDITOS
               MOVE 'DEBITOS E CREDITOS DO PERIODO CONFEREM'
                   TO WRK-LINHA-REL
           ELSE
               STRING 'ATENCAO - DEBITOS E CREDITOS DO PERIODO'
                   ' NAO CONFEREM' DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-IF.
           PERFORM 0390-GRAVAR-LINHA-REL.
           IF WRK-QT-PEND > ZEROS
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'ATENCAO - ' WRK-QT-PEND ' LANCAMENTO(S) DO'
                   ' PERIODO PENDENTE(S) NO GLPEND - BALANCETE'
                   ' INCOMPLETO' DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0390-GRAVAR-LINHA-REL
           END-IF.
       0390-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELBALC - FS='
                   WRK-FS-RELATORIO
           END-IF.
      * RAZAO DA CONTA - SALDO ANTERIOR PELO SALDOCTA E OS
      * LANCAMENTOS DO PERIODO EM ORDEM DE DATA
       0400-EMITIR-RAZAO.
           MOVE WRK-CONTA-ENT TO CTA-CODIGO.
           READ ARQ-PLANO-CONTAS
               INVALID KEY
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING 'CONTA ' WRK-CONTA-ENT
                       ' NAO CADASTRADA NO PLANO DE CONTAS'
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
                   PERFORM 0490-GRAVAR-LINHA-RAZ
               NOT INVALID KEY
                   PERFORM 0410-IMPRIMIR-RAZAO
           END-READ.
       0410-IMPRIMIR-RAZAO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'RAZAO - CONTA ' CTA-CODIGO ' ' CTA-DESCRICAO
               ' - PERIODO ' WRK-PERIODO
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-RAZ.
           PERFORM 0220-SOMAR-SALDOS-CONTA.
           MOVE WRK-CTA-ANTERIOR TO WRK-SALDO-AUX.
           PERFORM 0240-DEFINIR-DC.
           MOVE WRK-SALDO-AUX TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'SALDO ANTERIOR: ' WRK-TOT-ED ' ' WRK-SALDO-DC
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-RAZ.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'DATA     LANCAMENTO ORIGEM                DEBITO'
               '        CREDITO            SALDO'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-RAZ.
           MOVE WRK-CTA-ANTERIOR TO WRK-CTA-ATUAL.
           MOVE 'N' TO WRK-FIM-RAZAO.
           MOVE CTA-CODIGO TO RAZ-CONTA.
           COMPUTE RAZ-DATA = WRK-PERIODO * 100 + 1.
           MOVE ZEROS TO RAZ-NUM-LANC.
           START ARQ-RAZAO KEY IS >= RAZ-CHAVE
               INVALID KEY
                   SET FIM-RAZAO TO TRUE
           END-START.
           PERFORM 0420-IMPRIMIR-LANC-RAZAO UNTIL FIM-RAZAO.
           MOVE WRK-CTA-ATUAL TO WRK-SALDO-AUX.
           PERFORM 0240-DEFINIR-DC.
           MOVE WRK-SALDO-AUX TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'SALDO FINAL...: ' WRK-TOT-ED ' ' WRK-SALDO-DC
               ' - ' WRK-QT-LANC-RAZ ' LANCAMENTO(S)'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-RAZ.
       0420-IMPRIMIR-LANC-RAZAO.
           READ ARQ-RAZAO NEXT RECORD
               AT END
                   SET FIM-RAZAO TO TRUE
               NOT AT END
                   IF RAZ-CONTA NOT = CTA-CODIGO
                           OR RAZ-DATA(1:6) NOT = WRK-PERIODO
                       SET FIM-RAZAO TO TRUE
                   ELSE
                       PERFORM 0430-IMPRIMIR-LINHA-RAZAO
                   END-IF
           END-READ.
       0430-IMPRIMIR-LINHA-RAZAO.
           ADD 1 TO WRK-QT-LANC-RAZ.
           MOVE RAZ-DATA TO WRK-RAZ-DATA.
           MOVE RAZ-NUM-LANC TO WRK-RAZ-NUM.
           MOVE RAZ-ORIGEM TO WRK-RAZ-ORIGEM.
           IF RAZ-DC = 'D'
               MOVE RAZ-VALOR TO WRK-RAZ-DEBITO
               MOVE ZEROS TO WRK-RAZ-CREDITO
               ADD RAZ-VALOR TO WRK-CTA-ATUAL
           ELSE
               MOVE ZEROS TO WRK-RAZ-DEBITO
               MOVE RAZ-VALOR TO WRK-RAZ-CREDITO
               SUBTRACT RAZ-VALOR FROM WRK-CTA-ATUAL
           END-IF.
           MOVE WRK-CTA-ATUAL TO WRK-SALDO-AUX.
           PERFORM 0240-DEFINIR-DC.
           MOVE WRK-SALDO-AUX TO WRK-RAZ-SALDO.
           MOVE WRK-SALDO-DC TO WRK-RAZ-SALDO-DC.
           MOVE WRK-LINHA-RAZ TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-RAZ.
       0490-GRAVAR-LINHA-RAZ.
           WRITE REG-REL-RAZAO FROM WRK-LINHA-REL.
           IF WRK-FS-REL-RAZAO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELRAZAO - FS='
                   WRK-FS-REL-RAZAO
           END-IF.
           COPY 'BOOKLOGWRT.COB'.
