       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBPTS.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = EXTRATO MENSAL DOS PONTOS DE FIDELIDADE
      * PRIMEIRO EXPIRA O SALDO DO CPF SEM GANHO HA MAIS DE
      * PONTOS-VALIDADE-MES MESES (PARAMDB.DAT) - MOVIMENTO X
      * NO PONTMOV.DAT DATADO NO ULTIMO DIA DO PERIODO - E
      * DEPOIS IMPRIME POR CPF O SALDO ANTERIOR, OS PONTOS
      * GANHOS, RESGATADOS, ESTORNADOS E EXPIRADOS NO MES E O
      * SALDO FINAL, COM O PASSIVO DE PONTOS A RESGATAR A
      * VALOR DE RESGATE (PONTOS-VALOR-PONTO) NO RODAPE
      * O VALOR EXPIRADO SAI DO PASSIVO NO GLINTF (PONTOS A
      * RESGATAR X DEDUCAO DE VENDAS)
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKPTSSEL.COB'.
           COPY 'BOOKPMVSEL.COB'.
           SELECT REL-PONTOS ASSIGN TO RELPTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           COPY 'BOOKGLSEL.COB'.
           COPY 'BOOKPARSEL.COB'.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKPTSFD.COB'.
           COPY 'BOOKPMVFD.COB'.
       FD  REL-PONTOS.
       01  REG-RELATORIO    PIC X(100).
           COPY 'BOOKGLFD.COB'.
           COPY 'BOOKPARFD.COB'.
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKPTSWS.COB'.
           COPY 'BOOKPMVWS.COB'.
           COPY 'BOOKGLWS.COB'.
           COPY 'BOOKPARWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-PERIODO-ENT  PIC X(06) VALUE SPACES.
       77  WRK-PERIODO-PTS  PIC 9(06) VALUE ZEROS.
       77  WRK-ANO          PIC 9(04) VALUE ZEROS.
       77  WRK-MES          PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM-MES PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-AUX     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INT     PIC 9(07) VALUE ZEROS.
       77  WRK-VALIDADE-MES PIC 9(03) VALUE 12.
       77  WRK-MESES-TOT    PIC 9(06) VALUE ZEROS.
       77  WRK-ANO-CORTE    PIC 9(04) VALUE ZEROS.
       77  WRK-MES-CORTE    PIC 9(02) VALUE ZEROS.
       77  WRK-PERIODO-CORTE PIC 9(06) VALUE ZEROS.
       77  WRK-FIM-PONTOS   PIC X(01) VALUE 'N'.
           88 FIM-PONTOS VALUE 'S'.
       77  WRK-FIM-MOV      PIC X(01) VALUE 'N'.
           88 FIM-MOVIMENTOS VALUE 'S'.
       77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA VALUE 'S'.
       77  WRK-QT-CPF       PIC 9(07) VALUE ZEROS.
       77  WRK-QT-EXPIRADOS PIC 9(07) VALUE ZEROS.
       77  WRK-QT-ERRO-EXP  PIC 9(07) VALUE ZEROS.
       77  WRK-CPF-GANHOS   PIC S9(09) VALUE ZEROS.
       77  WRK-CPF-RESGATES PIC S9(09) VALUE ZEROS.
       77  WRK-CPF-ESTORNOS PIC S9(09) VALUE ZEROS.
       77  WRK-CPF-EXPIRADOS PIC S9(09) VALUE ZEROS.
       77  WRK-CPF-POSTERIOR PIC S9(09) VALUE ZEROS.
       77  WRK-CPF-ANTERIOR PIC S9(09) VALUE ZEROS.
       77  WRK-CPF-SALDO-FIM PIC S9(09) VALUE ZEROS.
       77  WRK-TOT-ANTERIOR PIC S9(11) VALUE ZEROS.
       77  WRK-TOT-GANHOS   PIC S9(11) VALUE ZEROS.
       77  WRK-TOT-RESGATES PIC S9(11) VALUE ZEROS.
       77  WRK-TOT-ESTORNOS PIC S9(11) VALUE ZEROS.
       77  WRK-TOT-EXPIRADOS PIC S9(11) VALUE ZEROS.
       77  WRK-TOT-SALDO-FIM PIC S9(11) VALUE ZEROS.
       77  WRK-TOT-EXP-NOVOS PIC S9(11) VALUE ZEROS.
       77  WRK-VALOR-PASSIVO PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-EXPIRADO PIC S9(11)V99 VALUE ZEROS.
       77  WRK-PTS-ED       PIC -ZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-TOT-ED       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-LINHA-DET.
           05 WRK-DET-CPF      PIC X(11).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-DET-ANTERIOR PIC -ZZZ.ZZZ.ZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-DET-GANHOS   PIC -ZZZ.ZZZ.ZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-DET-RESGATES PIC -ZZZ.ZZZ.ZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-DET-ESTORNOS PIC -ZZZ.ZZZ.ZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-DET-EXPIRADOS PIC -ZZZ.ZZZ.ZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-DET-SALDO    PIC -ZZZ.ZZZ.ZZ9.
       01  WRK-LINHA-REL PIC X(100).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBPTS' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-CAPTURAR-PERIODO.
           PERFORM 0050-CARREGAR-PARAMETROS.
           PERFORM 0150-CALCULAR-DATAS.
           PERFORM 0200-EXPIRAR-PONTOS.
           IF NOT ERRO-ABERTURA
               PERFORM 0400-IMPRIMIR-EXTRATO
               PERFORM 0500-GERAR-CONTABIL
           END-IF.
           DISPLAY '---------------------'.
           DISPLAY 'CPF NO EXTRATO........: ' WRK-QT-CPF.
           DISPLAY 'SALDOS EXPIRADOS......: ' WRK-QT-EXPIRADOS.
           DISPLAY 'SALDOS COM ERRO.......: ' WRK-QT-ERRO-EXP.
           MOVE WRK-VALOR-PASSIVO TO WRK-TOT-ED.
           DISPLAY 'PASSIVO DE PONTOS.....: ' WRK-TOT-ED.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           MOVE SPACES TO WRK-DESCRICAO-LOG.
           STRING 'EXTRATO DE PONTOS ' WRK-PERIODO-PTS ' - '
               WRK-QT-CPF ' CPF ' WRK-QT-EXPIRADOS ' EXPIRADOS'
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
           PERFORM 0906-FECHAR-LOG.
           IF ERRO-ABERTURA
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QT-ERRO-EXP > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
       0050-CARREGAR-PARAMETROS.
           MOVE 'PONTOS-VALOR-PONTO' TO WRK-PARAM-CHAVE.
           MOVE WRK-PTS-VALOR-PONTO TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           IF WRK-PARAM-VALOR > ZEROS
               MOVE WRK-PARAM-VALOR TO WRK-PTS-VALOR-PONTO
           END-IF.
           MOVE 'PONTOS-VALIDADE-MES' TO WRK-PARAM-CHAVE.
           MOVE WRK-VALIDADE-MES TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           IF WRK-PARAM-VALOR > ZEROS
               MOVE WRK-PARAM-VALOR TO WRK-VALIDADE-MES
           END-IF.
       0100-CAPTURAR-PERIODO.
           MOVE ZEROS TO WRK-MES.
           MOVE SPACES TO WRK-PERIODO-ENT.
           PERFORM UNTIL WRK-PERIODO-ENT IS NUMERIC
                   AND WRK-MES >= 1 AND WRK-MES <= 12
               DISPLAY 'PERIODO DO EXTRATO (AAAAMM): '
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
           MOVE WRK-PERIODO-ENT TO WRK-PERIODO-PTS.
           MOVE WRK-PERIODO-ENT(1:4) TO WRK-ANO.
      * ULTIMO DIA DO PERIODO (DIA ANTERIOR AO PRIMEIRO DO MES
      * SEGUINTE) E MES DE CORTE DA VALIDADE - ULTIMO GANHO NO
      * MES DE CORTE OU ANTES EXPIRA O SALDO
       0150-CALCULAR-DATAS.
           IF WRK-MES = 12
               COMPUTE WRK-DATA-AUX =
                   (WRK-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WRK-DATA-AUX = (WRK-PERIODO-PTS + 1) * 100 + 1
           END-IF.
           COMPUTE WRK-DATA-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX) - 1.
           COMPUTE WRK-DATA-FIM-MES =
               FUNCTION DATE-OF-INTEGER(WRK-DATA-INT).
           COMPUTE WRK-MESES-TOT = WRK-ANO * 12
               + WRK-MES - 1 - WRK-VALIDADE-MES.
           DIVIDE WRK-MESES-TOT BY 12 GIVING WRK-ANO-CORTE
               REMAINDER WRK-MES-CORTE.
           ADD 1 TO WRK-MES-CORTE.
           COMPUTE WRK-PERIODO-CORTE =
               WRK-ANO-CORTE * 100 + WRK-MES-CORTE.
      * SALDO POSITIVO SEM GANHO DESDE O MES DE CORTE EXPIRA
      * INTEIRO - O SALDO ZERADO NAO EXPIRA DE NOVO SE O
      * EXTRATO FOR REPROCESSADO
       0200-EXPIRAR-PONTOS.
           MOVE 'N' TO WRK-FIM-PONTOS.
           OPEN I-O ARQ-PONTOS.
           IF WRK-FS-PTS = '35'
               DISPLAY 'PONTOS.DAT NAO ENCONTRADO - NENHUM SALDO'
           ELSE
               IF WRK-FS-PTS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR PONTOS.DAT - FS='
                       WRK-FS-PTS
                   SET ERRO-ABERTURA TO TRUE
               ELSE
                   PERFORM 0210-LER-SALDO
                   PERFORM 0220-AVALIAR-VALIDADE UNTIL FIM-PONTOS
                   CLOSE ARQ-PONTOS
                   IF WRK-FS-PTS NOT = '00'
                       DISPLAY 'ERRO AO FECHAR PONTOS.DAT - FS='
                           WRK-FS-PTS
                   END-IF
               END-IF
           END-IF.
       0210-LER-SALDO.
           READ ARQ-PONTOS NEXT RECORD
               AT END
                   SET FIM-PONTOS TO TRUE
           END-READ.
       0220-AVALIAR-VALIDADE.
           IF PTS-SALDO > ZEROS
                   AND PTS-DATA-ULT-GANHO(1:6) <= WRK-PERIODO-CORTE
               MOVE PTS-CPF TO WRK-PTS-CPF
               MOVE WRK-DATA-FIM-MES TO WRK-PTS-DATA
               MOVE ZEROS TO WRK-PTS-FILIAL WRK-PTS-SEQ
               MOVE 'X' TO WRK-PTS-TIPO
               COMPUTE WRK-PTS-QT = ZEROS - PTS-SALDO
               COMPUTE WRK-PTS-VALOR ROUNDED =
                   PTS-SALDO * WRK-PTS-VALOR-PONTO
               MOVE 'N' TO WRK-PTS-GRAVOU
               PERFORM 0993-GRAVAR-MOV-PONTOS
      * SALDO QUE NAO ZERA EXCLUI O MOVIMENTO X - O CPF NAO ENTRA
      * NO VALOR EXPIRADO E VOLTA A EXPIRAR NA PROXIMA EXECUCAO
               IF PONTOS-GRAVADOS
                   MOVE ZEROS TO PTS-SALDO
                   MOVE WRK-DATA-FIM-MES TO PTS-DATA-ULT-MOV
                   REWRITE REG-PONTOS
                   IF WRK-FS-PTS NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR PONTOS.DAT - FS='
                           WRK-FS-PTS ' CPF ' WRK-PTS-CPF
                       PERFORM 0994-EXCLUIR-MOV-PONTOS
                       ADD 1 TO WRK-QT-ERRO-EXP
                       MOVE SPACES TO WRK-DESCRICAO-LOG
                       STRING 'PONTOS NAO EXPIRADOS CPF ' WRK-PTS-CPF
                           ' FS=' WRK-FS-PTS DELIMITED BY SIZE
                           INTO WRK-DESCRICAO-LOG
                       PERFORM 0900-GRAVAR-LOG
                   ELSE
                       SUBTRACT WRK-PTS-QT FROM WRK-TOT-EXP-NOVOS
                       ADD 1 TO WRK-QT-EXPIRADOS
                       MOVE SPACES TO WRK-DESCRICAO-LOG
                       STRING 'PONTOS EXPIRADOS CPF ' WRK-PTS-CPF
                           ' QTDE ' WRK-PTS-QT DELIMITED BY SIZE
                           INTO WRK-DESCRICAO-LOG
                       PERFORM 0900-GRAVAR-LOG
                   END-IF
               END-IF
           END-IF.
           PERFORM 0210-LER-SALDO.
       0400-IMPRIMIR-EXTRATO.
           OPEN OUTPUT REL-PONTOS.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR REL-PONTOS - FS='
                   WRK-FS-RELATORIO
           ELSE
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'EXTRATO DE PONTOS DE FIDELIDADE - PERIODO '
                   WRK-PERIODO-PTS DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL

               MOVE SPACES TO WRK-LINHA-REL
               STRING 'CPF             ANTERIOR       GANHOS'
                   '   RESGATADOS   ESTORNADOS    EXPIRADOS'
                   '        SALDO'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL

               MOVE 'N' TO WRK-FIM-PONTOS
               OPEN INPUT ARQ-PONTOS
               IF WRK-FS-PTS = '00'
                   PERFORM 0210-LER-SALDO
                   PERFORM 0410-IMPRIMIR-CPF UNTIL FIM-PONTOS
                   CLOSE ARQ-PONTOS
                   IF WRK-FS-PTS NOT = '00'
                       DISPLAY 'ERRO AO FECHAR PONTOS.DAT - FS='
                           WRK-FS-PTS
                   END-IF
               END-IF

               IF WRK-QT-CPF = ZEROS
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING 'NENHUM SALDO OU MOVIMENTO NO PERIODO'
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
                   PERFORM 0490-GRAVAR-LINHA-REL
               END-IF
               PERFORM 0450-GRAVAR-TOTAIS

               CLOSE REL-PONTOS
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO FECHAR REL-PONTOS - FS='
                       WRK-FS-RELATORIO
               END-IF
           END-IF.
      * SALDO FINAL DO PERIODO = SALDO ATUAL MENOS O QUE SE
      * MOVIMENTOU DEPOIS DELE - SALDO ANTERIOR = FINAL MENOS O
      * LIQUIDO DO MES - PERMITE REIMPRIMIR MES PASSADO
       0410-IMPRIMIR-CPF.
           MOVE ZEROS TO WRK-CPF-GANHOS WRK-CPF-RESGATES
               WRK-CPF-ESTORNOS WRK-CPF-EXPIRADOS WRK-CPF-POSTERIOR.
           PERFORM 0420-SOMAR-MOVIMENTOS.
           COMPUTE WRK-CPF-SALDO-FIM = PTS-SALDO - WRK-CPF-POSTERIOR.
           COMPUTE WRK-CPF-ANTERIOR = WRK-CPF-SALDO-FIM
               - WRK-CPF-GANHOS - WRK-CPF-RESGATES
               - WRK-CPF-ESTORNOS - WRK-CPF-EXPIRADOS.
           IF WRK-CPF-SALDO-FIM NOT = ZEROS
                   OR WRK-CPF-ANTERIOR NOT = ZEROS
                   OR WRK-CPF-GANHOS NOT = ZEROS
                   OR WRK-CPF-RESGATES NOT = ZEROS
                   OR WRK-CPF-ESTORNOS NOT = ZEROS
                   OR WRK-CPF-EXPIRADOS NOT = ZEROS
               ADD 1 TO WRK-QT-CPF
               ADD WRK-CPF-ANTERIOR TO WRK-TOT-ANTERIOR
               ADD WRK-CPF-GANHOS TO WRK-TOT-GANHOS
               ADD WRK-CPF-RESGATES TO WRK-TOT-RESGATES
               ADD WRK-CPF-ESTORNOS TO WRK-TOT-ESTORNOS
               ADD WRK-CPF-EXPIRADOS TO WRK-TOT-EXPIRADOS
               ADD WRK-CPF-SALDO-FIM TO WRK-TOT-SALDO-FIM
               MOVE PTS-CPF TO WRK-DET-CPF
               MOVE WRK-CPF-ANTERIOR TO WRK-DET-ANTERIOR
               MOVE WRK-CPF-GANHOS TO WRK-DET-GANHOS
               MOVE WRK-CPF-RESGATES TO WRK-DET-RESGATES
               MOVE WRK-CPF-ESTORNOS TO WRK-DET-ESTORNOS
               MOVE WRK-CPF-EXPIRADOS TO WRK-DET-EXPIRADOS
               MOVE WRK-CPF-SALDO-FIM TO WRK-DET-SALDO
               MOVE WRK-LINHA-DET TO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
           PERFORM 0210-LER-SALDO.
       0420-SOMAR-MOVIMENTOS.
           MOVE 'N' TO WRK-FIM-MOV.
           OPEN INPUT ARQ-MOV-PONTOS.
           IF WRK-FS-PMV = '00'
               MOVE PTS-CPF TO PMV-CPF
               COMPUTE PMV-DATA = WRK-PERIODO-PTS * 100 + 1
               MOVE ZEROS TO PMV-FILIAL PMV-SEQ
               MOVE SPACE TO PMV-TIPO
               START ARQ-MOV-PONTOS KEY IS >= PMV-CHAVE
                   INVALID KEY
                       SET FIM-MOVIMENTOS TO TRUE
               END-START
               PERFORM 0425-CLASSIFICAR-MOVIMENTO
                   UNTIL FIM-MOVIMENTOS
               CLOSE ARQ-MOV-PONTOS
               IF WRK-FS-PMV NOT = '00'
                   DISPLAY 'ERRO AO FECHAR PONTMOV.DAT - FS='
                       WRK-FS-PMV
               END-IF
           ELSE
               IF WRK-FS-PMV NOT = '35'
                   DISPLAY 'ERRO AO ABRIR PONTMOV.DAT - FS='
                       WRK-FS-PMV
               END-IF
           END-IF.
       0425-CLASSIFICAR-MOVIMENTO.
           READ ARQ-MOV-PONTOS NEXT RECORD
               AT END
                   SET FIM-MOVIMENTOS TO TRUE
               NOT AT END
                   IF PMV-CPF NOT = PTS-CPF
                       SET FIM-MOVIMENTOS TO TRUE
                   ELSE
                       IF PMV-DATA(1:6) = WRK-PERIODO-PTS
                           EVALUATE TRUE
                               WHEN PONTOS-GANHOS
                                   ADD PMV-PONTOS TO WRK-CPF-GANHOS
                               WHEN PONTOS-RESGATADOS
                                   ADD PMV-PONTOS TO WRK-CPF-RESGATES
                               WHEN PONTOS-ESTORNADOS
                                   ADD PMV-PONTOS TO WRK-CPF-ESTORNOS
                               WHEN PONTOS-EXPIRADOS
                                   ADD PMV-PONTOS
                                       TO WRK-CPF-EXPIRADOS
                           END-EVALUATE
                       ELSE
                           ADD PMV-PONTOS TO WRK-CPF-POSTERIOR
                       END-IF
                   END-IF
           END-READ.
       0450-GRAVAR-TOTAIS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '----------------------------------------'
               '----------------------------------------'
               '---------' DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-DET.
           MOVE 'TOTAL' TO WRK-DET-CPF.
           MOVE WRK-TOT-ANTERIOR TO WRK-DET-ANTERIOR.
           MOVE WRK-TOT-GANHOS TO WRK-DET-GANHOS.
           MOVE WRK-TOT-RESGATES TO WRK-DET-RESGATES.
           MOVE WRK-TOT-ESTORNOS TO WRK-DET-ESTORNOS.
           MOVE WRK-TOT-EXPIRADOS TO WRK-DET-EXPIRADOS.
           MOVE WRK-TOT-SALDO-FIM TO WRK-DET-SALDO.
           MOVE WRK-LINHA-DET TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE WRK-QT-CPF TO WRK-PTS-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'CPF COM SALDO/MOVIMENTO: ' DELIMITED BY SIZE
               WRK-PTS-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           COMPUTE WRK-VALOR-PASSIVO ROUNDED =
               WRK-TOT-SALDO-FIM * WRK-PTS-VALOR-PONTO.
           MOVE WRK-VALOR-PASSIVO TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'PASSIVO DE PONTOS......: ' DELIMITED BY SIZE
               WRK-TOT-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           IF WRK-QT-EXPIRADOS > ZEROS
               MOVE WRK-TOT-EXP-NOVOS TO WRK-PTS-ED
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'EXPIRADOS NESTA EXECUCAO: ' DELIMITED BY SIZE
                   WRK-PTS-ED DELIMITED BY SIZE
                   ' PONTOS' DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
       0490-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELPTS - FS='
                   WRK-FS-RELATORIO
           END-IF.
      * SO O QUE EXPIROU NESTA EXECUCAO - REPROCESSAR O MES NAO
      * DUPLICA O LANCAMENTO
       0500-GERAR-CONTABIL.
           MOVE ZEROS TO WRK-LANC-QT.
           IF WRK-TOT-EXP-NOVOS > ZEROS
               COMPUTE WRK-VALOR-EXPIRADO ROUNDED =
                   WRK-TOT-EXP-NOVOS * WRK-PTS-VALOR-PONTO
               MOVE WRK-DATA-FIM-MES TO WRK-LANC-DATA
               MOVE WRK-VALOR-EXPIRADO TO WRK-LANC-VALOR
               MOVE SPACES TO WRK-LANC-ORIGEM
               STRING 'PTS ' WRK-PERIODO-PTS DELIMITED BY SIZE
                   INTO WRK-LANC-ORIGEM
               MOVE '21500000' TO WRK-LANC-CONTA-DEB
               MOVE '41900000' TO WRK-LANC-CONTA-CRED
               PERFORM 0962-GRAVAR-LANCAMENTO-CONTAS
               DISPLAY 'LANCAMENTOS CONTABEIS GERADOS: '
                   WRK-LANC-QT
           END-IF.
           COPY 'BOOKPTSWRT.COB'.
           COPY 'BOOKGLWRT.COB'.
           COPY 'BOOKPARGET.COB'.
           COPY 'BOOKLOGWRT.COB'.
