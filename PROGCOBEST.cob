      * GERA O PAR CONTABIL DE ESTORNO NO GLINTF), REJEITAR
      * SO MARCA - AS DUAS DECISOES VAO PARA O LOGTRANS.DAT
      * COM A IDENTIDADE DO APROVADOR
      * ESTORNO APROVADO COM CPF DESFAZ OS PONTOS DE
      * FIDELIDADE DA VENDA - RETIRA OS PONTOS GANHOS OU
      * DEVOLVE OS PONTOS DE UM RESGATE (PAGAMENTO P)
      * SOMENTE OPERADOR COM PERFIL DE SUPERVISOR ENTRA
      * DATA     = 02/09/2026
      ********************************************
           COPY 'BOOKOPERSEL.COB'.
           COPY 'BOOKHISTSEL.COB'.
           COPY 'BOOKGLSEL.COB'.
           COPY 'BOOKPARSEL.COB'.
           COPY 'BOOKPTSSEL.COB'.
           COPY 'BOOKPMVSEL.COB'.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKOPERFD.COB'.
           COPY 'BOOKHISTFD.COB'.
           COPY 'BOOKGLFD.COB'.
           COPY 'BOOKPARFD.COB'.
           COPY 'BOOKPTSFD.COB'.
           COPY 'BOOKPMVFD.COB'.
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKESTWS.COB'.
           COPY 'BOOKOPERWS.COB'.
           COPY 'BOOKHISTWS.COB'.
           COPY 'BOOKGLWS.COB'.
           COPY 'BOOKPARWS.COB'.
           COPY 'BOOKPTSWS.COB'.
           COPY 'BOOKPMVWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-OPCAO-ENT    PIC X(01) VALUE SPACE.
       77  WRK-OPCAO        PIC 9(01) VALUE ZEROS.
       77  WRK-QT-APROVADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QT-REJEITADOS PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-ED     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ABS    PIC S9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-PONTOS PIC S9(09)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBEST' TO WRK-PROGRAMA-LOG.
           IF NOT OPERADOR-SUPERVISOR
               DISPLAY 'SOMENTE SUPERVISOR APROVA ESTORNOS'
               MOVE WRK-OPER-ID-ENT TO WRK-OPERADOR-ID
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING 'OPERADOR ' WRK-OPER-ID-ENT ' SEM PERFIL DE'
                   ' SUPERVISOR NEGADO NA APROVACAO DE ESTORNOS'
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
           END-IF.
           MOVE WRK-OPER-ID-ENT TO WRK-OPERADOR-ID.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-CARREGAR-PARAMETROS.
           PERFORM UNTIL WRK-OPCAO = 9
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0150-CAPTURAR-OPCAO
           END-PERFORM.
           PERFORM 0906-FECHAR-LOG.
           GOBACK.
      * MESMOS PARAMETROS DA APURACAO DIARIA - SEM PARAMDB.DAT
      * VALEM OS DEFAULTS DO BOOKPTSWS.COB
       0050-CARREGAR-PARAMETROS.
           MOVE 'PONTOS-POR-REAL' TO WRK-PARAM-CHAVE.
           MOVE WRK-PTS-POR-REAL TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           MOVE WRK-PARAM-VALOR TO WRK-PTS-POR-REAL.
           MOVE 'PONTOS-VALOR-PONTO' TO WRK-PARAM-CHAVE.
           MOVE WRK-PTS-VALOR-PONTO TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           IF WRK-PARAM-VALOR > ZEROS
               MOVE WRK-PARAM-VALOR TO WRK-PTS-VALOR-PONTO
           END-IF.
       0100-EXIBIR-MENU.
           DISPLAY '====================================='.
           DISPLAY ' APROVACAO DE ESTORNOS'.
               STRING 'EST ' EST-DATA DELIMITED BY SIZE
                   INTO WRK-LANC-ORIGEM
               PERFORM 0960-GRAVAR-LANCAMENTO-PAR
               IF EST-CPF NOT = SPACES AND EST-CPF NOT = ZEROS
                   PERFORM 0270-ESTORNAR-PONTOS
               END-IF
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING 'ESTORNO ' EST-DATA ' FIL ' EST-FILIAL
                   ' SEQ ' EST-SEQ ' APROVADO POR '
                   WRK-OPERADOR-ID DELIMITED BY SIZE
               DISPLAY 'ERRO AO GRAVAR ESTPEND.DAT - FS=' WRK-FS-EST
           ELSE
               ADD 1 TO WRK-QT-REJEITADOS
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING 'ESTORNO ' EST-DATA ' FIL ' EST-FILIAL
                   ' SEQ ' EST-SEQ ' REJEITADO POR '
                   WRK-OPERADOR-ID DELIMITED BY SIZE
                       WRK-FS-HIST
               END-IF
           END-IF.
      * ESTORNO DE VENDA PAGA COM PONTOS DEVOLVE OS PONTOS DO
      * RESGATE (CAIXA X PONTOS A RESGATAR) - DEMAIS VENDAS
      * PERDEM OS PONTOS GANHOS (PONTOS A RESGATAR X DEDUCAO
      * DE VENDAS) - SALDO PODE FICAR NEGATIVO SE O CLIENTE
      * JA RESGATOU, E O PROXIMO GANHO COMPENSA
      * O MOVIMENTO LEVA A DATA DA VENDA ESTORNADA - CHAVE UNICA
      * POR ESTORNO MESMO COM VARIAS DECISOES NO MESMO DIA
       0270-ESTORNAR-PONTOS.
           MOVE EST-VALOR TO WRK-VALOR-ABS.
           IF WRK-VALOR-ABS < ZEROS
               COMPUTE WRK-VALOR-ABS = ZEROS - WRK-VALOR-ABS
           END-IF.
           MOVE EST-CPF TO WRK-PTS-CPF.
           MOVE EST-DATA TO WRK-PTS-DATA.
           MOVE EST-FILIAL TO WRK-PTS-FILIAL.
           MOVE EST-SEQ TO WRK-PTS-SEQ.
           MOVE 'E' TO WRK-PTS-TIPO.
           MOVE EST-VALOR TO WRK-PTS-VALOR.
           IF EST-TIPO-PGTO = 'P'
               COMPUTE WRK-PTS-QT =
                   WRK-VALOR-ABS / WRK-PTS-VALOR-PONTO
               IF WRK-PTS-QT * WRK-PTS-VALOR-PONTO < WRK-VALOR-ABS
                   ADD 1 TO WRK-PTS-QT
               END-IF
               MOVE WRK-VALOR-ABS TO WRK-VALOR-PONTOS
               MOVE '11100000' TO WRK-LANC-CONTA-DEB
               MOVE '21500000' TO WRK-LANC-CONTA-CRED
           ELSE
               COMPUTE WRK-PTS-QT = ZEROS -
                   (WRK-VALOR-ABS * WRK-PTS-POR-REAL)
               COMPUTE WRK-VALOR-PONTOS ROUNDED =
                   (ZEROS - WRK-PTS-QT) * WRK-PTS-VALOR-PONTO
               MOVE '21500000' TO WRK-LANC-CONTA-DEB
               MOVE '41900000' TO WRK-LANC-CONTA-CRED
           END-IF.
           IF WRK-PTS-QT NOT = ZEROS
               PERFORM 0990-MOVIMENTAR-PONTOS
               IF PONTOS-GRAVADOS
                   MOVE WRK-VALOR-PONTOS TO WRK-LANC-VALOR
                   MOVE SPACES TO WRK-LANC-ORIGEM
                   STRING 'PTS ' EST-DATA DELIMITED BY SIZE
                       INTO WRK-LANC-ORIGEM
                   PERFORM 0962-GRAVAR-LANCAMENTO-CONTAS
                   MOVE SPACES TO WRK-DESCRICAO-LOG
                   STRING 'PTS ESTORNADOS CPF ' EST-CPF
                       ' QT ' WRK-PTS-QT ' SALDO ' WRK-PTS-SALDO
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
               END-IF
               IF PONTOS-DUPLICADO
                   DISPLAY 'PONTOS DO ESTORNO JA MOVIMENTADOS - CPF '
                       EST-CPF
               END-IF
           END-IF.
       0300-LISTAR-PENDENTES.
           MOVE ZEROS TO WRK-QT-PENDENTES.
           MOVE 'N' TO WRK-FIM-EST.
           PERFORM 0210-LER-ESTORNO.
           COPY 'BOOKOPERCHK.COB'.
           COPY 'BOOKGLWRT.COB'.
           COPY 'BOOKPTSWRT.COB'.
           COPY 'BOOKPARGET.COB'.
           COPY 'BOOKLOGWRT.COB'.
