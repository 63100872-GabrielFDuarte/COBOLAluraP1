       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBCONT.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = CONTABILIZACAO DA INTERFACE CONTABIL GLINTF
      * LE OS LANCAMENTOS GRAVADOS DESDE A ULTIMA EXECUCAO
      * (POSICAO GUARDADA NO CONTCTRL.DAT), CONFERE A CONTA NO
      * PLANO DE CONTAS E LANCA NO RAZAO (RAZAO.DAT) E NOS
      * SALDOS POR CONTA E PERIODO (SALDOCTA.DAT)
      * CONTA INEXISTENTE OU INATIVA RECUSA O LANCAMENTO PARA
      * O GLPEND.DAT - A CADA EXECUCAO OS PENDENTES SAO
      * RETENTADOS ANTES DOS NOVOS, ENTAO BASTA ACERTAR O
      * PLANO DE CONTAS (PROGCOBPCTA) E RODAR DE NOVO
      * O GLINTF CONTINUA SENDO O ARQUIVO IMPORTADO PELO
      * PACOTE CONTABIL - AQUI ELE SO E LIDO
      * RELATORIO DA CONTABILIZACAO NO DD RELCONT
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKGLSEL.COB'.
           COPY 'BOOKCTASEL.COB'.
           COPY 'BOOKSLDSEL.COB'.
           COPY 'BOOKRAZSEL.COB'.
           COPY 'BOOKGPDSEL.COB'.
           SELECT ARQ-POSICAO ASSIGN TO 'CONTCTRL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-POS.
           SELECT REL-CONTABIL ASSIGN TO RELCONT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKGLFD.COB'.
           COPY 'BOOKCTAFD.COB'.
           COPY 'BOOKSLDFD.COB'.
           COPY 'BOOKRAZFD.COB'.
           COPY 'BOOKGPDFD.COB'.
      * POSICAO DA ULTIMA CONTABILIZACAO - QUANTIDADE DE
      * REGISTROS DO GLINTF JA LIDOS E A IMAGEM DO ULTIMO, PARA
      * PERCEBER UM GLINTF TROCADO OU TRUNCADO ENTRE EXECUCOES
       FD  ARQ-POSICAO.
       01  REG-POSICAO.
           05 POS-QT-LIDOS     PIC 9(09).
           05 POS-ULT-REGISTRO PIC X(46).
           05 POS-DATA-PROC    PIC 9(08).
           05 POS-OPERADOR     PIC X(08).
       FD  REL-CONTABIL.
       01  REG-RELATORIO    PIC X(100).
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKGLWS.COB'.
           COPY 'BOOKCTAWS.COB'.
           COPY 'BOOKSLDWS.COB'.
           COPY 'BOOKRAZWS.COB'.
           COPY 'BOOKGPDWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-POS       PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-LANC     PIC X(01) VALUE 'N'.
           88 FIM-LANCAMENTOS VALUE 'S'.
       77  WRK-FIM-PEND     PIC X(01) VALUE 'N'.
           88 FIM-PENDENTES VALUE 'S'.
       77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA VALUE 'S'.
       77  WRK-ERRO-CONTROLE PIC X(01) VALUE 'N'.
           88 ERRO-CONTROLE VALUE 'S'.
       77  WRK-TEM-GLINTF   PIC X(01) VALUE 'N'.
           88 GLINTF-DISPONIVEL VALUE 'S'.
       77  WRK-LANC-OK      PIC X(01) VALUE 'N'.
           88 LANCAMENTO-VALIDO VALUE 'S'.
       77  WRK-GRAVOU-RAZAO PIC X(01) VALUE 'N'.
           88 RAZAO-GRAVADO VALUE 'S'.
       77  WRK-ERRO-GRAVACAO PIC X(01) VALUE 'N'.
           88 ERRO-GRAVACAO VALUE 'S'.
       77  WRK-POS-NOVA     PIC 9(09) VALUE ZEROS.
       77  WRK-REG-NOVO     PIC X(46) VALUE SPACES.
       77  WRK-QT-ERRO-GRAV PIC 9(07) VALUE ZEROS.
       77  WRK-MOTIVO       PIC X(16) VALUE SPACES.
       77  WRK-POS-ANTERIOR PIC 9(09) VALUE ZEROS.
       77  WRK-ULT-REGISTRO PIC X(46) VALUE SPACES.
       77  WRK-NUM-LANC     PIC 9(09) VALUE ZEROS.
       77  WRK-QT-LIDOS     PIC 9(09) VALUE ZEROS.
       77  WRK-QT-LANCADOS  PIC 9(07) VALUE ZEROS.
       77  WRK-QT-RECUSADOS PIC 9(07) VALUE ZEROS.
       77  WRK-QT-REPROC    PIC 9(07) VALUE ZEROS.
       77  WRK-QT-PEND-ABERTO PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-DEBITOS  PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOT-CREDITOS PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOT-ED       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      * LANCAMENTO EM ANALISE - VEM DO GLINTF OU DO GLPEND
       01  WRK-LANC-ATUAL.
           05 WRK-ATU-NUM    PIC 9(09).
           05 WRK-ATU-DATA   PIC 9(08).
           05 WRK-ATU-CONTA  PIC X(08).
           05 WRK-ATU-DC     PIC X(01).
           05 WRK-ATU-VALOR  PIC 9(09)V99.
           05 WRK-ATU-ORIGEM PIC X(14).
       01  WRK-LINHA-DET.
           05 WRK-DET-NUM    PIC Z(08)9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-DET-DATA   PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-DET-CONTA  PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-DET-DC     PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-DET-VALOR  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-DET-ORIGEM PIC X(14).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-DET-SITUACAO PIC X(30).
       01  WRK-LINHA-REL PIC X(100).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBCONT' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-INICIALIZAR.
           IF NOT ERRO-ABERTURA AND NOT ERRO-CONTROLE
               PERFORM 0150-REPROCESSAR-PENDENTES
               IF NOT FIM-LANCAMENTOS
                   PERFORM 0200-CONTABILIZAR UNTIL FIM-LANCAMENTOS
               END-IF
           END-IF.
           PERFORM 0300-FINALIZAR.
           MOVE SPACES TO WRK-DESCRICAO-LOG.
           STRING 'CONTABILIZACAO LIDOS ' WRK-QT-LIDOS
               ' LANC ' WRK-QT-LANCADOS ' RECUS '
               WRK-QT-RECUSADOS DELIMITED BY SIZE
               INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
           PERFORM 0906-FECHAR-LOG.
      * RETORNO 4 = LANCAMENTO RECUSADO, PENDENTE EM ABERTO OU
      * DESVIADO PARA O GLPEND POR ERRO DE GRAVACAO
      * 8 = ERRO DE ABERTURA OU DE GRAVACAO SEM DESVIO POSSIVEL
      * (POSICAO PARA NO ULTIMO LANCAMENTO TRATADO)
      * 12 = GLINTF NAO CONFERE COM A POSICAO DA ULTIMA
      * CONTABILIZACAO
           EVALUATE TRUE
               WHEN ERRO-ABERTURA OR ERRO-GRAVACAO
                   MOVE 8 TO RETURN-CODE
               WHEN ERRO-CONTROLE
                   MOVE 12 TO RETURN-CODE
               WHEN WRK-QT-RECUSADOS > ZEROS
                       OR WRK-QT-PEND-ABERTO > ZEROS
                       OR WRK-QT-ERRO-GRAV > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       0100-INICIALIZAR.
           PERFORM 0105-LER-POSICAO.
           MOVE WRK-POS-ANTERIOR TO WRK-POS-NOVA.
           MOVE WRK-ULT-REGISTRO TO WRK-REG-NOVO.
           OPEN OUTPUT REL-CONTABIL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR REL-CONTABIL - FS='
                   WRK-FS-RELATORIO
               SET ERRO-ABERTURA TO TRUE
           ELSE
               PERFORM 0120-GRAVAR-CABECALHO
               PERFORM 0110-ABRIR-ARQUIVOS
           END-IF.
           IF NOT ERRO-ABERTURA AND GLINTF-DISPONIVEL
               PERFORM 0130-PULAR-CONTABILIZADOS
           END-IF.
           IF NOT ERRO-ABERTURA AND NOT ERRO-CONTROLE
                   AND GLINTF-DISPONIVEL
               PERFORM 0140-LER-LANCAMENTO
           ELSE
               SET FIM-LANCAMENTOS TO TRUE
           END-IF.
      * SEM CONTCTRL.DAT E A PRIMEIRA CONTABILIZACAO - O GLINTF
      * E LIDO DESDE O INICIO
       0105-LER-POSICAO.
           MOVE ZEROS TO WRK-POS-ANTERIOR.
           MOVE SPACES TO WRK-ULT-REGISTRO.
           OPEN INPUT ARQ-POSICAO.
           IF WRK-FS-POS = '00'
               READ ARQ-POSICAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE POS-QT-LIDOS TO WRK-POS-ANTERIOR
                       MOVE POS-ULT-REGISTRO TO WRK-ULT-REGISTRO
               END-READ
               CLOSE ARQ-POSICAO
           ELSE
               IF WRK-FS-POS NOT = '35'
                   DISPLAY 'ERRO AO ABRIR CONTCTRL.DAT - FS='
                       WRK-FS-POS
                   SET ERRO-ABERTURA TO TRUE
               END-IF
           END-IF.
      * SEM PLANO DE CONTAS TUDO SERIA RECUSADO - A EXECUCAO
      * PARA COM ERRO DE ABERTURA EM VEZ DE ENCHER O GLPEND
       0110-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PLANO-CONTAS.
           IF WRK-FS-CTA NOT = '00'
               DISPLAY 'ERRO AO ABRIR PLANOCTA.DAT - FS=' WRK-FS-CTA
               SET ERRO-ABERTURA TO TRUE
           END-IF.
           OPEN I-O ARQ-SALDOS-CTA.
           IF WRK-FS-SLD = '35'
               OPEN OUTPUT ARQ-SALDOS-CTA
               CLOSE ARQ-SALDOS-CTA
               OPEN I-O ARQ-SALDOS-CTA
           END-IF.
           IF WRK-FS-SLD NOT = '00'
               DISPLAY 'ERRO AO ABRIR SALDOCTA.DAT - FS=' WRK-FS-SLD
               SET ERRO-ABERTURA TO TRUE
           END-IF.
           OPEN I-O ARQ-RAZAO.
           IF WRK-FS-RAZ = '35'
               OPEN OUTPUT ARQ-RAZAO
               CLOSE ARQ-RAZAO
               OPEN I-O ARQ-RAZAO
           END-IF.
           IF WRK-FS-RAZ NOT = '00'
               DISPLAY 'ERRO AO ABRIR RAZAO.DAT - FS=' WRK-FS-RAZ
               SET ERRO-ABERTURA TO TRUE
           END-IF.
           OPEN I-O ARQ-LANC-PEND.
           IF WRK-FS-GPD = '35'
               OPEN OUTPUT ARQ-LANC-PEND
               CLOSE ARQ-LANC-PEND
               OPEN I-O ARQ-LANC-PEND
           END-IF.
           IF WRK-FS-GPD NOT = '00'
               DISPLAY 'ERRO AO ABRIR GLPEND.DAT - FS=' WRK-FS-GPD
               SET ERRO-ABERTURA TO TRUE
           END-IF.
           OPEN INPUT ARQ-LANCAMENTOS.
           IF WRK-FS-LANC = '00'
               SET GLINTF-DISPONIVEL TO TRUE
           ELSE
               IF WRK-FS-LANC = '35'
                   DISPLAY 'GLINTF NAO ENCONTRADO - NENHUM LANCAMENTO'
                       ' NOVO'
               ELSE
                   DISPLAY 'ERRO AO ABRIR GLINTF - FS=' WRK-FS-LANC
                   SET ERRO-ABERTURA TO TRUE
               END-IF
           END-IF.
       0120-GRAVAR-CABECALHO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'CONTABILIZACAO DO GLINTF - ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '  LANCTO DATA     CONTA    DC          VALOR'
               ' ORIGEM         SITUACAO'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
      * PULA O QUE JA FOI CONTABILIZADO E CONFERE SE O ULTIMO
      * REGISTRO PULADO E O MESMO DA EXECUCAO ANTERIOR - GLINTF
      * MENOR OU DIFERENTE PARA A CONTABILIZACAO (RETORNO 12)
       0130-PULAR-CONTABILIZADOS.
           MOVE ZEROS TO WRK-NUM-LANC.
           PERFORM 0135-PULAR-REGISTRO
               UNTIL WRK-NUM-LANC >= WRK-POS-ANTERIOR
                   OR FIM-LANCAMENTOS.
           IF WRK-POS-ANTERIOR > ZEROS
               IF FIM-LANCAMENTOS
                       OR REG-LANCAMENTO NOT = WRK-ULT-REGISTRO
                   DISPLAY 'GLINTF NAO CONFERE COM A ULTIMA'
                       ' CONTABILIZACAO - POSICAO ' WRK-POS-ANTERIOR
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING 'GLINTF NAO CONFERE COM A POSICAO '
                       WRK-POS-ANTERIOR ' DA ULTIMA CONTABILIZACAO'
                       ' - NADA LANCADO' DELIMITED BY SIZE
                       INTO WRK-LINHA-REL
                   PERFORM 0390-GRAVAR-LINHA-REL
                   SET ERRO-CONTROLE TO TRUE
               END-IF
           END-IF.
       0135-PULAR-REGISTRO.
           READ ARQ-LANCAMENTOS
               AT END
                   SET FIM-LANCAMENTOS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-NUM-LANC
           END-READ.
       0140-LER-LANCAMENTO.
           READ ARQ-LANCAMENTOS
               AT END
                   SET FIM-LANCAMENTOS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-NUM-LANC
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE REG-LANCAMENTO TO WRK-ULT-REGISTRO
           END-READ.
      * PENDENTES DE EXECUCOES ANTERIORES - CONTA ACERTADA NO
      * PLANO ENTRA NO RAZAO E SAI DO GLPEND, O RESTO FICA
       0150-REPROCESSAR-PENDENTES.
           MOVE 'N' TO WRK-FIM-PEND.
           MOVE LOW-VALUES TO GPD-NUM-LANC.
           START ARQ-LANC-PEND KEY IS >= GPD-NUM-LANC
               INVALID KEY
                   SET FIM-PENDENTES TO TRUE
           END-START.
           PERFORM 0155-REPROCESSAR-PENDENTE UNTIL FIM-PENDENTES.
       0155-REPROCESSAR-PENDENTE.
           READ ARQ-LANC-PEND NEXT RECORD
               AT END
                   SET FIM-PENDENTES TO TRUE
               NOT AT END
                   MOVE GPD-NUM-LANC TO WRK-ATU-NUM
                   MOVE GPD-DATA TO WRK-ATU-DATA
                   MOVE GPD-CONTA TO WRK-ATU-CONTA
                   MOVE GPD-DC TO WRK-ATU-DC
                   MOVE GPD-VALOR TO WRK-ATU-VALOR
                   MOVE GPD-ORIGEM TO WRK-ATU-ORIGEM
                   PERFORM 0210-VALIDAR-LANCAMENTO
                   IF LANCAMENTO-VALIDO
                       PERFORM 0250-LANCAR-NO-RAZAO
                       IF NOT RAZAO-GRAVADO
                           ADD 1 TO WRK-QT-ERRO-GRAV
                       END-IF
                       IF ERRO-GRAVACAO
                           SET FIM-PENDENTES TO TRUE
                           SET FIM-LANCAMENTOS TO TRUE
                       END-IF
                       IF RAZAO-GRAVADO
                           DELETE ARQ-LANC-PEND RECORD
                           IF WRK-FS-GPD NOT = '00'
                               DISPLAY 'ERRO AO EXCLUIR GLPEND.DAT'
                                   ' - FS=' WRK-FS-GPD
                               ADD 1 TO WRK-QT-ERRO-GRAV
                               PERFORM 0258-DESFAZER-LANCAMENTO
                               IF ERRO-GRAVACAO
                                   SET FIM-PENDENTES TO TRUE
                                   SET FIM-LANCAMENTOS TO TRUE
                               END-IF
                           ELSE
                               ADD 1 TO WRK-QT-REPROC
                               MOVE 'PENDENTE LANCADO' TO WRK-MOTIVO
                               PERFORM 0280-IMPRIMIR-LANCAMENTO
                           END-IF
                       END-IF
                   ELSE
                       ADD 1 TO WRK-QT-PEND-ABERTO
                   END-IF
           END-READ.
       0200-CONTABILIZAR.
           MOVE WRK-NUM-LANC TO WRK-ATU-NUM.
           MOVE LANC-DATA TO WRK-ATU-DATA.
           MOVE LANC-CONTA TO WRK-ATU-CONTA.
           MOVE LANC-DC TO WRK-ATU-DC.
           MOVE LANC-VALOR TO WRK-ATU-VALOR.
           MOVE LANC-ORIGEM TO WRK-ATU-ORIGEM.
           PERFORM 0210-VALIDAR-LANCAMENTO.
           IF LANCAMENTO-VALIDO
               PERFORM 0250-LANCAR-NO-RAZAO
               IF NOT RAZAO-GRAVADO AND NOT ERRO-GRAVACAO
                   MOVE 'ERRO DE GRAVACAO' TO WRK-MOTIVO
                   ADD 1 TO WRK-QT-ERRO-GRAV
                   PERFORM 0260-RECUSAR-LANCAMENTO
               END-IF
           ELSE
               PERFORM 0260-RECUSAR-LANCAMENTO
           END-IF.
      * LANCAMENTO QUE NAO FOI NEM PARA O RAZAO NEM PARA O
      * GLPEND PARA A LEITURA - A POSICAO FICA NO ANTERIOR E A
      * PROXIMA EXECUCAO COMECA POR ELE
           IF ERRO-GRAVACAO
               SET FIM-LANCAMENTOS TO TRUE
           ELSE
               MOVE WRK-NUM-LANC TO WRK-POS-NOVA
               MOVE WRK-ULT-REGISTRO TO WRK-REG-NOVO
               PERFORM 0140-LER-LANCAMENTO
           END-IF.
       0210-VALIDAR-LANCAMENTO.
           MOVE 'S' TO WRK-LANC-OK.
           MOVE SPACES TO WRK-MOTIVO.
           EVALUATE TRUE
               WHEN WRK-ATU-DATA NOT NUMERIC
                   MOVE 'DATA INVALIDA' TO WRK-MOTIVO
               WHEN WRK-ATU-VALOR NOT NUMERIC
                   MOVE 'VALOR INVALIDO' TO WRK-MOTIVO
               WHEN WRK-ATU-DC NOT = 'D' AND WRK-ATU-DC NOT = 'C'
                   MOVE 'D/C INVALIDO' TO WRK-MOTIVO
               WHEN OTHER
                   MOVE WRK-ATU-CONTA TO CTA-CODIGO
                   READ ARQ-PLANO-CONTAS
                       INVALID KEY
                           MOVE 'CONTA INEXISTENTE' TO WRK-MOTIVO
                       NOT INVALID KEY
                           IF NOT CONTA-ATIVA
                               MOVE 'CONTA INATIVA' TO WRK-MOTIVO
                           END-IF
                   END-READ
           END-EVALUATE.
           IF WRK-MOTIVO NOT = SPACES
               MOVE 'N' TO WRK-LANC-OK
           END-IF.
      * RAZAO PELA CHAVE CONTA + DATA + NUMERO DO LANCAMENTO E
      * SALDO DO PERIODO DA DATA DO LANCAMENTO
      * SALDO QUE NAO GRAVA EXCLUI A LINHA DO RAZAO - OS DOIS
      * FICAM PARA A PROXIMA EXECUCAO PELO GLPEND; SE NEM A
      * EXCLUSAO FUNCIONAR A CONTABILIZACAO PARA (ERRO-GRAVACAO)
       0250-LANCAR-NO-RAZAO.
           MOVE 'N' TO WRK-GRAVOU-RAZAO.
           MOVE WRK-ATU-CONTA TO RAZ-CONTA.
           MOVE WRK-ATU-DATA TO RAZ-DATA.
           MOVE WRK-ATU-NUM TO RAZ-NUM-LANC.
           MOVE WRK-ATU-DC TO RAZ-DC.
           MOVE WRK-ATU-VALOR TO RAZ-VALOR.
           MOVE WRK-ATU-ORIGEM TO RAZ-ORIGEM.
           MOVE WRK-DATA-HOJE TO RAZ-DATA-CONTAB.
           WRITE REG-RAZAO.
           IF WRK-FS-RAZ NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RAZAO.DAT - FS=' WRK-FS-RAZ
                   ' LANCAMENTO ' WRK-ATU-NUM
           ELSE
               PERFORM 0255-ATUALIZAR-SALDO
               IF WRK-FS-SLD = '00'
                   SET RAZAO-GRAVADO TO TRUE
                   ADD 1 TO WRK-QT-LANCADOS
                   IF WRK-ATU-DC = 'D'
                       ADD WRK-ATU-VALOR TO WRK-TOT-DEBITOS
                   ELSE
                       ADD WRK-ATU-VALOR TO WRK-TOT-CREDITOS
                   END-IF
               ELSE
                   DELETE ARQ-RAZAO RECORD
                   IF WRK-FS-RAZ NOT = '00'
                       DISPLAY 'ERRO AO EXCLUIR RAZAO.DAT - FS='
                           WRK-FS-RAZ ' LANCAMENTO ' WRK-ATU-NUM
                       SET ERRO-GRAVACAO TO TRUE
                   END-IF
               END-IF
           END-IF.
       0255-ATUALIZAR-SALDO.
           MOVE WRK-ATU-CONTA TO SLD-CONTA.
           MOVE WRK-ATU-DATA(1:6) TO SLD-PERIODO.
           READ ARQ-SALDOS-CTA
               INVALID KEY
                   MOVE WRK-ATU-CONTA TO SLD-CONTA
                   MOVE WRK-ATU-DATA(1:6) TO SLD-PERIODO
                   MOVE ZEROS TO SLD-DEBITOS SLD-CREDITOS SLD-QT-LANC
                   PERFORM 0256-SOMAR-SALDO
                   WRITE REG-SALDO-CTA
               NOT INVALID KEY
                   PERFORM 0256-SOMAR-SALDO
                   REWRITE REG-SALDO-CTA
           END-READ.
           IF WRK-FS-SLD NOT = '00'
               DISPLAY 'ERRO AO GRAVAR SALDOCTA.DAT - FS=' WRK-FS-SLD
                   ' CONTA ' WRK-ATU-CONTA
           END-IF.
       0256-SOMAR-SALDO.
           ADD 1 TO SLD-QT-LANC.
           IF WRK-ATU-DC = 'D'
               ADD WRK-ATU-VALOR TO SLD-DEBITOS
           ELSE
               ADD WRK-ATU-VALOR TO SLD-CREDITOS
           END-IF.
      * PENDENTE QUE NAO SAI DO GLPEND DEPOIS DE LANCADO SERIA
      * LANCADO DE NOVO NA PROXIMA EXECUCAO - O SALDO E A LINHA DO
      * RAZAO VOLTAM E ELE FICA PENDENTE. SE NAO VOLTAREM A
      * CONTABILIZACAO PARA (ERRO-GRAVACAO)
       0258-DESFAZER-LANCAMENTO.
           MOVE WRK-ATU-CONTA TO SLD-CONTA.
           MOVE WRK-ATU-DATA(1:6) TO SLD-PERIODO.
           READ ARQ-SALDOS-CTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT 1 FROM SLD-QT-LANC
                   IF WRK-ATU-DC = 'D'
                       SUBTRACT WRK-ATU-VALOR FROM SLD-DEBITOS
                   ELSE
                       SUBTRACT WRK-ATU-VALOR FROM SLD-CREDITOS
                   END-IF
                   REWRITE REG-SALDO-CTA
           END-READ.
           IF WRK-FS-SLD NOT = '00'
               DISPLAY 'ERRO AO DESFAZER SALDOCTA.DAT - FS='
                   WRK-FS-SLD ' LANCAMENTO ' WRK-ATU-NUM
               SET ERRO-GRAVACAO TO TRUE
           ELSE
               MOVE WRK-ATU-CONTA TO RAZ-CONTA
               MOVE WRK-ATU-DATA TO RAZ-DATA
               MOVE WRK-ATU-NUM TO RAZ-NUM-LANC
               DELETE ARQ-RAZAO RECORD
               IF WRK-FS-RAZ NOT = '00'
                   DISPLAY 'ERRO AO EXCLUIR RAZAO.DAT - FS='
                       WRK-FS-RAZ ' LANCAMENTO ' WRK-ATU-NUM
                   SET ERRO-GRAVACAO TO TRUE
               ELSE
                   SUBTRACT 1 FROM WRK-QT-LANCADOS
                   IF WRK-ATU-DC = 'D'
                       SUBTRACT WRK-ATU-VALOR FROM WRK-TOT-DEBITOS
                   ELSE
                       SUBTRACT WRK-ATU-VALOR FROM WRK-TOT-CREDITOS
                   END-IF
               END-IF
           END-IF.
       0260-RECUSAR-LANCAMENTO.
           MOVE WRK-ATU-NUM TO GPD-NUM-LANC.
           MOVE WRK-ATU-DATA TO GPD-DATA.
           MOVE WRK-ATU-CONTA TO GPD-CONTA.
           MOVE WRK-ATU-DC TO GPD-DC.
           MOVE WRK-ATU-VALOR TO GPD-VALOR.
           MOVE WRK-ATU-ORIGEM TO GPD-ORIGEM.
           MOVE WRK-MOTIVO TO GPD-MOTIVO.
           MOVE WRK-DATA-HOJE TO GPD-DATA-REJ.
           WRITE REG-LANC-PEND.
           IF WRK-FS-GPD NOT = '00'
               DISPLAY 'ERRO AO GRAVAR GLPEND.DAT - FS=' WRK-FS-GPD
                   ' LANCAMENTO ' WRK-ATU-NUM
               SET ERRO-GRAVACAO TO TRUE
           ELSE
               ADD 1 TO WRK-QT-RECUSADOS
               PERFORM 0280-IMPRIMIR-LANCAMENTO
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING 'LANCAMENTO ' WRK-ATU-NUM ' CONTA '
                   WRK-ATU-CONTA ' ORIGEM ' WRK-ATU-ORIGEM
                   ' RECUSADO - ' WRK-MOTIVO
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.
      * SO RECUSADOS E PENDENTES RECUPERADOS SAEM LINHA A LINHA
      * - O LANCADO NORMAL ESTA NO RAZAO (PROGCOBBALC)
       0280-IMPRIMIR-LANCAMENTO.
           MOVE WRK-ATU-NUM TO WRK-DET-NUM.
           MOVE WRK-ATU-DATA TO WRK-DET-DATA.
           MOVE WRK-ATU-CONTA TO WRK-DET-CONTA.
           MOVE WRK-ATU-DC TO WRK-DET-DC.
           IF WRK-ATU-VALOR NUMERIC
               MOVE WRK-ATU-VALOR TO WRK-DET-VALOR
           ELSE
               MOVE ZEROS TO WRK-DET-VALOR
           END-IF.
           MOVE WRK-ATU-ORIGEM TO WRK-DET-ORIGEM.
           MOVE WRK-MOTIVO TO WRK-DET-SITUACAO.
           MOVE WRK-LINHA-DET TO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
       0300-FINALIZAR.
           IF GLINTF-DISPONIVEL
               CLOSE ARQ-LANCAMENTOS
           END-IF.
           IF NOT ERRO-ABERTURA AND NOT ERRO-CONTROLE
                   AND WRK-POS-NOVA > WRK-POS-ANTERIOR
               PERFORM 0320-GRAVAR-POSICAO
           END-IF.
           IF WRK-FS-RELATORIO = '00'
               PERFORM 0310-GRAVAR-TOTAIS
               CLOSE REL-CONTABIL
           END-IF.
           CLOSE ARQ-PLANO-CONTAS ARQ-SALDOS-CTA ARQ-RAZAO
               ARQ-LANC-PEND.
           DISPLAY '---------------------'.
           DISPLAY 'LIDOS DO GLINTF.......: ' WRK-QT-LIDOS.
           DISPLAY 'LANCADOS NO RAZAO.....: ' WRK-QT-LANCADOS.
           DISPLAY 'RECUSADOS.............: ' WRK-QT-RECUSADOS.
           DISPLAY 'PENDENTES RECUPERADOS.: ' WRK-QT-REPROC.
           DISPLAY 'PENDENTES EM ABERTO...: ' WRK-QT-PEND-ABERTO.
           DISPLAY 'ERROS DE GRAVACAO.....: ' WRK-QT-ERRO-GRAV.
           IF ERRO-GRAVACAO
               DISPLAY 'CONTABILIZACAO INTERROMPIDA NO LANCAMENTO '
                   WRK-ATU-NUM
           END-IF.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
       0310-GRAVAR-TOTAIS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '----------------------------------------'
               '----------------------------------------'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'LIDOS DO GLINTF.......: ' WRK-QT-LIDOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'LANCADOS NO RAZAO.....: ' WRK-QT-LANCADOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-DEBITOS TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TOTAL DE DEBITOS......: ' WRK-TOT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-CREDITOS TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TOTAL DE CREDITOS.....: ' WRK-TOT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'RECUSADOS (GLPEND)....: ' WRK-QT-RECUSADOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'PENDENTES RECUPERADOS.: ' WRK-QT-REPROC
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           IF WRK-QT-PEND-ABERTO > ZEROS
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'PENDENTES EM ABERTO...: ' WRK-QT-PEND-ABERTO
                   ' AGUARDANDO ACERTO DO PLANO DE CONTAS'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0390-GRAVAR-LINHA-REL
           END-IF.
           IF WRK-QT-ERRO-GRAV > ZEROS
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'ERROS DE GRAVACAO.....: ' WRK-QT-ERRO-GRAV
                   ' NO RAZAO/SALDOS - RETENTADOS PELO GLPEND'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0390-GRAVAR-LINHA-REL
           END-IF.
           IF ERRO-GRAVACAO
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'CONTABILIZACAO INTERROMPIDA NO LANCAMENTO '
                   WRK-ATU-NUM ' - POSICAO MANTIDA NO ANTERIOR'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0390-GRAVAR-LINHA-REL
           END-IF.
           IF WRK-TOT-DEBITOS NOT = WRK-TOT-CREDITOS
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'ATENCAO - DEBITOS E CREDITOS LANCADOS NESTA'
                   ' EXECUCAO NAO FECHAM' DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               PERFORM 0390-GRAVAR-LINHA-REL
           END-IF.
      * POSICAO AVANCA ATE O ULTIMO LANCAMENTO TRATADO - NO
      * RAZAO OU NO GLPEND (RECUSADO OU ERRO DE GRAVACAO)
       0320-GRAVAR-POSICAO.
           OPEN OUTPUT ARQ-POSICAO.
           IF WRK-FS-POS NOT = '00'
               DISPLAY 'ERRO AO ABRIR CONTCTRL.DAT - FS=' WRK-FS-POS
           ELSE
               MOVE WRK-POS-NOVA TO POS-QT-LIDOS
               MOVE WRK-REG-NOVO TO POS-ULT-REGISTRO
               MOVE WRK-DATA-HOJE TO POS-DATA-PROC
               MOVE WRK-OPERADOR-ID TO POS-OPERADOR
               WRITE REG-POSICAO
               IF WRK-FS-POS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR CONTCTRL.DAT - FS='
                       WRK-FS-POS
               END-IF
               CLOSE ARQ-POSICAO
               IF WRK-FS-POS NOT = '00'
                   DISPLAY 'ERRO AO FECHAR CONTCTRL.DAT - FS='
                       WRK-FS-POS
               END-IF
           END-IF.
       0390-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELCONT - FS='
                   WRK-FS-RELATORIO
           END-IF.
           COPY 'BOOKLOGWRT.COB'.
