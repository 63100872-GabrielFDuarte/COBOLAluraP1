           SELECT ARQ-DEPOSITO ASSIGN TO 'BANKDEP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEPOSITO.
           SELECT ARQ-RESGATE-REJ ASSIGN TO 'RESGREJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESGREJ.
           COPY 'BOOKFECHSEL.COB'.
           COPY 'BOOKHISTSEL.COB'.
           COPY 'BOOKGLSEL.COB'.
           COPY 'BOOKCTRSEL.COB'.
           COPY 'BOOKESTSEL.COB'.
           COPY 'BOOKCALSEL.COB'.
           COPY 'BOOKCLISEL.COB'.
           COPY 'BOOKCRPSEL.COB'.
           COPY 'BOOKPTSSEL.COB'.
           COPY 'BOOKPMVSEL.COB'.
           COPY 'BOOKESQSEL.COB'.
           COPY 'BOOKMVESEL.COB'.
           COPY 'BOOKLOGSEL.COB'.
           COPY 'BOOKJRNSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKVENDFD.COB'.
              10 CKPT-FIL-ACUM PIC S9(09)V99 SIGN IS TRAILING
                  SEPARATE.
              10 CKPT-FIL-QT   PIC 9(05).
              10 CKPT-FIL-RESGATE PIC S9(09)V99 SIGN IS TRAILING
                  SEPARATE.
           05 CKPT-TOT-RESGATE PIC S9(09)V99 SIGN IS TRAILING
               SEPARATE.
           05 CKPT-TOT-PTS-GANHOS PIC S9(09) SIGN IS TRAILING
               SEPARATE.
           05 CKPT-QT-RESG-REJ PIC 9(05).
           05 CKPT-QT-ITENS-EST PIC 9(07).
           05 CKPT-BAIXA-ITENS PIC X(01).
      * EXECUCAO EM CURSO NO JORNAL DE DESFAZIMENTO - A RETOMADA
      * CONTINUA GRAVANDO NA MESMA EXECUCAO
           05 CKPT-EXECUCAO.
              10 CKPT-EXEC-DATA-PROC PIC 9(08).
              10 CKPT-EXEC-HORA      PIC 9(06).
      * TITULOS DE CREDIARIO ABERTOS ATE O CHECKPOINT - VAI PARA
      * O PAR CONTAS A RECEBER X CAIXA NO FINAL
           05 CKPT-TOT-CREDIARIO PIC S9(09)V99 SIGN IS TRAILING
               SEPARATE.
       FD  ARQ-DEPOSITO.
       01  REG-DEPOSITO.
           05 DEP-FILIAL    PIC 9(03).
           05 DEP-VALOR     PIC S9(09)V99 SIGN IS TRAILING SEPARATE.
      * RESGATE DE PONTOS ACIMA DO SALDO DO CPF - A VENDA FICA
      * FORA DA APURACAO ATE A LOJA REGULARIZAR O PAGAMENTO
       FD  ARQ-RESGATE-REJ.
       01  REG-RESGATE-REJ.
           05 RRJ-DATA      PIC 9(08).
           05 RRJ-FILIAL    PIC 9(03).
           05 RRJ-SEQ       PIC 9(05).
           05 RRJ-MATRICULA PIC 9(06).
           05 RRJ-CPF       PIC X(11).
           05 RRJ-QT-ITENS  PIC 9(03).
           05 RRJ-VALOR     PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
           05 RRJ-PONTOS-NEC PIC S9(09) SIGN IS TRAILING SEPARATE.
           05 RRJ-SALDO-PTS PIC S9(09) SIGN IS TRAILING SEPARATE.
           COPY 'BOOKFECHFD.COB'.
           COPY 'BOOKHISTFD.COB'.
           COPY 'BOOKGLFD.COB'.
           COPY 'BOOKCTRFD.COB'.
           COPY 'BOOKESTFD.COB'.
           COPY 'BOOKCALFD.COB'.
           COPY 'BOOKCLIFD.COB'.
           COPY 'BOOKCRPFD.COB'.
           COPY 'BOOKPTSFD.COB'.
           COPY 'BOOKPMVFD.COB'.
           COPY 'BOOKESQFD.COB'.
           COPY 'BOOKMVEFD.COB'.
           COPY 'BOOKLOGFD.COB'.
           COPY 'BOOKJRNFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'BOOKVENDWS.COB'.
           COPY 'BOOKCTRWS.COB'.
           COPY 'BOOKESTWS.COB'.
           COPY 'BOOKCALWS.COB'.
           COPY 'BOOKCLIWS.COB'.
           COPY 'BOOKCRPWS.COB'.
           COPY 'BOOKPTSWS.COB'.
           COPY 'BOOKPMVWS.COB'.
           COPY 'BOOKESQWS.COB'.
           COPY 'BOOKMVEWS.COB'.
           COPY 'BOOKLOGWS.COB'.
           COPY 'BOOKARITWS.COB'.
           COPY 'BOOKJRNWS.COB'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-FS-CKPT PIC X(02) VALUE '00'.
       77  WRK-FS-DEPOSITO PIC X(02) VALUE '00'.
       77  WRK-DEPOSITO     PIC S9(09)V99 VALUE ZEROS.
       77  WRK-DEPOSITO-ED  PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-RESGATE-ED   PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VARIANCIA    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VARIANCIA-ED PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOLERANCIA   PIC S9(07)V99 VALUE 5,00.
       77  WRK-FILIAL-LOTE  PIC 9(03) VALUE ZEROS.
       77  WRK-HASH-LOTE    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QT-EST-PEND  PIC 9(05) VALUE ZEROS.
       77  WRK-QT-CRED-RETIDO PIC 9(05) VALUE ZEROS.
       77  WRK-PRAZO-DIAS   PIC 9(03) VALUE 030.
       77  WRK-MAX-ATRASO   PIC 9(05) VALUE 00030.
       77  WRK-LIMITE-PADRAO PIC S9(07)V99 VALUE 1000,00.
       77  WRK-LIMITE-CPF   PIC S9(07)V99 VALUE ZEROS.
       77  WRK-SALDO-CPF    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-INT-MOVTO    PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       77  WRK-MAIOR-ATRASO PIC S9(05) VALUE ZEROS.
       77  WRK-FIM-CRED     PIC X(01) VALUE 'N'.
           88 FIM-CRED VALUE 'S'.
       77  WRK-CRED-RETIDO  PIC X(01) VALUE 'N'.
           88 CREDITO-RETIDO VALUE 'S'.
       77  WRK-MOTIVO-RETENCAO PIC X(01) VALUE SPACE.
       77  WRK-FS-RESGREJ   PIC X(02) VALUE '00'.
       77  WRK-QT-RESG-REJ  PIC 9(05) VALUE ZEROS.
       77  WRK-RESG-RECUSADO PIC X(01) VALUE 'N'.
           88 RESGATE-RECUSADO VALUE 'S'.
       77  WRK-PTS-NECESS   PIC S9(09) VALUE ZEROS.
       77  WRK-TOT-RESGATE  PIC S9(09)V99 VALUE ZEROS.
       77  WRK-TOT-PTS-GANHOS PIC S9(09) VALUE ZEROS.
       77  WRK-TOT-CREDIARIO PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-PONTOS PIC S9(09)V99 VALUE ZEROS.
       77  WRK-BAIXA-ITENS  PIC X(01) VALUE 'N'.
           88 ITENS-BAIXAR-ESTOQUE VALUE 'S'.
       77  WRK-SEQ-ITEM     PIC 9(03) VALUE ZEROS.
       77  WRK-FILIAL-ITENS PIC 9(03) VALUE ZEROS.
       77  WRK-DATA-ITENS   PIC 9(08) VALUE ZEROS.
       77  WRK-QT-ITENS-EST PIC 9(07) VALUE ZEROS.
       01  WRK-FILIAIS.
           05 WRK-FIL-ENT OCCURS 10 TIMES.
              10 WRK-FIL-COD      PIC 9(03).
              10 WRK-FIL-DEPOSITO PIC S9(09)V99.
              10 WRK-FIL-TEM-DEP  PIC X(01).
              10 WRK-FIL-SITUACAO PIC X(14).
              10 WRK-FIL-RESGATE  PIC S9(09)V99.
       01  WRK-LINHA-FIL.
           05 WRK-FIL-DET-COD   PIC 9(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-DATA-ED-AAAA PIC 9999.
       01  WRK-LINHA-REL PIC X(80).
       01  WRK-HIST-NOVO PIC X(28).
       77  WRK-HORA-INICIO PIC 9(08) VALUE ZEROS.
       77  WRK-JRN-SITUACAO PIC X(01) VALUE SPACES.
       77  WRK-JRN-FALHA PIC X(01) VALUE 'N'.
           88 JORNAL-COM-FALHA VALUE 'S'.
       77  WRK-FIM-GL PIC X(01) VALUE 'N'.
           88 FIM-GL VALUE 'S'.
       77  WRK-QT-GL-ANTES PIC 9(07) VALUE ZEROS.
       77  WRK-QT-GL-LIDOS PIC 9(07) VALUE ZEROS.
       01  WRK-JRN-PMV-CHAVE.
           05 WRK-JRN-PMV-CPF    PIC X(11).
           05 WRK-JRN-PMV-DATA   PIC 9(08).
           05 WRK-JRN-PMV-FILIAL PIC 9(03).
           05 WRK-JRN-PMV-SEQ    PIC 9(05).
           05 WRK-JRN-PMV-TIPO   PIC X(01).
       01  WRK-JRN-MVE-CHAVE.
           05 WRK-JRN-MVE-PRODUTO PIC 9(06).
           05 WRK-JRN-MVE-FILIAL  PIC 9(03).
           05 WRK-JRN-MVE-DATA    PIC 9(08).
           05 WRK-JRN-MVE-TIPO    PIC X(01).
           05 WRK-JRN-MVE-REF     PIC 9(08).
       01  WRK-JRN-CTRL-CHAVE.
           05 WRK-JRN-CTRL-ORIGEM PIC X(08).
           05 WRK-JRN-CTRL-DATA   PIC 9(08).
           05 WRK-JRN-CTRL-FILIAL PIC 9(03).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB15' TO WRK-PROGRAMA-LOG.
           PERFORM 0906-FECHAR-LOG.
           GOBACK.
      * RETORNOS PARA O JCL ENCADEAR OS PASSOS DO PROCDIA -
      * 0 OK / 2 PERIODO FECHADO / 4 ALERTA (DIVERGENCIA, DIA
      * SUSPEITO, PENDENCIA PARA SUPERVISOR OU RESGATE DE
      * PONTOS RECUSADO, FALHA NO JORNAL DE DESFAZIMENTO) /
      * 8 ERRO DE ABERTURA / 12 CONTROLE DE
      * LOTE ABORTOU A APURACAO / 16 LOTE JA PROCESSADO
      * (RESSUBMISSAO COM O MESMO VENDAS.DAT)
       0400-DEFINIR-RETORNO.
                   MOVE 4 TO RETURN-CODE
               WHEN WRK-QT-EST-PEND > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN WRK-QT-CRED-RETIDO > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN WRK-QT-RESG-REJ > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN JORNAL-COM-FALHA
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           MOVE WRK-TOLERANCIA TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           MOVE WRK-PARAM-VALOR TO WRK-TOLERANCIA.
      * POLITICA DE CREDITO DO CREDIARIO - PRAZO DO TITULO (O
      * MESMO DO PROGCOBCRED), MAXIMO DE DIAS DE ATRASO
      * TOLERADO E LIMITE PARA CLIENTE SEM LIMITE PROPRIO
           MOVE 'CREDIARIO-PRAZO' TO WRK-PARAM-CHAVE.
           MOVE WRK-PRAZO-DIAS TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           MOVE WRK-PARAM-VALOR TO WRK-PRAZO-DIAS.
           MOVE 'CREDIARIO-MAX-ATRASO' TO WRK-PARAM-CHAVE.
           MOVE WRK-MAX-ATRASO TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           MOVE WRK-PARAM-VALOR TO WRK-MAX-ATRASO.
           MOVE 'CREDIARIO-LIMITE-PAD' TO WRK-PARAM-CHAVE.
           MOVE WRK-LIMITE-PADRAO TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           MOVE WRK-PARAM-VALOR TO WRK-LIMITE-PADRAO.
      * PROGRAMA DE FIDELIDADE - PONTOS GANHOS POR REAL DE
      * VENDA E VALOR EM REAIS DE CADA PONTO NO RESGATE
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
       0100-INICIALIZAR.
           MOVE WRK-DATA-EXEC TO WRK-DATA-MOVTO.
           OPEN INPUT ARQ-VENDAS.
                       SET FIM-VENDAS TO TRUE
                   ELSE
                       PERFORM 0120-VERIFICAR-CHECKPOINT
                       PERFORM 0150-ABRIR-EXECUCAO
                       IF WRK-QT > 0
                           PERFORM 0130-PULAR-PROCESSADAS
                       END-IF
                       MOVE CKPT-QT TO WRK-QT
                       MOVE CKPT-HASH-LOTE TO WRK-HASH-LOTE
                       MOVE CKPT-QT-FILIAIS TO WRK-QT-FILIAIS
                       MOVE CKPT-TOT-RESGATE TO WRK-TOT-RESGATE
                       MOVE CKPT-TOT-PTS-GANHOS TO WRK-TOT-PTS-GANHOS
                       MOVE CKPT-QT-RESG-REJ TO WRK-QT-RESG-REJ
                       MOVE CKPT-QT-ITENS-EST TO WRK-QT-ITENS-EST
                       MOVE CKPT-BAIXA-ITENS TO WRK-BAIXA-ITENS
                       IF CKPT-EXECUCAO IS NUMERIC
                           MOVE CKPT-EXEC-DATA-PROC
                               TO WRK-JRN-EXEC-DATA-PROC
                           MOVE CKPT-EXEC-HORA TO WRK-JRN-EXEC-HORA
                       END-IF
                       IF CKPT-TOT-CREDIARIO IS NUMERIC
                           MOVE CKPT-TOT-CREDIARIO
                               TO WRK-TOT-CREDIARIO
                       END-IF
                       PERFORM VARYING WRK-IDX-FIL FROM 1 BY 1
                               UNTIL WRK-IDX-FIL > WRK-QT-FILIAIS
                           MOVE CKPT-FIL-COD(WRK-IDX-FIL)
                               TO WRK-FIL-ACUM(WRK-IDX-FIL)
                           MOVE CKPT-FIL-QT(WRK-IDX-FIL)
                               TO WRK-FIL-QT(WRK-IDX-FIL)
                           MOVE CKPT-FIL-RESGATE(WRK-IDX-FIL)
                               TO WRK-FIL-RESGATE(WRK-IDX-FIL)
                           MOVE ZEROS
                               TO WRK-FIL-DEPOSITO(WRK-IDX-FIL)
                           MOVE 'N' TO WRK-FIL-TEM-DEP(WRK-IDX-FIL)
           END-IF.
      * O CHECKPOINT CONTA SO REGISTROS D - OS REGISTROS I
      * INTERCALADOS SAO PULADOS SEM ENTRAR NA CONTAGEM
      * OS ITENS DO ULTIMO D PULADO VOLTAM PARA A BAIXA DE
      * ESTOQUE - O QUE JA TINHA BAIXADO E RECUSADO PELA CHAVE
      * DO MOVESTQ.DAT
       0130-PULAR-PROCESSADAS.
           MOVE ZEROS TO WRK-IDX-SKIP.
           PERFORM 0135-PULAR-REGISTRO
               NOT AT END
                   IF REGISTRO-DETALHE
                       ADD 1 TO WRK-IDX-SKIP
                       MOVE WRK-VND-FILIAL TO WRK-FILIAL-ITENS
                       MOVE WRK-VND-DATA TO WRK-DATA-ITENS
                       MOVE ZEROS TO WRK-SEQ-ITEM
                   END-IF
           END-READ.
       0140-LER-VENDA.
                   END-IF
               END-IF
           END-IF.
      * CADA EXECUCAO GANHA UM IDENTIFICADOR NO JORNAL DE
      * DESFAZIMENTO (VENDJRN.DAT) - DATA E FILIAL DO LOTE MAIS
      * DATA E HORA DO INICIO. A RETOMADA PELO CHECKPOINT
      * CONTINUA A MESMA EXECUCAO NA TENTATIVA SEGUINTE. E PELO
      * IDENTIFICADOR QUE O PROGCOBBKOU DESFAZ A EXECUCAO
       0150-ABRIR-EXECUCAO.
           MOVE WRK-DATA-MOVTO TO WRK-JRN-EXEC-DATA-LOTE.
           MOVE WRK-FILIAL-LOTE TO WRK-JRN-EXEC-FILIAL.
           IF WRK-JRN-EXEC-DATA-PROC = ZEROS
               MOVE WRK-DATA-EXEC TO WRK-JRN-EXEC-DATA-PROC
               ACCEPT WRK-HORA-INICIO FROM TIME
               MOVE WRK-HORA-INICIO(1:6) TO WRK-JRN-EXEC-HORA
           END-IF.
           MOVE ZEROS TO WRK-JRN-SEQ.
           MOVE 'A' TO WRK-JRN-SITUACAO.
           PERFORM 0155-GRAVAR-CABECALHO-JRN.
           DISPLAY 'EXECUCAO ' WRK-JRN-EXECUCAO ' TENTATIVA '
               WRK-JRN-TENTATIVA.
           MOVE SPACES TO WRK-DESCRICAO-LOG.
           STRING 'EXECUCAO ' WRK-JRN-EXECUCAO ' TENTATIVA '
               WRK-JRN-TENTATIVA DELIMITED BY SIZE
               INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
      * CABECALHO DA EXECUCAO NO JORNAL - SITUACAO A NA ABERTURA
      * (CADA RETOMADA SOMA UMA TENTATIVA) E C NO FINAL NORMAL
       0155-GRAVAR-CABECALHO-JRN.
           OPEN I-O ARQ-JORNAL.
           IF WRK-FS-JRN = '35'
               OPEN OUTPUT ARQ-JORNAL
               CLOSE ARQ-JORNAL
               OPEN I-O ARQ-JORNAL
           END-IF.
           IF WRK-FS-JRN NOT = '00'
               DISPLAY 'ERRO AO ABRIR VENDJRN.DAT - FS=' WRK-FS-JRN
               SET JORNAL-COM-FALHA TO TRUE
           ELSE
               MOVE WRK-JRN-EXECUCAO TO JRN-EXECUCAO
               MOVE '*EXEC' TO JRN-ARQUIVO
               MOVE SPACES TO JRN-CHAVE-REG
               MOVE ZEROS TO JRN-TENTATIVA JRN-SEQ
               READ ARQ-JORNAL
                   INVALID KEY
                       MOVE 1 TO WRK-JRN-TENTATIVA
                       PERFORM 0156-MONTAR-CABECALHO-JRN
                       WRITE REG-JORNAL
                   NOT INVALID KEY
                       IF WRK-JRN-SITUACAO = 'A'
                           COMPUTE WRK-JRN-TENTATIVA =
                               JRN-CAB-TENTATIVAS + 1
                       END-IF
                       PERFORM 0156-MONTAR-CABECALHO-JRN
                       REWRITE REG-JORNAL
               END-READ
               IF WRK-FS-JRN NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR VENDJRN.DAT - FS='
                       WRK-FS-JRN
                   SET JORNAL-COM-FALHA TO TRUE
               END-IF
               CLOSE ARQ-JORNAL
               IF WRK-FS-JRN NOT = '00'
                   DISPLAY 'ERRO AO FECHAR VENDJRN.DAT - FS='
                       WRK-FS-JRN
               END-IF
           END-IF.
       0156-MONTAR-CABECALHO-JRN.
           MOVE WRK-JRN-EXECUCAO TO JRN-EXECUCAO.
           MOVE '*EXEC' TO JRN-ARQUIVO.
           MOVE SPACES TO JRN-CHAVE-REG.
           MOVE ZEROS TO JRN-TENTATIVA JRN-SEQ.
           SET JRN-CABECALHO TO TRUE.
           MOVE WRK-OPERADOR-ID TO JRN-OPERADOR.
           MOVE SPACES TO JRN-IMAGEM.
           MOVE WRK-JRN-SITUACAO TO JRN-CAB-SITUACAO.
           MOVE WRK-JRN-TENTATIVA TO JRN-CAB-TENTATIVAS.
           MOVE ZEROS TO JRN-CAB-DATA-FIM JRN-CAB-DATA-DESF.
           IF EXECUCAO-CONCLUIDA
               ACCEPT JRN-CAB-DATA-FIM FROM DATE YYYYMMDD
           END-IF.
           MOVE SPACES TO JRN-CAB-OPER-DESF.
      * REGISTRO I E DESDOBRAMENTO DO D - NAO ENTRA NO TOTAL
      * NEM NO CONTROLE DE LOTE, SO BAIXA O ESTOQUE QUANDO O
      * SEU D FOI APROVADO NA APURACAO
       0200-PROCESSAR.
           IF REGISTRO-ITEM
               IF ITENS-BAIXAR-ESTOQUE
                   PERFORM 0270-BAIXAR-ESTOQUE-ITEM
               END-IF
               PERFORM 0140-LER-VENDA
           ELSE
               PERFORM 0205-ACUMULAR-VENDA
       0205-ACUMULAR-VENDA.
           ADD 1 TO WRK-QT.
           ADD WRK-VND-VALOR TO WRK-HASH-LOTE.
           MOVE 'N' TO WRK-RESG-RECUSADO.
           MOVE 'N' TO WRK-BAIXA-ITENS.
           MOVE WRK-VND-FILIAL TO WRK-FILIAL-ITENS.
           MOVE WRK-VND-DATA TO WRK-DATA-ITENS.
           MOVE ZEROS TO WRK-SEQ-ITEM.
           IF VENDA-PONTOS AND WRK-VND-VALOR > ZEROS
               PERFORM 0260-AVALIAR-RESGATE
               IF NOT RESGATE-RECUSADO
                   PERFORM 0264-MOVIMENTAR-PONTOS-VENDA
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WRK-VND-VALOR < ZEROS
                   PERFORM 0250-GRAVAR-ESTORNO-PEND
               WHEN RESGATE-RECUSADO
                   PERFORM 0262-GRAVAR-RESGATE-REJ
               WHEN OTHER
                   MOVE WRK-VND-VALOR TO WRK-VENDAS
                   MOVE 'A' TO WRK-ARIT-OP
                   MOVE WRK-ACUM TO WRK-ARIT-NUM1
                   MOVE WRK-VENDAS TO WRK-ARIT-NUM2
                   CALL 'PROGCOBARIT' USING WRK-ARIT-OP WRK-ARIT-NUM1
                       WRK-ARIT-NUM2 WRK-ARIT-RESULT WRK-ARIT-RESTO
                       WRK-ARIT-RETORNO
                   MOVE WRK-ARIT-RESULT TO WRK-ACUM
                   PERFORM 0220-ACUMULAR-FILIAL
                   IF VENDA-CREDIARIO
                       PERFORM 0232-AVALIAR-CREDITO
                       IF CREDITO-RETIDO
                           PERFORM 0236-RETER-CREDIARIO
                       ELSE
                           PERFORM 0230-GRAVAR-CREDIARIO
                       END-IF
                   END-IF
                   PERFORM 0240-GRAVAR-COMPRA-CLI
                   IF VENDA-PONTOS
                       PERFORM 0265-ACUMULAR-RESGATE
                   ELSE
                       PERFORM 0264-MOVIMENTAR-PONTOS-VENDA
                   END-IF
                   SET ITENS-BAIXAR-ESTOQUE TO TRUE
                   STRING 'VENDA ' WRK-VENDAS ' ACUM ' WRK-ACUM
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
           END-EVALUATE.
           PERFORM 0210-GRAVAR-CHECKPOINT.
           PERFORM 0140-LER-VENDA.
      * VALOR NEGATIVO NAO ENTRA DIRETO NA APURACAO - VIRA
                   DISPLAY 'ERRO AO GRAVAR ESTPEND.DAT - FS='
                       WRK-FS-EST
               ELSE
                   MOVE 'ESTPEND' TO WRK-JRN-ARQUIVO
                   MOVE EST-CHAVE TO WRK-JRN-CHAVE-REG
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   MOVE REG-ESTORNO TO WRK-JRN-IMAGEM
                   PERFORM 0370-GRAVAR-JORNAL
                   ADD 1 TO WRK-QT-EST-PEND
                   STRING 'ESTORNO ' WRK-VND-VALOR ' FILIAL '
                       WRK-VND-FILIAL ' PENDENTE DE APROVACAO'
                       WRK-FS-EST
               END-IF
           END-IF.
      * RESGATE PAGA A VENDA COM PONTOS - SALDO DO CPF MENOR
      * QUE OS PONTOS NECESSARIOS (VALOR / PONTOS-VALOR-PONTO,
      * ARREDONDADO PARA CIMA) RECUSA O RESGATE
       0260-AVALIAR-RESGATE.
           COMPUTE WRK-PTS-NECESS =
               WRK-VND-VALOR / WRK-PTS-VALOR-PONTO.
           IF WRK-PTS-NECESS * WRK-PTS-VALOR-PONTO < WRK-VND-VALOR
               ADD 1 TO WRK-PTS-NECESS
           END-IF.
           MOVE ZEROS TO WRK-PTS-SALDO.
           IF WRK-VND-CPF-CLIENTE NOT = SPACES
                   AND WRK-VND-CPF-CLIENTE NOT = ZEROS
               MOVE WRK-VND-CPF-CLIENTE TO WRK-PTS-CPF
               PERFORM 0991-CONSULTAR-PONTOS
           END-IF.
           IF WRK-PTS-SALDO < WRK-PTS-NECESS
               SET RESGATE-RECUSADO TO TRUE
           END-IF.
      * O RESGATE RECUSADO NAO ENTRA NA APURACAO (SO NO HASH DO
      * LOTE, COMO O ESTORNO) - FICA NO RESGREJ.DAT PARA A LOJA
      * COBRAR A VENDA POR OUTRO MEIO
       0262-GRAVAR-RESGATE-REJ.
           OPEN EXTEND ARQ-RESGATE-REJ.
           IF WRK-FS-RESGREJ = '35'
               OPEN OUTPUT ARQ-RESGATE-REJ
           END-IF.
           IF WRK-FS-RESGREJ NOT = '00'
               DISPLAY 'ERRO AO ABRIR RESGREJ.DAT - FS='
                   WRK-FS-RESGREJ
           ELSE
               MOVE WRK-VND-DATA TO RRJ-DATA
               MOVE WRK-VND-FILIAL TO RRJ-FILIAL
               MOVE WRK-QT TO RRJ-SEQ
               MOVE WRK-VND-MATRICULA TO RRJ-MATRICULA
               MOVE WRK-VND-CPF-CLIENTE TO RRJ-CPF
               MOVE WRK-VND-QT-ITENS TO RRJ-QT-ITENS
               MOVE WRK-VND-VALOR TO RRJ-VALOR
               MOVE WRK-PTS-NECESS TO RRJ-PONTOS-NEC
               MOVE WRK-PTS-SALDO TO RRJ-SALDO-PTS
               WRITE REG-RESGATE-REJ
               IF WRK-FS-RESGREJ NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR RESGREJ.DAT - FS='
                       WRK-FS-RESGREJ
               ELSE
                   MOVE 'RESGREJ' TO WRK-JRN-ARQUIVO
                   MOVE SPACES TO WRK-JRN-CHAVE-REG
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   MOVE REG-RESGATE-REJ TO WRK-JRN-IMAGEM
                   PERFORM 0370-GRAVAR-JORNAL
                   ADD 1 TO WRK-QT-RESG-REJ
                   STRING 'RESG RECUS CPF ' WRK-VND-CPF-CLIENTE
                       ' FIL ' WRK-VND-FILIAL ' PTS '
                       WRK-PTS-NECESS '/' WRK-PTS-SALDO
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
               END-IF
               CLOSE ARQ-RESGATE-REJ
               IF WRK-FS-RESGREJ NOT = '00'
                   DISPLAY 'ERRO AO FECHAR RESGREJ.DAT - FS='
                       WRK-FS-RESGREJ
               END-IF
           END-IF.
      * VENDA APROVADA COM CPF GANHA PONTOS-POR-REAL (PARTE
      * INTEIRA) - RESGATE ACEITO DEBITA OS PONTOS E NAO GANHA
      * O RESGATE E DEBITADO ANTES DA APURACAO (0205) - DEBITO
      * QUE NAO GRAVA RECUSA O RESGATE E A VENDA VAI PARA O
      * RESGREJ.DAT. DEBITO JA FEITO EM TENTATIVA ANTERIOR
      * (PONTOS-DUPLICADO) CONTA COMO GRAVADO
       0264-MOVIMENTAR-PONTOS-VENDA.
           IF WRK-VND-CPF-CLIENTE NOT = SPACES
                   AND WRK-VND-CPF-CLIENTE NOT = ZEROS
               MOVE WRK-VND-CPF-CLIENTE TO WRK-PTS-CPF
               MOVE WRK-VND-DATA TO WRK-PTS-DATA
               MOVE WRK-VND-FILIAL TO WRK-PTS-FILIAL
               MOVE WRK-QT TO WRK-PTS-SEQ
               MOVE WRK-VND-VALOR TO WRK-PTS-VALOR
               IF VENDA-PONTOS
                   MOVE 'R' TO WRK-PTS-TIPO
                   COMPUTE WRK-PTS-QT = ZEROS - WRK-PTS-NECESS
               ELSE
                   MOVE 'G' TO WRK-PTS-TIPO
                   COMPUTE WRK-PTS-QT =
                       WRK-VND-VALOR * WRK-PTS-POR-REAL
               END-IF
               IF WRK-PTS-QT NOT = ZEROS
                   PERFORM 0266-JORNALIZAR-SALDO-PONTOS
                   PERFORM 0990-MOVIMENTAR-PONTOS
                   IF (PONTOS-GRAVADOS OR PONTOS-DUPLICADO)
                           AND NOT VENDA-PONTOS
                       ADD WRK-PTS-QT TO WRK-TOT-PTS-GANHOS
                   END-IF
                   IF PONTOS-GRAVADOS
                       PERFORM 0267-JORNALIZAR-MOV-PONTOS
                       PERFORM 0268-JORNALIZAR-POS-PONTOS
                   END-IF
               END-IF
           END-IF.
           IF VENDA-PONTOS
                   AND NOT PONTOS-GRAVADOS AND NOT PONTOS-DUPLICADO
               SET RESGATE-RECUSADO TO TRUE
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING 'RESG NAO DEBITADO CPF ' WRK-VND-CPF-CLIENTE
                   ' FIL ' WRK-VND-FILIAL ' PTS '
                   WRK-PTS-NECESS DELIMITED BY SIZE
                   INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.
      * RESGATE NAO ENTRA DINHEIRO NO CAIXA - SAI DA CONCILIACAO
      * DO DEPOSITO DA FILIAL
       0265-ACUMULAR-RESGATE.
           ADD WRK-VND-VALOR TO WRK-TOT-RESGATE.
           IF WRK-IDX-FIL-ACH > ZEROS
               ADD WRK-VND-VALOR
                   TO WRK-FIL-RESGATE(WRK-IDX-FIL-ACH)
           END-IF.
      * O SALDO DE PONTOS E GRAVADO PELO 0990 (BOOKPTSWRT.COB) -
      * A IMAGEM ANTERIOR E LIDA AQUI ANTES DO MOVIMENTO. CPF
      * SEM SALDO VAI COMO INCLUSAO
       0266-JORNALIZAR-SALDO-PONTOS.
           MOVE 'PONTOS' TO WRK-JRN-ARQUIVO.
           MOVE WRK-PTS-CPF TO WRK-JRN-CHAVE-REG.
           MOVE 'I' TO WRK-JRN-OPERACAO.
           MOVE WRK-PTS-CPF TO WRK-JRN-IMAGEM.
           OPEN INPUT ARQ-PONTOS.
           IF WRK-FS-PTS = '00'
               MOVE WRK-PTS-CPF TO PTS-CPF
               READ ARQ-PONTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'A' TO WRK-JRN-OPERACAO
                       MOVE REG-PONTOS TO WRK-JRN-IMAGEM
               END-READ
               CLOSE ARQ-PONTOS
               IF WRK-FS-PTS NOT = '00'
                   DISPLAY 'ERRO AO FECHAR PONTOS.DAT - FS='
                       WRK-FS-PTS
               END-IF
           ELSE
               IF WRK-FS-PTS NOT = '35'
                   DISPLAY 'ERRO AO ABRIR PONTOS.DAT - FS='
                       WRK-FS-PTS
               END-IF
           END-IF.
           PERFORM 0370-GRAVAR-JORNAL.
       0267-JORNALIZAR-MOV-PONTOS.
           MOVE WRK-PTS-CPF TO WRK-JRN-PMV-CPF.
           MOVE WRK-PTS-DATA TO WRK-JRN-PMV-DATA.
           MOVE WRK-PTS-FILIAL TO WRK-JRN-PMV-FILIAL.
           MOVE WRK-PTS-SEQ TO WRK-JRN-PMV-SEQ.
           MOVE WRK-PTS-TIPO TO WRK-JRN-PMV-TIPO.
           MOVE 'PONTMOV' TO WRK-JRN-ARQUIVO.
           MOVE WRK-JRN-PMV-CHAVE TO WRK-JRN-CHAVE-REG.
           MOVE 'I' TO WRK-JRN-OPERACAO.
           MOVE WRK-JRN-PMV-CHAVE TO WRK-JRN-IMAGEM.
           PERFORM 0370-GRAVAR-JORNAL.
      * IMAGEM POSTERIOR DO SALDO - O DESFAZIMENTO SO DEVOLVE A
      * IMAGEM ANTERIOR SE O SALDO AINDA ESTIVER IGUAL A ULTIMA
      * IMAGEM POSTERIOR DA EXECUCAO
       0268-JORNALIZAR-POS-PONTOS.
           OPEN INPUT ARQ-PONTOS.
           IF WRK-FS-PTS NOT = '00'
               DISPLAY 'ERRO AO ABRIR PONTOS.DAT - FS=' WRK-FS-PTS
           ELSE
               MOVE WRK-PTS-CPF TO PTS-CPF
               READ ARQ-PONTOS
                   INVALID KEY
                       DISPLAY 'ERRO AO LER PONTOS.DAT - FS='
                           WRK-FS-PTS
                   NOT INVALID KEY
                       MOVE 'PONTOS' TO WRK-JRN-ARQUIVO
                       MOVE WRK-PTS-CPF TO WRK-JRN-CHAVE-REG
                       MOVE 'P' TO WRK-JRN-OPERACAO
                       MOVE REG-PONTOS TO WRK-JRN-IMAGEM
                       PERFORM 0370-GRAVAR-JORNAL
               END-READ
               CLOSE ARQ-PONTOS
               IF WRK-FS-PTS NOT = '00'
                   DISPLAY 'ERRO AO FECHAR PONTOS.DAT - FS='
                       WRK-FS-PTS
               END-IF
           END-IF.
      * ITEM DE VENDA APROVADA SAI DO ESTOQUE DA FILIAL DO D -
      * ITENS DE ESTORNO E DE RESGATE RECUSADO NAO MOVIMENTAM
      * (MERCADORIA DEVOLVIDA VOLTA PELO AJUSTE DE INVENTARIO)
       0270-BAIXAR-ESTOQUE-ITEM.
           ADD 1 TO WRK-SEQ-ITEM.
           IF WRK-VNI-PRODUTO IS NUMERIC
                   AND WRK-VNI-QUANTIDADE IS NUMERIC
                   AND WRK-VNI-QUANTIDADE > ZEROS
               MOVE WRK-VNI-PRODUTO TO WRK-ESQ-PRODUTO
               MOVE WRK-FILIAL-ITENS TO WRK-ESQ-FILIAL
               MOVE WRK-DATA-ITENS TO WRK-ESQ-DATA
               MOVE 'V' TO WRK-ESQ-TIPO
               COMPUTE WRK-ESQ-REFERENCIA =
                   WRK-QT * 1000 + WRK-SEQ-ITEM
               COMPUTE WRK-ESQ-QT = ZEROS - WRK-VNI-QUANTIDADE
               MOVE WRK-VNI-VALOR-UNIT TO WRK-ESQ-CUSTO-UNIT
               MOVE 'VENDAS' TO WRK-ESQ-DOCUMENTO
               MOVE SPACES TO WRK-ESQ-MOTIVO
               PERFORM 0272-JORNALIZAR-SALDO-ESTOQUE
               PERFORM 0995-MOVIMENTAR-ESTOQUE
               IF ESTOQUE-GRAVADO OR ESTOQUE-DUPLICADO
                   ADD 1 TO WRK-QT-ITENS-EST
               END-IF
               IF ESTOQUE-GRAVADO
                   PERFORM 0273-JORNALIZAR-MOV-ESTOQUE
                   PERFORM 0274-JORNALIZAR-POS-ESTOQUE
               END-IF
           END-IF.
      * MESMO REGIME DOS PONTOS - O SALDO DO PRODUTO NA FILIAL
      * E LIDO ANTES DO 0995 (BOOKESQWRT.COB). ITEM JA BAIXADO
      * EM TENTATIVA ANTERIOR NAO MEXE NO SALDO E A IMAGEM
      * REPETIDA NAO ATRAPALHA O DESFAZIMENTO, QUE USA A PRIMEIRA
       0272-JORNALIZAR-SALDO-ESTOQUE.
           MOVE WRK-ESQ-PRODUTO TO WRK-JRN-MVE-PRODUTO.
           MOVE WRK-ESQ-FILIAL TO WRK-JRN-MVE-FILIAL.
           MOVE 'ESTOQUE' TO WRK-JRN-ARQUIVO.
           MOVE SPACES TO WRK-JRN-CHAVE-REG.
           MOVE WRK-JRN-MVE-CHAVE(1:9) TO WRK-JRN-CHAVE-REG.
           MOVE 'I' TO WRK-JRN-OPERACAO.
           MOVE WRK-JRN-CHAVE-REG TO WRK-JRN-IMAGEM.
           OPEN INPUT ARQ-ESTOQUE.
           IF WRK-FS-ESQ = '00'
               MOVE WRK-ESQ-PRODUTO TO ESQ-PRODUTO
               MOVE WRK-ESQ-FILIAL TO ESQ-FILIAL
               READ ARQ-ESTOQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'A' TO WRK-JRN-OPERACAO
                       MOVE REG-ESTOQUE TO WRK-JRN-IMAGEM
               END-READ
               CLOSE ARQ-ESTOQUE
               IF WRK-FS-ESQ NOT = '00'
                   DISPLAY 'ERRO AO FECHAR ESTOQUE.DAT - FS='
                       WRK-FS-ESQ
               END-IF
           ELSE
               IF WRK-FS-ESQ NOT = '35'
                   DISPLAY 'ERRO AO ABRIR ESTOQUE.DAT - FS='
                       WRK-FS-ESQ
               END-IF
           END-IF.
           PERFORM 0370-GRAVAR-JORNAL.
       0273-JORNALIZAR-MOV-ESTOQUE.
           MOVE WRK-ESQ-PRODUTO TO WRK-JRN-MVE-PRODUTO.
           MOVE WRK-ESQ-FILIAL TO WRK-JRN-MVE-FILIAL.
           MOVE WRK-ESQ-DATA TO WRK-JRN-MVE-DATA.
           MOVE WRK-ESQ-TIPO TO WRK-JRN-MVE-TIPO.
           MOVE WRK-ESQ-REFERENCIA TO WRK-JRN-MVE-REF.
           MOVE 'MOVESTQ' TO WRK-JRN-ARQUIVO.
           MOVE WRK-JRN-MVE-CHAVE TO WRK-JRN-CHAVE-REG.
           MOVE 'I' TO WRK-JRN-OPERACAO.
           MOVE WRK-JRN-MVE-CHAVE TO WRK-JRN-IMAGEM.
           PERFORM 0370-GRAVAR-JORNAL.
       0274-JORNALIZAR-POS-ESTOQUE.
           OPEN INPUT ARQ-ESTOQUE.
           IF WRK-FS-ESQ NOT = '00'
               DISPLAY 'ERRO AO ABRIR ESTOQUE.DAT - FS=' WRK-FS-ESQ
           ELSE
               MOVE WRK-ESQ-PRODUTO TO ESQ-PRODUTO
               MOVE WRK-ESQ-FILIAL TO ESQ-FILIAL
               READ ARQ-ESTOQUE
                   INVALID KEY
                       DISPLAY 'ERRO AO LER ESTOQUE.DAT - FS='
                           WRK-FS-ESQ
                   NOT INVALID KEY
                       MOVE WRK-ESQ-PRODUTO TO WRK-JRN-MVE-PRODUTO
                       MOVE WRK-ESQ-FILIAL TO WRK-JRN-MVE-FILIAL
                       MOVE 'ESTOQUE' TO WRK-JRN-ARQUIVO
                       MOVE SPACES TO WRK-JRN-CHAVE-REG
                       MOVE WRK-JRN-MVE-CHAVE(1:9)
                           TO WRK-JRN-CHAVE-REG
                       MOVE 'P' TO WRK-JRN-OPERACAO
                       MOVE REG-ESTOQUE TO WRK-JRN-IMAGEM
                       PERFORM 0370-GRAVAR-JORNAL
               END-READ
               CLOSE ARQ-ESTOQUE
               IF WRK-FS-ESQ NOT = '00'
                   DISPLAY 'ERRO AO FECHAR ESTOQUE.DAT - FS='
                       WRK-FS-ESQ
               END-IF
           END-IF.
       0220-ACUMULAR-FILIAL.
           MOVE ZEROS TO WRK-IDX-FIL-ACH.
           PERFORM VARYING WRK-IDX-FIL FROM 1 BY 1
                   MOVE ZEROS TO WRK-FIL-DEPOSITO(WRK-IDX-FIL-ACH)
                   MOVE 'N' TO WRK-FIL-TEM-DEP(WRK-IDX-FIL-ACH)
                   MOVE SPACES TO WRK-FIL-SITUACAO(WRK-IDX-FIL-ACH)
                   MOVE ZEROS TO WRK-FIL-RESGATE(WRK-IDX-FIL-ACH)
                   PERFORM 0225-VALIDAR-FILIAL
               ELSE
                   DISPLAY 'TABELA DE FILIAIS CHEIA - FILIAL '
               IF WRK-FS-CRED NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR CREDIARIO.DAT - FS='
                       WRK-FS-CRED
               ELSE
                   ADD WRK-VND-VALOR TO WRK-TOT-CREDIARIO
                   MOVE 'CREDIAR' TO WRK-JRN-ARQUIVO
                   MOVE CRED-CHAVE TO WRK-JRN-CHAVE-REG
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   MOVE REG-CREDIARIO TO WRK-JRN-IMAGEM
                   PERFORM 0370-GRAVAR-JORNAL
               END-IF
               CLOSE ARQ-CREDIARIO
               IF WRK-FS-CRED NOT = '00'
                       WRK-FS-CRED
               END-IF
           END-IF.
      * ANTES DE ABRIR O TITULO CONFERE O CPF - SALDO EM ABERTO
      * MAIS A VENDA ACIMA DO LIMITE DO CLIENTE, OU TITULO
      * VENCIDO HA MAIS DIAS QUE CREDIARIO-MAX-ATRASO, RETEM A
      * VENDA PARA O SUPERVISOR (PROGCOBLIBC) - O SALDO VEM DE
      * TODAS AS FILIAIS PORQUE O CREDIARIO E POR CPF
       0232-AVALIAR-CREDITO.
           MOVE 'N' TO WRK-CRED-RETIDO.
           MOVE SPACE TO WRK-MOTIVO-RETENCAO.
           MOVE ZEROS TO WRK-SALDO-CPF WRK-MAIOR-ATRASO.
           PERFORM 0233-LER-LIMITE-CLIENTE.
           COMPUTE WRK-INT-MOVTO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVTO).
           MOVE 'N' TO WRK-FIM-CRED.
           OPEN INPUT ARQ-CREDIARIO.
           IF WRK-FS-CRED = '00'
               MOVE WRK-VND-CPF-CLIENTE TO CRED-CPF
               MOVE ZEROS TO CRED-DATA-VENDA CRED-SEQ
               START ARQ-CREDIARIO KEY IS >= CRED-CHAVE
                   INVALID KEY
                       SET FIM-CRED TO TRUE
               END-START
               PERFORM 0234-SOMAR-TITULO-CPF UNTIL FIM-CRED
               CLOSE ARQ-CREDIARIO
               IF WRK-FS-CRED NOT = '00'
                   DISPLAY 'ERRO AO FECHAR CREDIARIO.DAT - FS='
                       WRK-FS-CRED
               END-IF
           ELSE
               IF WRK-FS-CRED NOT = '35'
                   DISPLAY 'ERRO AO ABRIR CREDIARIO.DAT - FS='
                       WRK-FS-CRED
               END-IF
           END-IF.
           ADD WRK-VND-VALOR TO WRK-SALDO-CPF.
           EVALUATE TRUE
               WHEN WRK-MAIOR-ATRASO > WRK-MAX-ATRASO
                   SET CREDITO-RETIDO TO TRUE
                   MOVE 'A' TO WRK-MOTIVO-RETENCAO
               WHEN WRK-SALDO-CPF > WRK-LIMITE-CPF
                   SET CREDITO-RETIDO TO TRUE
                   MOVE 'L' TO WRK-MOTIVO-RETENCAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * CLIENTE FORA DO CADASTRO OU COM LIMITE ZERADO FICA COM
      * O LIMITE PADRAO DO PARAMETRO
       0233-LER-LIMITE-CLIENTE.
           MOVE WRK-LIMITE-PADRAO TO WRK-LIMITE-CPF.
           OPEN INPUT ARQ-CLIENTES.
           IF WRK-FS-CLI = '00'
               MOVE WRK-VND-CPF-CLIENTE TO REG-CLI-CPF
               READ ARQ-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REG-CLI-LIMITE-CRED IS NUMERIC
                               AND REG-CLI-LIMITE-CRED > ZEROS
                           MOVE REG-CLI-LIMITE-CRED TO WRK-LIMITE-CPF
                       END-IF
               END-READ
               CLOSE ARQ-CLIENTES
               IF WRK-FS-CLI NOT = '00'
                   DISPLAY 'ERRO AO FECHAR CLIENTDB.DAT - FS='
                       WRK-FS-CLI
               END-IF
           ELSE
               IF WRK-FS-CLI NOT = '35'
                   DISPLAY 'ERRO AO ABRIR CLIENTDB.DAT - FS='
                       WRK-FS-CLI
               END-IF
           END-IF.
       0234-SOMAR-TITULO-CPF.
           READ ARQ-CREDIARIO NEXT RECORD
               AT END
                   SET FIM-CRED TO TRUE
               NOT AT END
                   IF CRED-CPF NOT = WRK-VND-CPF-CLIENTE
                       SET FIM-CRED TO TRUE
                   ELSE
                       IF CREDIARIO-ABERTO
                           ADD CRED-SALDO TO WRK-SALDO-CPF
                           COMPUTE WRK-DIAS-ATRASO = WRK-INT-MOVTO
                               - FUNCTION INTEGER-OF-DATE(
                                 CRED-DATA-VENDA)
                               - WRK-PRAZO-DIAS
                           IF WRK-DIAS-ATRASO > WRK-MAIOR-ATRASO
                               MOVE WRK-DIAS-ATRASO
                                   TO WRK-MAIOR-ATRASO
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      * A VENDA RETIDA CONTINUA NA APURACAO DO DIA (ACUMULADO,
      * HISTORICO E RAZAO DE COMPRAS) - SO O TITULO A RECEBER
      * ESPERA A DECISAO DO SUPERVISOR
       0236-RETER-CREDIARIO.
           OPEN I-O ARQ-CRED-RETIDO.
           IF WRK-FS-CRP = '35'
               OPEN OUTPUT ARQ-CRED-RETIDO
               CLOSE ARQ-CRED-RETIDO
               OPEN I-O ARQ-CRED-RETIDO
           END-IF.
           IF WRK-FS-CRP NOT = '00'
               DISPLAY 'ERRO AO ABRIR CRDPEND.DAT - FS=' WRK-FS-CRP
           ELSE
               MOVE WRK-VND-DATA TO CRP-DATA
               MOVE WRK-VND-FILIAL TO CRP-FILIAL
               MOVE WRK-QT TO CRP-SEQ
               MOVE WRK-VND-MATRICULA TO CRP-MATRICULA
               MOVE WRK-VND-CPF-CLIENTE TO CRP-CPF
               MOVE WRK-VND-QT-ITENS TO CRP-QT-ITENS
               MOVE WRK-VND-VALOR TO CRP-VALOR
               MOVE WRK-MOTIVO-RETENCAO TO CRP-MOTIVO
               MOVE WRK-SALDO-CPF TO CRP-SALDO-ABERTO
               MOVE WRK-LIMITE-CPF TO CRP-LIMITE
               IF WRK-MAIOR-ATRASO > ZEROS
                   MOVE WRK-MAIOR-ATRASO TO CRP-DIAS-ATRASO
               ELSE
                   MOVE ZEROS TO CRP-DIAS-ATRASO
               END-IF
               SET RETENCAO-PENDENTE TO TRUE
               MOVE SPACES TO CRP-APROVADOR
               MOVE ZEROS TO CRP-DATA-DECISAO
               WRITE REG-CRED-RETIDO
               IF WRK-FS-CRP NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR CRDPEND.DAT - FS='
                       WRK-FS-CRP
               ELSE
                   MOVE 'CRDPEND' TO WRK-JRN-ARQUIVO
                   MOVE CRP-CHAVE TO WRK-JRN-CHAVE-REG
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   MOVE REG-CRED-RETIDO TO WRK-JRN-IMAGEM
                   PERFORM 0370-GRAVAR-JORNAL
                   ADD 1 TO WRK-QT-CRED-RETIDO
                   STRING 'CREDIARIO RETIDO CPF ' WRK-VND-CPF-CLIENTE
                       ' FILIAL ' WRK-VND-FILIAL ' MOTIVO '
                       WRK-MOTIVO-RETENCAO DELIMITED BY SIZE
                       INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
               END-IF
               CLOSE ARQ-CRED-RETIDO
               IF WRK-FS-CRP NOT = '00'
                   DISPLAY 'ERRO AO FECHAR CRDPEND.DAT - FS='
                       WRK-FS-CRP
               END-IF
           END-IF.
      * FILIAL FORA DO CADASTRO E PROVAVEL ERRO DE DIGITACAO NO
      * LOTE - O DIA SEGUE ACUMULADO MAS SAI MARCADO PARA NAO
      * NASCER FILIAL FANTASMA NO HISTORICO SEM NINGUEM VER
                   DISPLAY 'ERRO AO GRAVAR CLICOMPR.DAT - FS='
                       WRK-FS-CCL
                   PERFORM 0245-FECHAR-COMPRA-CLI
               ELSE
                   MOVE 'CLICOMPR' TO WRK-JRN-ARQUIVO
                   MOVE SPACES TO WRK-JRN-CHAVE-REG
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   MOVE REG-COMPRA-CLI TO WRK-JRN-IMAGEM
                   PERFORM 0370-GRAVAR-JORNAL
               END-IF
           END-IF.
       0245-FECHAR-COMPRA-CLI.
           MOVE WRK-QT TO CKPT-QT.
           MOVE WRK-HASH-LOTE TO CKPT-HASH-LOTE.
           MOVE WRK-QT-FILIAIS TO CKPT-QT-FILIAIS.
           MOVE WRK-TOT-RESGATE TO CKPT-TOT-RESGATE.
           MOVE WRK-TOT-PTS-GANHOS TO CKPT-TOT-PTS-GANHOS.
           MOVE WRK-QT-RESG-REJ TO CKPT-QT-RESG-REJ.
           MOVE WRK-QT-ITENS-EST TO CKPT-QT-ITENS-EST.
           MOVE WRK-BAIXA-ITENS TO CKPT-BAIXA-ITENS.
           MOVE WRK-JRN-EXEC-DATA-PROC TO CKPT-EXEC-DATA-PROC.
           MOVE WRK-JRN-EXEC-HORA TO CKPT-EXEC-HORA.
           MOVE WRK-TOT-CREDIARIO TO CKPT-TOT-CREDIARIO.
           PERFORM VARYING WRK-IDX-FIL FROM 1 BY 1
                   UNTIL WRK-IDX-FIL > 10
               IF WRK-IDX-FIL <= WRK-QT-FILIAIS
                       TO CKPT-FIL-ACUM(WRK-IDX-FIL)
                   MOVE WRK-FIL-QT(WRK-IDX-FIL)
                       TO CKPT-FIL-QT(WRK-IDX-FIL)
                   MOVE WRK-FIL-RESGATE(WRK-IDX-FIL)
                       TO CKPT-FIL-RESGATE(WRK-IDX-FIL)
               ELSE
                   MOVE ZEROS TO CKPT-FIL-COD(WRK-IDX-FIL)
                   MOVE ZEROS TO CKPT-FIL-ACUM(WRK-IDX-FIL)
                   MOVE ZEROS TO CKPT-FIL-QT(WRK-IDX-FIL)
                   MOVE ZEROS TO CKPT-FIL-RESGATE(WRK-IDX-FIL)
               END-IF
           END-PERFORM.
           OPEN OUTPUT ARQ-CHECKPOINT.
                   PERFORM 0245-FECHAR-COMPRA-CLI
                   PERFORM 0310-LIMPAR-CHECKPOINT
                   PERFORM 0320-RECONCILIAR-DEPOSITO
                   PERFORM 0356-MARCAR-CONTABIL
                   PERFORM 0350-GERAR-CONTABIL
                   PERFORM 0355-GERAR-CONTABIL-PONTOS
                   PERFORM 0358-JORNALIZAR-CONTABIL
                   PERFORM 0330-IMPRIMIR-RELATORIO
                   PERFORM 0340-GRAVAR-HISTORICO
                   PERFORM 0360-REGISTRAR-LOTE-APLICADO
                   MOVE 'C' TO WRK-JRN-SITUACAO
                   PERFORM 0155-GRAVAR-CABECALHO-JRN
                   DISPLAY '---------------------'
                   DISPLAY 'ACUMULADO ' WRK-ACUM
                   DISPLAY 'QUANTIDADE ' WRK-QT
                   IF WRK-QT-EST-PEND > ZEROS
                       DISPLAY 'ESTORNOS PENDENTES ' WRK-QT-EST-PEND
                   END-IF
                   IF WRK-QT-CRED-RETIDO > ZEROS
                       DISPLAY 'CREDIARIO RETIDO ' WRK-QT-CRED-RETIDO
                   END-IF
                   IF WRK-QT-RESG-REJ > ZEROS
                       DISPLAY 'RESGATES RECUSADOS ' WRK-QT-RESG-REJ
                   END-IF
                   DISPLAY 'ITENS BAIXADOS DO ESTOQUE '
                       WRK-QT-ITENS-EST
                   DISPLAY 'EXECUCAO ' WRK-JRN-EXECUCAO
                       ' REGISTROS NO JORNAL ' WRK-JRN-SEQ
                   IF JORNAL-COM-FALHA
                       DISPLAY 'JORNAL DE DESFAZIMENTO INCOMPLETO -'
                           ' VER ERROS DO VENDJRN.DAT'
                   END-IF
                   DISPLAY 'FINAL DE PROCESSAMENTO'
               END-IF
               END-IF
           MOVE WRK-DATA-MOVTO TO WRK-CTRL-DATA.
           MOVE WRK-FILIAL-LOTE TO WRK-CTRL-FILIAL.
           PERFORM 0976-REGISTRAR-LOTE.
           MOVE WRK-CTRL-ORIGEM TO WRK-JRN-CTRL-ORIGEM.
           MOVE WRK-CTRL-DATA TO WRK-JRN-CTRL-DATA.
           MOVE WRK-CTRL-FILIAL TO WRK-JRN-CTRL-FILIAL.
           MOVE 'LOTECTRL' TO WRK-JRN-ARQUIVO.
           MOVE WRK-JRN-CTRL-CHAVE TO WRK-JRN-CHAVE-REG.
           MOVE 'I' TO WRK-JRN-OPERACAO.
           MOVE WRK-JRN-CTRL-CHAVE TO WRK-JRN-IMAGEM.
           PERFORM 0370-GRAVAR-JORNAL.
       0310-LIMPAR-CHECKPOINT.
           OPEN OUTPUT ARQ-CHECKPOINT.
           IF WRK-FS-CKPT = '00'
                   PERFORM 0327-CONFERIR-FILIAL
                       VARYING WRK-IDX-FIL FROM 1 BY 1
                       UNTIL WRK-IDX-FIL > WRK-QT-FILIAIS
                   COMPUTE WRK-VARIANCIA = WRK-ACUM - WRK-TOT-RESGATE
                       - WRK-DEPOSITO
                   IF WRK-RECONC-MSG = SPACES
                       IF FILIAL-DIVERGE
                               OR FUNCTION ABS(WRK-VARIANCIA)
               MOVE 'SEM DEPOSITO' TO WRK-FIL-SITUACAO(WRK-IDX-FIL)
               SET FILIAL-DIVERGE TO TRUE
           ELSE
               COMPUTE WRK-VARIANCIA-FIL = WRK-FIL-ACUM(WRK-IDX-FIL)
                   - WRK-FIL-RESGATE(WRK-IDX-FIL)
                   - WRK-FIL-DEPOSITO(WRK-IDX-FIL)
               IF FUNCTION ABS(WRK-VARIANCIA-FIL) > WRK-TOLERANCIA
                   MOVE 'DIVERGE' TO WRK-FIL-SITUACAO(WRK-IDX-FIL)
                   SET FILIAL-DIVERGE TO TRUE
                   PERFORM 0335-GRAVAR-LINHA-REL
               END-IF

               IF WRK-QT-CRED-RETIDO > ZEROS
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING 'CREDIARIO RETIDO......: ' DELIMITED BY SIZE
                       WRK-QT-CRED-RETIDO DELIMITED BY SIZE
                       ' AGUARDANDO SUPERVISOR' DELIMITED BY SIZE
                       INTO WRK-LINHA-REL
                   PERFORM 0335-GRAVAR-LINHA-REL
               END-IF

               IF WRK-TOT-RESGATE NOT = ZEROS
                   MOVE WRK-TOT-RESGATE TO WRK-RESGATE-ED
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING 'RESGATE DE PONTOS.....: ' DELIMITED BY SIZE
                       WRK-RESGATE-ED DELIMITED BY SIZE
                       ' (FORA DO DEPOSITO)' DELIMITED BY SIZE
                       INTO WRK-LINHA-REL
                   PERFORM 0335-GRAVAR-LINHA-REL
               END-IF

               IF WRK-QT-RESG-REJ > ZEROS
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING 'RESGATES RECUSADOS....: ' DELIMITED BY SIZE
                       WRK-QT-RESG-REJ DELIMITED BY SIZE
                       ' SALDO DE PONTOS INSUFICIENTE' DELIMITED BY SIZE
                       INTO WRK-LINHA-REL
                   PERFORM 0335-GRAVAR-LINHA-REL
               END-IF

               MOVE SPACES TO WRK-LINHA-REL
               STRING 'ITENS BAIXADOS ESTOQUE: ' DELIMITED BY SIZE
                   WRK-QT-ITENS-EST DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               PERFORM 0335-GRAVAR-LINHA-REL

               MOVE SPACES TO WRK-LINHA-REL
               STRING 'LANCAMENTOS CONTABEIS.: ' DELIMITED BY SIZE
                   WRK-LANC-QT DELIMITED BY SIZE
           PERFORM 0335-GRAVAR-LINHA-REL.
      * DIA DE NOTAS DE CREDITO (ACUMULADO NEGATIVO) SAI COMO
      * ESTORNO NO PAR CONTABIL - VER BOOKGLWRT.COB
      * A VENDA A PRAZO ENTRA NO PAR DE VENDAS COMO CAIXA - OS
      * TITULOS ABERTOS NO DIA PASSAM DO CAIXA PARA CONTAS A
      * RECEBER, QUE O PROGCOBRETC BAIXA QUANDO O BANCO PAGA
       0350-GERAR-CONTABIL.
           MOVE ZEROS TO WRK-LANC-QT.
           MOVE WRK-DATA-MOVTO TO WRK-LANC-DATA.
           STRING 'HIST ' WRK-DATA-MOVTO DELIMITED BY SIZE
               INTO WRK-LANC-ORIGEM.
           PERFORM 0960-GRAVAR-LANCAMENTO-PAR.
           IF WRK-TOT-CREDIARIO NOT = ZEROS
               MOVE WRK-TOT-CREDIARIO TO WRK-LANC-VALOR
               MOVE SPACES TO WRK-LANC-ORIGEM
               STRING 'CRED ' WRK-DATA-MOVTO DELIMITED BY SIZE
                   INTO WRK-LANC-ORIGEM
               MOVE '11300000' TO WRK-LANC-CONTA-DEB
               MOVE '11100000' TO WRK-LANC-CONTA-CRED
               PERFORM 0962-GRAVAR-LANCAMENTO-CONTAS
           END-IF.
           DISPLAY 'LANCAMENTOS CONTABEIS GERADOS: ' WRK-LANC-QT.
      * PASSIVO DE FIDELIDADE - PONTOS GANHOS NO DIA A VALOR DE
      * RESGATE (DEDUCAO DE VENDAS X PONTOS A RESGATAR) E
      * RESGATES ACEITOS (PONTOS A RESGATAR X CAIXA, QUE O PAR
      * DE VENDAS JA DEBITOU PELO VALOR CHEIO DA VENDA)
       0355-GERAR-CONTABIL-PONTOS.
           MOVE WRK-DATA-MOVTO TO WRK-LANC-DATA.
           MOVE SPACES TO WRK-LANC-ORIGEM.
           STRING 'PTS ' WRK-DATA-MOVTO DELIMITED BY SIZE
               INTO WRK-LANC-ORIGEM.
           IF WRK-TOT-PTS-GANHOS NOT = ZEROS
               COMPUTE WRK-VALOR-PONTOS ROUNDED =
                   WRK-TOT-PTS-GANHOS * WRK-PTS-VALOR-PONTO
               MOVE WRK-VALOR-PONTOS TO WRK-LANC-VALOR
               MOVE '41900000' TO WRK-LANC-CONTA-DEB
               MOVE '21500000' TO WRK-LANC-CONTA-CRED
               PERFORM 0962-GRAVAR-LANCAMENTO-CONTAS
           END-IF.
           IF WRK-TOT-RESGATE NOT = ZEROS
               MOVE WRK-TOT-RESGATE TO WRK-LANC-VALOR
               MOVE '21500000' TO WRK-LANC-CONTA-DEB
               MOVE '11100000' TO WRK-LANC-CONTA-CRED
               PERFORM 0962-GRAVAR-LANCAMENTO-CONTAS
           END-IF.
      * O GLINTF SO RECEBE LINHAS NO FINAL (EXTEND) - CONTA AS
      * LINHAS ANTES DOS PARES DO DIA E DEPOIS MANDA PARA O
      * JORNAL AS QUE PASSAREM DA CONTAGEM
       0356-MARCAR-CONTABIL.
           MOVE 9999999 TO WRK-QT-GL-ANTES.
           PERFORM 0357-CONTAR-CONTABIL.
           MOVE WRK-QT-GL-LIDOS TO WRK-QT-GL-ANTES.
       0357-CONTAR-CONTABIL.
           MOVE ZEROS TO WRK-QT-GL-LIDOS.
           MOVE 'N' TO WRK-FIM-GL.
           OPEN INPUT ARQ-LANCAMENTOS.
           IF WRK-FS-LANC = '00'
               PERFORM 0359-LER-CONTABIL UNTIL FIM-GL
               CLOSE ARQ-LANCAMENTOS
               IF WRK-FS-LANC NOT = '00'
                   DISPLAY 'ERRO AO FECHAR GLINTF - FS=' WRK-FS-LANC
               END-IF
           ELSE
               IF WRK-FS-LANC NOT = '35'
                   DISPLAY 'ERRO AO ABRIR GLINTF - FS=' WRK-FS-LANC
               END-IF
           END-IF.
       0358-JORNALIZAR-CONTABIL.
           PERFORM 0357-CONTAR-CONTABIL.
       0359-LER-CONTABIL.
           READ ARQ-LANCAMENTOS
               AT END
                   SET FIM-GL TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QT-GL-LIDOS
                   IF WRK-QT-GL-LIDOS > WRK-QT-GL-ANTES
                       MOVE 'GLINTF' TO WRK-JRN-ARQUIVO
                       MOVE SPACES TO WRK-JRN-CHAVE-REG
                       MOVE 'I' TO WRK-JRN-OPERACAO
                       MOVE REG-LANCAMENTO TO WRK-JRN-IMAGEM
                       PERFORM 0370-GRAVAR-JORNAL
                   END-IF
           END-READ.
       0340-GRAVAR-HISTORICO.
           OPEN I-O ARQ-HISTORICO.
           IF WRK-FS-HIST = '35'
      * CONTEUDO E REAPLICAR ANTES DO WRITE/REWRITE
       0347-GRAVAR-REG-HISTORICO.
           MOVE REG-HISTORICO TO WRK-HIST-NOVO.
           MOVE 'VENDHIST' TO WRK-JRN-ARQUIVO.
           MOVE HIST-CHAVE TO WRK-JRN-CHAVE-REG.
           READ ARQ-HISTORICO
               INVALID KEY
                   MOVE WRK-HIST-NOVO TO REG-HISTORICO
                   IF WRK-FS-HIST NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR VENDHIST.DAT - FS='
                           WRK-FS-HIST
                   ELSE
                       MOVE 'I' TO WRK-JRN-OPERACAO
                       MOVE REG-HISTORICO TO WRK-JRN-IMAGEM
                       PERFORM 0370-GRAVAR-JORNAL
                   END-IF
               NOT INVALID KEY
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   MOVE REG-HISTORICO TO WRK-JRN-IMAGEM
                   PERFORM 0370-GRAVAR-JORNAL
                   MOVE WRK-HIST-NOVO TO REG-HISTORICO
                   REWRITE REG-HISTORICO
                   IF WRK-FS-HIST NOT = '00'
                           WRK-FS-HIST
                   END-IF
           END-READ.
      * JORNAL DE DESFAZIMENTO - INCLUSAO ENTRA LOGO DEPOIS DO
      * WRITE BEM SUCEDIDO, ALTERACAO ENTRA ANTES DO REWRITE COM
      * A IMAGEM LIDA. O CHAMADOR PREENCHE WRK-JRN-ARQUIVO,
      * CHAVE-REG (BRANCO PARA ARQUIVO SEQUENCIAL), OPERACAO E
      * IMAGEM - FALHA NO JORNAL NAO PARA A APURACAO, SO SAI
      * COM ALERTA
       0370-GRAVAR-JORNAL.
           ADD 1 TO WRK-JRN-SEQ.
           OPEN I-O ARQ-JORNAL.
           IF WRK-FS-JRN = '35'
               OPEN OUTPUT ARQ-JORNAL
               CLOSE ARQ-JORNAL
               OPEN I-O ARQ-JORNAL
           END-IF.
           IF WRK-FS-JRN NOT = '00'
               DISPLAY 'ERRO AO ABRIR VENDJRN.DAT - FS=' WRK-FS-JRN
               SET JORNAL-COM-FALHA TO TRUE
           ELSE
               MOVE WRK-JRN-EXECUCAO TO JRN-EXECUCAO
               MOVE WRK-JRN-ARQUIVO TO JRN-ARQUIVO
               MOVE WRK-JRN-CHAVE-REG TO JRN-CHAVE-REG
               MOVE WRK-JRN-TENTATIVA TO JRN-TENTATIVA
               MOVE WRK-JRN-SEQ TO JRN-SEQ
               MOVE WRK-JRN-OPERACAO TO JRN-OPERACAO
               MOVE WRK-OPERADOR-ID TO JRN-OPERADOR
               MOVE WRK-JRN-IMAGEM TO JRN-IMAGEM
               WRITE REG-JORNAL
               IF WRK-FS-JRN NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR VENDJRN.DAT - FS='
                       WRK-FS-JRN ' ARQUIVO ' WRK-JRN-ARQUIVO
                   SET JORNAL-COM-FALHA TO TRUE
               END-IF
               CLOSE ARQ-JORNAL
               IF WRK-FS-JRN NOT = '00'
                   DISPLAY 'ERRO AO FECHAR VENDJRN.DAT - FS='
                       WRK-FS-JRN
               END-IF
           END-IF.
           COPY 'BOOKFECHCHK.COB'.
           COPY 'BOOKFILGET.COB'.
           COPY 'BOOKCTRCHK.COB'.
           COPY 'BOOKCALCHK.COB'.
           COPY 'BOOKGLWRT.COB'.
           COPY 'BOOKPTSWRT.COB'.
           COPY 'BOOKESQWRT.COB'.
           COPY 'BOOKPARGET.COB'.
           COPY 'BOOKLOGWRT.COB'.
