       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBRETC.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = BAIXA AUTOMATICA DO CREDIARIO PELO ARQUIVO
      * DE RETORNO DA COBRANCA BANCARIA (DD RETCOBR)
      * CADA PAGAMENTO (CPF OU REFERENCIA DO TITULO, VALOR
      * PAGO E DATA DO PAGAMENTO - SO A REFERENCIA QUANDO O
      * BANCO NAO MANDA O CPF) E APLICADO COM A MESMA
      * REGRA DO PROGCOBCRED - TITULO REFERENCIADO PRIMEIRO,
      * DEPOIS DO MAIS ANTIGO PARA O MAIS NOVO - E SAI NO
      * RELATORIO DE BAIXAS (DD RELRETC) COMO APLICADO,
      * PARCIAL, SOBRA SEM TITULO OU CPF DESCONHECIDO
      * O VALOR APLICADO GERA O PAR DEBITO CAIXA / CREDITO
      * CONTAS A RECEBER NO GLINTF - CONTAS A RECEBER FOI
      * DEBITADO (CONTRA O CAIXA) QUANDO O TITULO ABRIU, NA
      * APURACAO (PROGCOB15) OU NA LIBERACAO DA VENDA RETIDA
      * (PROGCOBLIBC) - SOBRA E CPF DESCONHECIDO
      * NAO SAO CONTABILIZADOS, FICAM NO RELATORIO PARA
      * DEVOLUCAO OU REGISTRO MANUAL
      * O ARQUIVO PODE ABRIR COM CABECALHO H (DATA DE GERACAO)
      * - O LOTE E CONFERIDO E REGISTRADO NO LOTECTRL.DAT E
      * UMA RESSUBMISSAO TERMINA COM RETORNO 16 SEM BAIXAR
      * NADA
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETORNO ASSIGN TO RETCOBR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.
           SELECT REL-BAIXAS ASSIGN TO RELRETC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           COPY 'BOOKCRDSEL.COB'.
           COPY 'BOOKCLISEL.COB'.
           COPY 'BOOKGLSEL.COB'.
           COPY 'BOOKCTRSEL.COB'.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RETORNO.
       01  REG-RCB-DETALHE.
           05 RCB-TIPO        PIC X(01).
           05 RCB-CPF         PIC X(11).
           05 RCB-REF-TITULO.
              10 RCB-REF-DATA PIC 9(08).
              10 RCB-REF-SEQ  PIC 9(05).
           05 RCB-VALOR       PIC 9(09)V99.
           05 RCB-DATA-PGTO   PIC 9(08).
       01  REG-RCB-HEADER.
           05 RCB-H-TIPO         PIC X(01).
           05 RCB-H-DATA-GERACAO PIC 9(08).
           05 RCB-H-CONVENIO     PIC X(20).
       FD  REL-BAIXAS.
       01  REG-RELATORIO    PIC X(80).
           COPY 'BOOKCRDFD.COB'.
           COPY 'BOOKCLIFD.COB'.
           COPY 'BOOKGLFD.COB'.
           COPY 'BOOKCTRFD.COB'.
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKCRDWS.COB'.
           COPY 'BOOKCLIWS.COB'.
           COPY 'BOOKGLWS.COB'.
           COPY 'BOOKCTRWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-RETORNO   PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-FIM-RET      PIC X(01) VALUE 'N'.
           88 FIM-RETORNO VALUE 'S'.
       77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA VALUE 'S'.
       77  WRK-TEM-HEADER   PIC X(01) VALUE 'N'.
           88 LOTE-COM-HEADER VALUE 'S'.
       77  WRK-LOTE-DUP     PIC X(01) VALUE 'N'.
           88 LOTE-DUPLICADO VALUE 'S'.
       77  WRK-TEM-CRED     PIC X(01) VALUE 'N'.
           88 CREDIARIO-DISPONIVEL VALUE 'S'.
       77  WRK-TEM-CLI      PIC X(01) VALUE 'N'.
           88 CLIENTES-DISPONIVEL VALUE 'S'.
       77  WRK-FIM-CRED     PIC X(01) VALUE 'N'.
           88 FIM-CRED VALUE 'S'.
       77  WRK-CPF-CONHECIDO PIC X(01) VALUE 'N'.
           88 CPF-CONHECIDO VALUE 'S'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-CPF-PGTO     PIC X(11) VALUE SPACES.
       77  WRK-CPF-REF      PIC X(11) VALUE SPACES.
       77  WRK-QT-REF-ACHADAS PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-RESTA  PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-BAIXA  PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-APLIC  PIC S9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-ULT    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-QT-BAIXADOS  PIC 9(03) VALUE ZEROS.
       77  WRK-QT-LIDOS     PIC 9(06) VALUE ZEROS.
       77  WRK-QT-APLICADOS PIC 9(06) VALUE ZEROS.
       77  WRK-QT-PARCIAIS  PIC 9(06) VALUE ZEROS.
       77  WRK-QT-SOBRAS    PIC 9(06) VALUE ZEROS.
       77  WRK-QT-DESCONHEC PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-RECEBIDO PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-APLICADO PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-SOBRA    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-DESCONHEC PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-ED       PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-LINHA-DET.
           05 WRK-DET-CPF      PIC X(11).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-DET-DATA     PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-DET-PAGO     PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-DET-APLICADO PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-DET-TITULOS  PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-DET-SITUACAO PIC X(16).
       01  WRK-LINHA-REL PIC X(80).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBRETC' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-INICIALIZAR.
           IF NOT FIM-RETORNO
               PERFORM 0200-PROCESSAR-PAGAMENTO UNTIL FIM-RETORNO
           END-IF.
           PERFORM 0300-FINALIZAR.
           PERFORM 0906-FECHAR-LOG.
      * RETORNO 4 = SOBRA OU CPF DESCONHECIDO A TRATAR
      * RETORNO 8 = ERRO DE ABERTURA - 16 = LOTE JA PROCESSADO
           EVALUATE TRUE
               WHEN LOTE-DUPLICADO
                   MOVE 16 TO RETURN-CODE
               WHEN ERRO-ABERTURA
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QT-SOBRAS > ZEROS
                       OR WRK-QT-DESCONHEC > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       0100-INICIALIZAR.
           OPEN INPUT ARQ-RETORNO.
           IF WRK-FS-RETORNO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RETCOBR - FS=' WRK-FS-RETORNO
               SET FIM-RETORNO TO TRUE
               SET ERRO-ABERTURA TO TRUE
           ELSE
               OPEN OUTPUT REL-BAIXAS
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR REL-BAIXAS - FS='
                       WRK-FS-RELATORIO
                   SET FIM-RETORNO TO TRUE
                   SET ERRO-ABERTURA TO TRUE
               ELSE
                   PERFORM 0110-ABRIR-CADASTROS
               END-IF
           END-IF.
           IF NOT FIM-RETORNO
               PERFORM 0120-GRAVAR-CABECALHO
               PERFORM 0150-LER-RETORNO
               IF NOT FIM-RETORNO AND RCB-TIPO = 'H'
                   PERFORM 0160-CONFERIR-LOTE
               END-IF
           END-IF.
      * SEM CREDIARIO.DAT NENHUM PAGAMENTO TEM TITULO - TUDO
      * SAI COMO SOBRA OU CPF DESCONHECIDO, NADA E CRIADO
       0110-ABRIR-CADASTROS.
           OPEN I-O ARQ-CREDIARIO.
           IF WRK-FS-CRED = '00'
               SET CREDIARIO-DISPONIVEL TO TRUE
           ELSE
               IF WRK-FS-CRED NOT = '35'
                   DISPLAY 'ERRO AO ABRIR CREDIARIO.DAT - FS='
                       WRK-FS-CRED
                   SET FIM-RETORNO TO TRUE
                   SET ERRO-ABERTURA TO TRUE
               END-IF
           END-IF.
           OPEN INPUT ARQ-CLIENTES.
           IF WRK-FS-CLI = '00'
               SET CLIENTES-DISPONIVEL TO TRUE
           ELSE
               IF WRK-FS-CLI NOT = '35'
                   DISPLAY 'ERRO AO ABRIR CLIENTDB.DAT - FS='
                       WRK-FS-CLI
                   SET FIM-RETORNO TO TRUE
                   SET ERRO-ABERTURA TO TRUE
               END-IF
           END-IF.
       0120-GRAVAR-CABECALHO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'BAIXAS DO CREDIARIO PELA COBRANCA BANCARIA - '
               WRK-DATA-HOJE DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'CPF          DT PGTO             PAGO'
               '         APLICADO  TIT  SITUACAO'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
       0150-LER-RETORNO.
           READ ARQ-RETORNO
               AT END
                   SET FIM-RETORNO TO TRUE
           END-READ.
      * O CABECALHO NAO E PAGAMENTO - SO IDENTIFICA O LOTE
      * PARA A TRAVA DE REPROCESSAMENTO
       0160-CONFERIR-LOTE.
           SET LOTE-COM-HEADER TO TRUE.
           MOVE 'RETCOBR' TO WRK-CTRL-ORIGEM.
           MOVE RCB-H-DATA-GERACAO TO WRK-CTRL-DATA.
           MOVE ZEROS TO WRK-CTRL-FILIAL.
           PERFORM 0975-VERIFICAR-LOTE.
           IF LOTE-JA-PROCESSADO
               SET LOTE-DUPLICADO TO TRUE
               SET FIM-RETORNO TO TRUE
               DISPLAY 'RETORNO DE ' WRK-CTRL-DATA ' JA APLICADO EM '
                   WRK-CTRL-DATA-PROC ' - NADA REAPLICADO'
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'LOTE JA PROCESSADO EM ' WRK-CTRL-DATA-PROC
                   ' - BAIXA ABORTADA' DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               PERFORM 0390-GRAVAR-LINHA-REL
               STRING 'RETORNO COBRANCA DE ' WRK-CTRL-DATA
                   ' ABORTADO - LOTE JA PROCESSADO'
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           ELSE
               PERFORM 0150-LER-RETORNO
           END-IF.
      * CABECALHO E TRAILER DO BANCO NAO SAO PAGAMENTO - SO O
      * DETALHE D ENTRA NA BAIXA
       0200-PROCESSAR-PAGAMENTO.
           IF RCB-TIPO = 'D'
               ADD 1 TO WRK-QT-LIDOS
               ADD RCB-VALOR TO WRK-TOT-RECEBIDO
               MOVE RCB-CPF TO WRK-CPF-PGTO
               MOVE RCB-VALOR TO WRK-VALOR-RESTA
               MOVE ZEROS TO WRK-VALOR-APLIC WRK-SALDO-ULT
                   WRK-QT-BAIXADOS
               MOVE 'N' TO WRK-CPF-CONHECIDO
               IF CREDIARIO-DISPONIVEL
                   IF RCB-REF-TITULO IS NUMERIC
                           AND RCB-REF-DATA > ZEROS
                       IF WRK-CPF-PGTO = SPACES
                           PERFORM 0220-LOCALIZAR-REFERENCIA
                       END-IF
                       IF WRK-CPF-PGTO NOT = SPACES
                           PERFORM 0210-APLICAR-REFERENCIA
                       END-IF
                   END-IF
                   MOVE 'N' TO WRK-FIM-CRED
                   PERFORM 0250-POSICIONAR-CPF
                   PERFORM 0260-APLICAR-PAGAMENTO UNTIL FIM-CRED
               END-IF
               IF NOT CPF-CONHECIDO
                   PERFORM 0280-VERIFICAR-CLIENTE
               END-IF
               PERFORM 0290-CLASSIFICAR-PAGAMENTO
           END-IF.
           PERFORM 0150-LER-RETORNO.
      * O TITULO INFORMADO PELO BANCO E BAIXADO ANTES DOS
      * DEMAIS - REFERENCIA INEXISTENTE OU JA QUITADA CAI NA
      * REGRA NORMAL DO MAIS ANTIGO PRIMEIRO - SEM CPF NO
      * RETORNO O CPF JA VEM DO TITULO ACHADO NO 0220
       0210-APLICAR-REFERENCIA.
           MOVE WRK-CPF-PGTO TO CRED-CPF.
           MOVE RCB-REF-DATA TO CRED-DATA-VENDA.
           MOVE RCB-REF-SEQ TO CRED-SEQ.
           READ ARQ-CREDIARIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CPF-CONHECIDO TO TRUE
                   IF CREDIARIO-ABERTO
                       PERFORM 0270-BAIXAR-TITULO
                   END-IF
           END-READ.
      * PAGAMENTO SO COM A REFERENCIA (CPF EM BRANCO) - A CHAVE
      * DO CREDIARIO COMECA PELO CPF, ENTAO O TITULO E PROCURADO
      * NA LEITURA SEQUENCIAL PELA DATA DA VENDA + SEQUENCIA E O
      * CPF VEM DO TITULO ACHADO - A SEQUENCIA E POR LOTE DE
      * FILIAL, ENTAO REFERENCIA QUE APARECE EM MAIS DE UM CPF
      * E AMBIGUA E O PAGAMENTO FICA COMO CPF DESCONHECIDO
       0220-LOCALIZAR-REFERENCIA.
           MOVE SPACES TO WRK-CPF-REF.
           MOVE ZEROS TO WRK-QT-REF-ACHADAS.
           MOVE 'N' TO WRK-FIM-CRED.
           MOVE LOW-VALUES TO CRED-CHAVE.
           START ARQ-CREDIARIO KEY IS >= CRED-CHAVE
               INVALID KEY
                   SET FIM-CRED TO TRUE
           END-START.
           PERFORM 0225-LER-REFERENCIA UNTIL FIM-CRED.
           EVALUATE WRK-QT-REF-ACHADAS
               WHEN 0
                   CONTINUE
               WHEN 1
                   MOVE WRK-CPF-REF TO WRK-CPF-PGTO
               WHEN OTHER
                   DISPLAY 'REFERENCIA ' RCB-REF-DATA '/'
                       RCB-REF-SEQ ' EM ' WRK-QT-REF-ACHADAS
                       ' CPFS - NAO BAIXADA'
                   MOVE SPACES TO WRK-DESCRICAO-LOG
                   STRING 'RET COBRANCA REF '
                       RCB-REF-DATA '/' RCB-REF-SEQ
                       ' AMBIGUA ' RCB-VALOR
                       ' S/BAIXA' DELIMITED BY SIZE
                       INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
           END-EVALUATE.
       0225-LER-REFERENCIA.
           READ ARQ-CREDIARIO NEXT RECORD
               AT END
                   SET FIM-CRED TO TRUE
               NOT AT END
                   IF CRED-DATA-VENDA = RCB-REF-DATA
                           AND CRED-SEQ = RCB-REF-SEQ
                       IF WRK-QT-REF-ACHADAS = ZEROS
                               OR CRED-CPF NOT = WRK-CPF-REF
                           ADD 1 TO WRK-QT-REF-ACHADAS
                       END-IF
                       MOVE CRED-CPF TO WRK-CPF-REF
                   END-IF
           END-READ.
       0250-POSICIONAR-CPF.
           MOVE WRK-CPF-PGTO TO CRED-CPF.
           MOVE ZEROS TO CRED-DATA-VENDA CRED-SEQ.
           START ARQ-CREDIARIO KEY IS >= CRED-CHAVE
               INVALID KEY
                   SET FIM-CRED TO TRUE
           END-START.
       0260-APLICAR-PAGAMENTO.
           READ ARQ-CREDIARIO NEXT RECORD
               AT END
                   SET FIM-CRED TO TRUE
               NOT AT END
                   IF CRED-CPF NOT = WRK-CPF-PGTO
                           OR WRK-VALOR-RESTA <= ZEROS
                       SET FIM-CRED TO TRUE
                   ELSE
                       SET CPF-CONHECIDO TO TRUE
                       IF CREDIARIO-ABERTO
                           PERFORM 0270-BAIXAR-TITULO
                       END-IF
                   END-IF
           END-READ.
       0270-BAIXAR-TITULO.
           IF WRK-VALOR-RESTA >= CRED-SALDO
               MOVE CRED-SALDO TO WRK-VALOR-BAIXA
               MOVE ZEROS TO CRED-SALDO
               SET CREDIARIO-QUITADO TO TRUE
           ELSE
               MOVE WRK-VALOR-RESTA TO WRK-VALOR-BAIXA
               SUBTRACT WRK-VALOR-BAIXA FROM CRED-SALDO
           END-IF.
           MOVE RCB-DATA-PGTO TO CRED-DATA-ULT-PGTO.
           REWRITE REG-CREDIARIO.
           IF WRK-FS-CRED NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CREDIARIO.DAT - FS='
                   WRK-FS-CRED
           ELSE
               SUBTRACT WRK-VALOR-BAIXA FROM WRK-VALOR-RESTA
               ADD WRK-VALOR-BAIXA TO WRK-VALOR-APLIC
               MOVE CRED-SALDO TO WRK-SALDO-ULT
               ADD 1 TO WRK-QT-BAIXADOS
           END-IF.
      * CPF SEM NENHUM TITULO (ABERTO OU QUITADO) SO E
      * CONHECIDO SE ESTIVER NO CADASTRO DE CLIENTES
       0280-VERIFICAR-CLIENTE.
           IF CLIENTES-DISPONIVEL
               MOVE WRK-CPF-PGTO TO REG-CLI-CPF
               READ ARQ-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CPF-CONHECIDO TO TRUE
               END-READ
           END-IF.
      * APLICADO = VALOR TODO USADO E O ULTIMO TITULO QUITADO
      * PARCIAL  = VALOR TODO USADO MAS O TITULO FICOU COM SALDO
      * SOBRA    = CPF CONHECIDO SEM TITULO ABERTO PARA O RESTO
       0290-CLASSIFICAR-PAGAMENTO.
           ADD WRK-VALOR-APLIC TO WRK-TOT-APLICADO.
           MOVE WRK-CPF-PGTO TO WRK-DET-CPF.
           MOVE RCB-DATA-PGTO TO WRK-DET-DATA.
           MOVE RCB-VALOR TO WRK-DET-PAGO.
           MOVE WRK-VALOR-APLIC TO WRK-DET-APLICADO.
           MOVE WRK-QT-BAIXADOS TO WRK-DET-TITULOS.
           EVALUATE TRUE
               WHEN NOT CPF-CONHECIDO
                   ADD 1 TO WRK-QT-DESCONHEC
                   ADD RCB-VALOR TO WRK-TOT-DESCONHEC
                   MOVE 'CPF DESCONHECIDO' TO WRK-DET-SITUACAO
                   STRING 'RET COBRANCA CPF ' WRK-CPF-PGTO
                       ' DESCONHEC VALOR ' RCB-VALOR
                       DELIMITED BY SIZE
                       INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
               WHEN WRK-VALOR-RESTA > ZEROS
                   ADD 1 TO WRK-QT-SOBRAS
                   ADD WRK-VALOR-RESTA TO WRK-TOT-SOBRA
                   MOVE 'SOBRA SEM TITULO' TO WRK-DET-SITUACAO
                   MOVE WRK-VALOR-RESTA TO WRK-TOT-ED
                   STRING 'RET COBRANCA CPF ' WRK-CPF-PGTO
                       ' SOBRA ' WRK-TOT-ED
                       ' TIT ' WRK-QT-BAIXADOS
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
               WHEN WRK-SALDO-ULT > ZEROS
                   ADD 1 TO WRK-QT-PARCIAIS
                   MOVE 'PARCIAL' TO WRK-DET-SITUACAO
                   STRING 'BAIXA CREDIARIO CPF ' WRK-CPF-PGTO
                       ' PARCIAL ' RCB-VALOR ' TIT '
                       WRK-QT-BAIXADOS DELIMITED BY SIZE
                       INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
               WHEN OTHER
                   ADD 1 TO WRK-QT-APLICADOS
                   MOVE 'APLICADO' TO WRK-DET-SITUACAO
                   STRING 'BAIXA CREDIARIO CPF ' WRK-CPF-PGTO
                       ' PAGO ' RCB-VALOR ' TITULOS '
                       WRK-QT-BAIXADOS DELIMITED BY SIZE
                       INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
           END-EVALUATE.
           MOVE WRK-LINHA-DET TO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
       0300-FINALIZAR.
           IF CREDIARIO-DISPONIVEL
               CLOSE ARQ-CREDIARIO
               IF WRK-FS-CRED NOT = '00'
                   DISPLAY 'ERRO AO FECHAR CREDIARIO.DAT - FS='
                       WRK-FS-CRED
               END-IF
           END-IF.
           IF CLIENTES-DISPONIVEL
               CLOSE ARQ-CLIENTES
               IF WRK-FS-CLI NOT = '00'
                   DISPLAY 'ERRO AO FECHAR CLIENTDB.DAT - FS='
                       WRK-FS-CLI
               END-IF
           END-IF.
           IF WRK-FS-RETORNO = '00' OR WRK-FS-RETORNO = '10'
               CLOSE ARQ-RETORNO
               IF WRK-FS-RETORNO NOT = '00'
                   DISPLAY 'ERRO AO FECHAR RETCOBR - FS='
                       WRK-FS-RETORNO
               END-IF
           END-IF.
           IF NOT ERRO-ABERTURA
               PERFORM 0310-GRAVAR-TOTAIS
               CLOSE REL-BAIXAS
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO FECHAR REL-BAIXAS - FS='
                       WRK-FS-RELATORIO
               END-IF
           ELSE
               IF WRK-FS-RELATORIO = '00'
                   CLOSE REL-BAIXAS
               END-IF
           END-IF.
           IF NOT ERRO-ABERTURA AND NOT LOTE-DUPLICADO
               PERFORM 0320-GERAR-CONTABIL
               IF LOTE-COM-HEADER
                   PERFORM 0976-REGISTRAR-LOTE
               ELSE
                   DISPLAY 'RETCOBR SEM CABECALHO - SEM TRAVA DE'
                       ' REPROCESSAMENTO'
                   STRING 'RETORNO COBRANCA SEM CABECALHO - SEM'
                       ' TRAVA DE REPROCESSAMENTO' DELIMITED BY SIZE
                       INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
               END-IF
           END-IF.
           DISPLAY '---------------------'.
           DISPLAY 'PAGAMENTOS NO RETORNO.: ' WRK-QT-LIDOS.
           DISPLAY 'APLICADOS.............: ' WRK-QT-APLICADOS.
           DISPLAY 'PARCIAIS..............: ' WRK-QT-PARCIAIS.
           DISPLAY 'SOBRA SEM TITULO......: ' WRK-QT-SOBRAS.
           DISPLAY 'CPF DESCONHECIDO......: ' WRK-QT-DESCONHEC.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           STRING 'RETORNO COBRANCA ' WRK-QT-LIDOS ' PGTOS '
               WRK-QT-SOBRAS ' SOBRAS ' WRK-QT-DESCONHEC
               ' DESCONHEC' DELIMITED BY SIZE
               INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
       0310-GRAVAR-TOTAIS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '----------------------------------------'
               '----------------------------------------'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'PAGAMENTOS...........: ' WRK-QT-LIDOS
               '  APLICADOS ' WRK-QT-APLICADOS
               '  PARCIAIS ' WRK-QT-PARCIAIS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-RECEBIDO TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'VALOR RECEBIDO.......: ' DELIMITED BY SIZE
               WRK-TOT-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-APLICADO TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'VALOR BAIXADO........: ' DELIMITED BY SIZE
               WRK-TOT-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-SOBRA TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'SOBRA SEM TITULO.....: ' DELIMITED BY SIZE
               WRK-TOT-ED DELIMITED BY SIZE ' (' WRK-QT-SOBRAS ')'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-DESCONHEC TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'CPF DESCONHECIDO.....: ' DELIMITED BY SIZE
               WRK-TOT-ED DELIMITED BY SIZE ' (' WRK-QT-DESCONHEC
               ')' DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           IF WRK-QT-SOBRAS > ZEROS OR WRK-QT-DESCONHEC > ZEROS
               MOVE SPACES TO WRK-LINHA-REL
               STRING '*** SOBRAS E CPF DESCONHECIDO NAO FORAM'
                   ' CONTABILIZADOS - DEVOLVER OU REGISTRAR'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0390-GRAVAR-LINHA-REL
           END-IF.
      * PAR BALANCEADO DO VALOR BAIXADO - DEBITO CAIXA E
      * CREDITO CLIENTES A RECEBER DO CREDIARIO
       0320-GERAR-CONTABIL.
           IF WRK-TOT-APLICADO = ZEROS
               CONTINUE
           ELSE
               MOVE ZEROS TO WRK-LANC-QT
               OPEN EXTEND ARQ-LANCAMENTOS
               IF WRK-FS-LANC = '35'
                   OPEN OUTPUT ARQ-LANCAMENTOS
               END-IF
               IF WRK-FS-LANC NOT = '00'
                   DISPLAY 'ERRO AO ABRIR GLINTF - FS=' WRK-FS-LANC
               ELSE
      * AREA DO FD NASCE EM LOW-VALUES - LIMPAR ANTES DE MONTAR
                   MOVE SPACES TO REG-LANCAMENTO
                   MOVE WRK-DATA-HOJE TO LANC-DATA
                   MOVE SPACES TO WRK-LANC-ORIGEM
                   STRING 'RETC ' WRK-DATA-HOJE
                       DELIMITED BY SIZE INTO WRK-LANC-ORIGEM
                   MOVE WRK-LANC-ORIGEM TO LANC-ORIGEM
                   MOVE '11100000' TO LANC-CONTA
                   MOVE 'D' TO LANC-DC
                   MOVE WRK-TOT-APLICADO TO LANC-VALOR
                   PERFORM 0965-GRAVAR-LANCAMENTO
                   MOVE '11300000' TO LANC-CONTA
                   MOVE 'C' TO LANC-DC
                   MOVE WRK-TOT-APLICADO TO LANC-VALOR
                   PERFORM 0965-GRAVAR-LANCAMENTO
                   CLOSE ARQ-LANCAMENTOS
                   IF WRK-FS-LANC NOT = '00'
                       DISPLAY 'ERRO AO FECHAR GLINTF - FS='
                           WRK-FS-LANC
                   END-IF
                   DISPLAY 'LANCAMENTOS CONTABEIS GERADOS: '
                       WRK-LANC-QT
                   STRING 'RETORNO COBRANCA GEROU ' WRK-LANC-QT
                       ' LANCAMENTOS EM GLINTF'
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
               END-IF
           END-IF.
       0390-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELRETC.DAT - FS='
                   WRK-FS-RELATORIO
           END-IF.
           COPY 'BOOKGLWRT.COB'.
           COPY 'BOOKCTRCHK.COB'.
           COPY 'BOOKLOGWRT.COB'.
