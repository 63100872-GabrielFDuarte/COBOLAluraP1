       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBNFER.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = PROCESSAR O ARQUIVO DE RETORNO DA SEFAZ
      * (DD RETNFE) E MARCAR CADA NOTA DO NFE.DAT COMO
      * AUTORIZADA (COM PROTOCOLO) OU REJEITADA (COM MOTIVO)
      * NOTA JA AUTORIZADA NAO VOLTA PARA REJEITADA - O
      * RETORNO DIVERGENTE SAI NO RELATORIO (DD RELRNFE) SEM
      * ALTERAR A NOTA, JUNTO COM AS NOTAS DESCONHECIDAS
      * NOTA REJEITADA PODE SER AUTORIZADA DEPOIS, QUANDO A
      * CORRECAO E REENVIADA
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETORNO ASSIGN TO RETNFE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.
           SELECT REL-RETORNO ASSIGN TO RELRNFE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           COPY 'BOOKNFESEL.COB'.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
      * RETORNO DA SEFAZ - SO O DETALHE D ATUALIZA NOTA
       FD  ARQ-RETORNO.
       01  REG-RNF-DETALHE.
           05 RNF-TIPO        PIC X(01).
           05 RNF-FILIAL      PIC 9(03).
           05 RNF-NUMERO      PIC 9(09).
           05 RNF-SITUACAO    PIC X(01).
              88 RNF-AUTORIZADA VALUE 'A'.
              88 RNF-REJEITADA  VALUE 'R'.
           05 RNF-PROTOCOLO   PIC X(15).
           05 RNF-MOTIVO      PIC X(30).
           05 RNF-DATA        PIC 9(08).
       FD  REL-RETORNO.
       01  REG-RELATORIO    PIC X(80).
           COPY 'BOOKNFEFD.COB'.
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKNFEWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-RETORNO   PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-FIM-RET      PIC X(01) VALUE 'N'.
           88 FIM-RETORNO VALUE 'S'.
       77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA VALUE 'S'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-QT-LIDOS     PIC 9(06) VALUE ZEROS.
       77  WRK-QT-AUTORIZ   PIC 9(06) VALUE ZEROS.
       77  WRK-QT-REJEIT    PIC 9(06) VALUE ZEROS.
       77  WRK-QT-JA-AUTORIZ PIC 9(06) VALUE ZEROS.
       77  WRK-QT-DIVERG    PIC 9(06) VALUE ZEROS.
       77  WRK-QT-DESCONHEC PIC 9(06) VALUE ZEROS.
       01  WRK-LINHA-DET.
           05 WRK-DET-FILIAL   PIC 9(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-DET-NUMERO   PIC 9(09).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-DET-SITUACAO PIC X(16).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-DET-TEXTO    PIC X(30).
       01  WRK-LINHA-REL PIC X(80).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBNFER' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-INICIALIZAR.
           IF NOT FIM-RETORNO
               PERFORM 0200-PROCESSAR-RETORNO UNTIL FIM-RETORNO
           END-IF.
           PERFORM 0300-FINALIZAR.
           PERFORM 0906-FECHAR-LOG.
      * RETORNO 4 = NOTA REJEITADA, DESCONHECIDA OU RETORNO
      * DIVERGENTE A TRATAR / 8 = ERRO DE ABERTURA
           EVALUATE TRUE
               WHEN ERRO-ABERTURA
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QT-REJEIT > ZEROS
                       OR WRK-QT-DESCONHEC > ZEROS
                       OR WRK-QT-DIVERG > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       0100-INICIALIZAR.
           OPEN INPUT ARQ-RETORNO.
           IF WRK-FS-RETORNO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RETNFE - FS=' WRK-FS-RETORNO
               SET FIM-RETORNO TO TRUE
               SET ERRO-ABERTURA TO TRUE
           ELSE
               OPEN OUTPUT REL-RETORNO
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR REL-RETORNO - FS='
                       WRK-FS-RELATORIO
                   SET FIM-RETORNO TO TRUE
                   SET ERRO-ABERTURA TO TRUE
               ELSE
                   OPEN I-O ARQ-NOTAS
                   IF WRK-FS-NFE NOT = '00'
                       DISPLAY 'ERRO AO ABRIR NFE.DAT - FS='
                           WRK-FS-NFE
                       SET FIM-RETORNO TO TRUE
                       SET ERRO-ABERTURA TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT FIM-RETORNO
               PERFORM 0120-GRAVAR-CABECALHO
               PERFORM 0150-LER-RETORNO
           END-IF.
       0120-GRAVAR-CABECALHO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'RETORNO DAS NOTAS FISCAIS ELETRONICAS - '
               WRK-DATA-HOJE DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'FIL  NUMERO     SITUACAO          '
               'PROTOCOLO / MOTIVO'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
       0150-LER-RETORNO.
           READ ARQ-RETORNO
               AT END
                   SET FIM-RETORNO TO TRUE
           END-READ.
       0200-PROCESSAR-RETORNO.
           IF RNF-TIPO = 'D'
               ADD 1 TO WRK-QT-LIDOS
               MOVE RNF-FILIAL TO NFE-FILIAL WRK-DET-FILIAL
               MOVE RNF-NUMERO TO NFE-NUMERO WRK-DET-NUMERO
               READ ARQ-NOTAS
                   INVALID KEY
                       ADD 1 TO WRK-QT-DESCONHEC
                       MOVE 'DESCONHECIDA' TO WRK-DET-SITUACAO
                       MOVE 'NOTA NAO EMITIDA' TO WRK-DET-TEXTO
                       PERFORM 0280-REGISTRAR-DIVERGENCIA
                   NOT INVALID KEY
                       PERFORM 0210-APLICAR-SITUACAO
               END-READ
               MOVE WRK-LINHA-DET TO WRK-LINHA-REL
               PERFORM 0390-GRAVAR-LINHA-REL
           END-IF.
           PERFORM 0150-LER-RETORNO.
       0210-APLICAR-SITUACAO.
           EVALUATE TRUE
               WHEN NFE-AUTORIZADA AND RNF-AUTORIZADA
                   ADD 1 TO WRK-QT-JA-AUTORIZ
                   MOVE 'JA AUTORIZADA' TO WRK-DET-SITUACAO
                   MOVE NFE-PROTOCOLO TO WRK-DET-TEXTO
               WHEN NFE-AUTORIZADA
                   ADD 1 TO WRK-QT-DIVERG
                   MOVE 'DIVERGENTE' TO WRK-DET-SITUACAO
                   MOVE 'JA AUTORIZADA - NAO ALTERADA'
                       TO WRK-DET-TEXTO
                   PERFORM 0280-REGISTRAR-DIVERGENCIA
               WHEN RNF-AUTORIZADA
                   MOVE 'A' TO NFE-STATUS
                   MOVE RNF-PROTOCOLO TO NFE-PROTOCOLO
                   MOVE SPACES TO NFE-MOTIVO
                   PERFORM 0250-REGRAVAR-NOTA
                   IF WRK-FS-NFE = '00'
                       ADD 1 TO WRK-QT-AUTORIZ
                       MOVE 'AUTORIZADA' TO WRK-DET-SITUACAO
                       MOVE RNF-PROTOCOLO TO WRK-DET-TEXTO
                   END-IF
               WHEN RNF-REJEITADA
                   MOVE 'R' TO NFE-STATUS
                   MOVE SPACES TO NFE-PROTOCOLO
                   MOVE RNF-MOTIVO TO NFE-MOTIVO
                   PERFORM 0250-REGRAVAR-NOTA
                   IF WRK-FS-NFE = '00'
                       ADD 1 TO WRK-QT-REJEIT
                       MOVE 'REJEITADA' TO WRK-DET-SITUACAO
                       MOVE RNF-MOTIVO TO WRK-DET-TEXTO
                       STRING 'NFE FILIAL ' RNF-FILIAL ' NUMERO '
                           RNF-NUMERO ' REJEITADA'
                           DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                       PERFORM 0900-GRAVAR-LOG
                   END-IF
               WHEN OTHER
                   ADD 1 TO WRK-QT-DIVERG
                   MOVE 'DIVERGENTE' TO WRK-DET-SITUACAO
                   MOVE 'SITUACAO INVALIDA NO RETORNO'
                       TO WRK-DET-TEXTO
                   PERFORM 0280-REGISTRAR-DIVERGENCIA
           END-EVALUATE.
       0250-REGRAVAR-NOTA.
           MOVE RNF-DATA TO NFE-DATA-RETORNO.
           REWRITE REG-NOTA.
           IF WRK-FS-NFE NOT = '00'
               DISPLAY 'ERRO AO GRAVAR NFE.DAT - FS=' WRK-FS-NFE
               ADD 1 TO WRK-QT-DIVERG
               MOVE 'NAO ATUALIZADA' TO WRK-DET-SITUACAO
               MOVE SPACES TO WRK-DET-TEXTO
               STRING 'ERRO GRAVACAO FS=' WRK-FS-NFE
                   DELIMITED BY SIZE INTO WRK-DET-TEXTO
           END-IF.
       0280-REGISTRAR-DIVERGENCIA.
           STRING 'RETORNO NFE FILIAL ' RNF-FILIAL ' NUMERO '
               RNF-NUMERO ' ' WRK-DET-SITUACAO
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
       0300-FINALIZAR.
           IF WRK-FS-RETORNO = '00' OR WRK-FS-RETORNO = '10'
               CLOSE ARQ-RETORNO
               IF WRK-FS-RETORNO NOT = '00'
                   DISPLAY 'ERRO AO FECHAR RETNFE - FS='
                       WRK-FS-RETORNO
               END-IF
           END-IF.
           IF NOT ERRO-ABERTURA
               CLOSE ARQ-NOTAS
               IF WRK-FS-NFE NOT = '00'
                   DISPLAY 'ERRO AO FECHAR NFE.DAT - FS=' WRK-FS-NFE
               END-IF
               PERFORM 0310-GRAVAR-TOTAIS
               CLOSE REL-RETORNO
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO FECHAR REL-RETORNO - FS='
                       WRK-FS-RELATORIO
               END-IF
           ELSE
               IF WRK-FS-RELATORIO = '00'
                   CLOSE REL-RETORNO
               END-IF
           END-IF.
           DISPLAY '---------------------'.
           DISPLAY 'NOTAS NO RETORNO......: ' WRK-QT-LIDOS.
           DISPLAY 'AUTORIZADAS...........: ' WRK-QT-AUTORIZ.
           DISPLAY 'REJEITADAS............: ' WRK-QT-REJEIT.
           DISPLAY 'JA AUTORIZADAS........: ' WRK-QT-JA-AUTORIZ.
           DISPLAY 'DIVERGENTES...........: ' WRK-QT-DIVERG.
           DISPLAY 'DESCONHECIDAS.........: ' WRK-QT-DESCONHEC.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           STRING 'RETORNO NFE - ' WRK-QT-AUTORIZ ' AUTORIZADAS '
               WRK-QT-REJEIT ' REJEITADAS'
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
       0310-GRAVAR-TOTAIS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '----------------------------------------'
               '----------------------------------------'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'NOTAS NO RETORNO.....: ' WRK-QT-LIDOS
               '  AUTORIZADAS ' WRK-QT-AUTORIZ
               '  REJEITADAS ' WRK-QT-REJEIT
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'JA AUTORIZADAS.......: ' WRK-QT-JA-AUTORIZ
               '  DIVERGENTES ' WRK-QT-DIVERG
               '  DESCONHECIDAS ' WRK-QT-DESCONHEC
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
       0390-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR REL-RETORNO - FS='
                   WRK-FS-RELATORIO
           END-IF.
           COPY 'BOOKLOGWRT.COB'.
