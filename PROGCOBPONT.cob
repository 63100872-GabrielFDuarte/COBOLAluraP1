       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBPONT.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = CARGA EM LOTE DO MOVIMENTO MENSAL DE PONTO
      * LER O ARQUIVO DE PONTO (DD MOVPONTO, DETALHE TIPO P)
      * COM AS HORAS EXTRAS A 50% E A 100%, OS DIAS DE FALTA
      * E AS HORAS DE ATRASO DE CADA MATRICULA NA COMPETENCIA,
      * CRITICAR
      * CONTRA O FUNCDB.DAT, GRAVAR NO PONTOMES.DAT PARA A
      * FOLHA DA COMPETENCIA E IMPRIMIR O RELATORIO DE CRITICA
      * COM APLICADOS E REJEITADOS
      * A FOLHA TRANSFORMA O PONTO EM VERBAS - O SALARIO DO
      * CADASTRO NAO E MAIS ALTERADO PARA PAGAR HORA EXTRA OU
      * DESCONTAR FALTA
      * O ARQUIVO PODE ABRIR COM CABECALHO H (DATA DE GERACAO
      * + FILIAL DE ORIGEM) - MESMA TRAVA DE REPROCESSAMENTO
      * DO PROGCOBMOVF NO LOTECTRL.DAT (RETORNO 16)
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVPONTO ASSIGN TO MOVPONTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV.
           SELECT REL-CRITICA ASSIGN TO RELMOVP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           COPY 'BOOKFUNCSEL.COB'.
           COPY 'BOOKPNTSEL.COB'.
           COPY 'BOOKCTRSEL.COB'.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MOVPONTO.
       01  REG-MOVPONTO.
           05 MVP-TIPO         PIC X(01).
           05 MVP-MATRICULA    PIC 9(06).
           05 MVP-COMPETENCIA.
              10 MVP-COMP-ANO  PIC 9(04).
              10 MVP-COMP-MES  PIC 9(02).
           05 MVP-HORAS-EXTRA50  PIC 9(03)V99.
           05 MVP-HORAS-EXTRA100 PIC 9(03)V99.
           05 MVP-DIAS-FALTA     PIC 9(02).
           05 MVP-HORAS-ATRASO   PIC 9(03)V99.
       01  REG-MVP-HEADER.
           05 MVP-H-TIPO         PIC X(01).
           05 MVP-H-DATA-GERACAO PIC 9(08).
           05 MVP-H-FILIAL       PIC 9(03).
       FD  REL-CRITICA.
       01  REG-RELATORIO    PIC X(80).
           COPY 'BOOKFUNCFD.COB'.
           COPY 'BOOKPNTFD.COB'.
           COPY 'BOOKCTRFD.COB'.
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKFUNCWS.COB'.
           COPY 'BOOKPNTWS.COB'.
           COPY 'BOOKCTRWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-MOV       PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-FIM-MOV      PIC X(01) VALUE 'N'.
           88 FIM-MOV VALUE 'S'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-QT-LIDOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QT-APLICADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SUBSTITUIDOS PIC 9(05) VALUE ZEROS.
       77  WRK-QT-REJEITADOS PIC 9(05) VALUE ZEROS.
       77  WRK-MOTIVO-REJ   PIC X(40) VALUE SPACES.
       77  WRK-SUBSTITUIU   PIC X(01) VALUE 'N'.
           88 PONTO-SUBSTITUIDO VALUE 'S'.
       77  WRK-TEM-HEADER   PIC X(01) VALUE 'N'.
           88 LOTE-COM-HEADER VALUE 'S'.
       77  WRK-LOTE-DUP     PIC X(01) VALUE 'N'.
           88 LOTE-DUPLICADO VALUE 'S'.
       01  WRK-LINHA-REL PIC X(80).
      * LINHA DE DETALHE DO RELATORIO DE CRITICA
       01  WRK-LINHA-DET.
           05 WRK-DET-MATRICULA PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-DET-COMPET    PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-DET-HE50      PIC ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-DET-HE100     PIC ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-FALTAS    PIC Z9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-DET-ATRASO    PIC ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-DET-SITUACAO  PIC X(41).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBPONT' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-INICIALIZAR.
           IF NOT FIM-MOV
               PERFORM 0200-PROCESSAR-MOVIMENTO UNTIL FIM-MOV
           END-IF.
           PERFORM 0300-FINALIZAR.
           PERFORM 0906-FECHAR-LOG.
      * RETORNO 16 = LOTE JA PROCESSADO (RESSUBMISSAO)
      * RETORNO 4  = HOUVE MOVIMENTO REJEITADO
           EVALUATE TRUE
               WHEN LOTE-DUPLICADO
                   MOVE 16 TO RETURN-CODE
               WHEN WRK-QT-REJEITADOS > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       0100-INICIALIZAR.
           OPEN INPUT ARQ-MOVPONTO.
           IF WRK-FS-MOV NOT = '00'
               DISPLAY 'ERRO AO ABRIR MOVPONTO - FS=' WRK-FS-MOV
               SET FIM-MOV TO TRUE
           ELSE
               OPEN OUTPUT REL-CRITICA
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR REL-CRITICA - FS='
                       WRK-FS-RELATORIO
                   SET FIM-MOV TO TRUE
               ELSE
                   PERFORM 0110-ABRIR-CADASTROS
               END-IF
           END-IF.
           IF NOT FIM-MOV
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'RELATORIO DE CRITICA DO PONTO - '
                   WRK-DATA-HOJE DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               PERFORM 0390-GRAVAR-LINHA-REL
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'MATRIC COMPET  HE50% HE100% FT ATRASO '
                   'SITUACAO' DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0390-GRAVAR-LINHA-REL
               PERFORM 0150-LER-MOVIMENTO
               IF NOT FIM-MOV AND MVP-TIPO = 'H'
                   PERFORM 0160-CONFERIR-LOTE
               END-IF
           END-IF.
       0110-ABRIR-CADASTROS.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WRK-FS-FUNC NOT = '00'
               DISPLAY 'ERRO AO ABRIR FUNCDB.DAT - FS=' WRK-FS-FUNC
               SET FIM-MOV TO TRUE
           ELSE
               OPEN I-O ARQ-PONTO
               IF WRK-FS-PNT = '35'
                   OPEN OUTPUT ARQ-PONTO
                   CLOSE ARQ-PONTO
                   OPEN I-O ARQ-PONTO
               END-IF
               IF WRK-FS-PNT NOT = '00'
                   DISPLAY 'ERRO AO ABRIR PONTOMES.DAT - FS='
                       WRK-FS-PNT
                   SET FIM-MOV TO TRUE
               END-IF
           END-IF.
      * O CABECALHO NAO E MOVIMENTO - SAI DA CONTAGEM E SO
      * IDENTIFICA O LOTE PARA A TRAVA DE REPROCESSAMENTO
       0160-CONFERIR-LOTE.
           SET LOTE-COM-HEADER TO TRUE.
           SUBTRACT 1 FROM WRK-QT-LIDOS.
           MOVE 'MOVPONTO' TO WRK-CTRL-ORIGEM.
           MOVE MVP-H-DATA-GERACAO TO WRK-CTRL-DATA.
           MOVE MVP-H-FILIAL TO WRK-CTRL-FILIAL.
           PERFORM 0975-VERIFICAR-LOTE.
           IF LOTE-JA-PROCESSADO
               SET LOTE-DUPLICADO TO TRUE
               SET FIM-MOV TO TRUE
               DISPLAY 'LOTE DE ' WRK-CTRL-DATA ' FILIAL '
                   WRK-CTRL-FILIAL ' JA APLICADO EM '
                   WRK-CTRL-DATA-PROC ' - NADA REAPLICADO'
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'LOTE JA PROCESSADO EM ' WRK-CTRL-DATA-PROC
                   ' - CARGA ABORTADA' DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               PERFORM 0390-GRAVAR-LINHA-REL
               STRING 'CARGA MOVPONTO DE ' WRK-CTRL-DATA
                   ' ABORTADA - LOTE JA PROCESSADO'
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           ELSE
               PERFORM 0150-LER-MOVIMENTO
           END-IF.
       0150-LER-MOVIMENTO.
           READ ARQ-MOVPONTO
               AT END
                   SET FIM-MOV TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
           END-READ.
       0200-PROCESSAR-MOVIMENTO.
           MOVE SPACES TO WRK-MOTIVO-REJ.
           MOVE 'N' TO WRK-SUBSTITUIU.
           PERFORM 0210-CRITICAR-MOVIMENTO.
           IF WRK-MOTIVO-REJ = SPACES
               PERFORM 0230-GRAVAR-PONTO
           END-IF.
           MOVE SPACES TO WRK-LINHA-DET.
           MOVE MVP-MATRICULA TO WRK-DET-MATRICULA.
           MOVE MVP-COMPETENCIA TO WRK-DET-COMPET.
           IF WRK-MOTIVO-REJ = SPACES
               MOVE MVP-HORAS-EXTRA50 TO WRK-DET-HE50
               MOVE MVP-HORAS-EXTRA100 TO WRK-DET-HE100
               MOVE MVP-DIAS-FALTA TO WRK-DET-FALTAS
               MOVE MVP-HORAS-ATRASO TO WRK-DET-ATRASO
               ADD 1 TO WRK-QT-APLICADOS
               IF PONTO-SUBSTITUIDO
                   ADD 1 TO WRK-QT-SUBSTITUIDOS
                   MOVE 'APLICADO - SUBSTITUIU O ANTERIOR'
                       TO WRK-DET-SITUACAO
               ELSE
                   MOVE 'APLICADO' TO WRK-DET-SITUACAO
               END-IF
           ELSE
               ADD 1 TO WRK-QT-REJEITADOS
               STRING 'REJEITADO - ' WRK-MOTIVO-REJ
                   DELIMITED BY SIZE INTO WRK-DET-SITUACAO
               STRING 'PONTO MATRICULA ' MVP-MATRICULA
                   ' REJEITADO - ' WRK-MOTIVO-REJ
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.
           MOVE WRK-LINHA-DET TO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           PERFORM 0150-LER-MOVIMENTO.
       0210-CRITICAR-MOVIMENTO.
           IF MVP-TIPO NOT = 'P'
               MOVE 'TIPO DE MOVIMENTO INVALIDO' TO WRK-MOTIVO-REJ
           ELSE
               IF MVP-MATRICULA NOT NUMERIC OR MVP-MATRICULA = ZEROS
                   MOVE 'MATRICULA INVALIDA' TO WRK-MOTIVO-REJ
               ELSE
                   IF MVP-COMPETENCIA NOT NUMERIC
                           OR MVP-COMP-ANO < 2000
                           OR MVP-COMP-MES < 1 OR MVP-COMP-MES > 12
                       MOVE 'COMPETENCIA INVALIDA' TO WRK-MOTIVO-REJ
                   ELSE
                       PERFORM 0215-CRITICAR-QUANTIDADES
                   END-IF
               END-IF
           END-IF.
           IF WRK-MOTIVO-REJ = SPACES
               PERFORM 0220-CRITICAR-FUNCIONARIO
           END-IF.
      * 30 DIAS DE FALTA ZERAM O SALARIO DO MES - ACIMA DISSO
      * O MOVIMENTO ESTA ERRADO
       0215-CRITICAR-QUANTIDADES.
           IF MVP-HORAS-EXTRA50 NOT NUMERIC
                   OR MVP-HORAS-EXTRA100 NOT NUMERIC
               MOVE 'HORAS EXTRAS NAO NUMERICAS' TO WRK-MOTIVO-REJ
           ELSE
               IF MVP-DIAS-FALTA NOT NUMERIC
                   MOVE 'DIAS DE FALTA NAO NUMERICOS'
                       TO WRK-MOTIVO-REJ
               ELSE
                   IF MVP-DIAS-FALTA > 30
                       MOVE 'DIAS DE FALTA ACIMA DE 30'
                           TO WRK-MOTIVO-REJ
                   ELSE
                       IF MVP-HORAS-ATRASO NOT NUMERIC
                           MOVE 'HORAS DE ATRASO NAO NUMERICAS'
                               TO WRK-MOTIVO-REJ
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * FUNCIONARIO DESLIGADO NAO ENTRA NA FOLHA - O PONTO DELE
      * NUNCA SERIA PAGO
       0220-CRITICAR-FUNCIONARIO.
           MOVE MVP-MATRICULA TO REG-FUNC-MATRICULA.
           READ ARQ-FUNCIONARIOS
               INVALID KEY
                   MOVE 'MATRICULA NAO CADASTRADA' TO WRK-MOTIVO-REJ
               NOT INVALID KEY
                   IF FUNC-DESLIGADO
                       MOVE 'FUNCIONARIO DESLIGADO' TO WRK-MOTIVO-REJ
                   END-IF
           END-READ.
       0230-GRAVAR-PONTO.
           MOVE MVP-MATRICULA TO PNT-MATRICULA.
           MOVE MVP-COMPETENCIA TO PNT-COMPETENCIA.
           READ ARQ-PONTO
               INVALID KEY
                   PERFORM 0235-MONTAR-PONTO
                   WRITE REG-PONTO
               NOT INVALID KEY
                   SET PONTO-SUBSTITUIDO TO TRUE
                   PERFORM 0235-MONTAR-PONTO
                   REWRITE REG-PONTO
           END-READ.
           IF WRK-FS-PNT NOT = '00'
               MOVE 'N' TO WRK-SUBSTITUIU
               STRING 'FALHA AO GRAVAR PONTOMES - FS=' WRK-FS-PNT
                   DELIMITED BY SIZE INTO WRK-MOTIVO-REJ
           END-IF.
       0235-MONTAR-PONTO.
           MOVE MVP-HORAS-EXTRA50 TO PNT-HORAS-EXTRA50.
           MOVE MVP-HORAS-EXTRA100 TO PNT-HORAS-EXTRA100.
           MOVE MVP-DIAS-FALTA TO PNT-DIAS-FALTA.
           MOVE MVP-HORAS-ATRASO TO PNT-HORAS-ATRASO.
           MOVE WRK-DATA-HOJE TO PNT-DATA-CARGA.
           MOVE WRK-OPERADOR-ID TO PNT-OPERADOR.
       0300-FINALIZAR.
           IF WRK-FS-MOV = '00' OR WRK-FS-MOV = '10'
               CLOSE ARQ-MOVPONTO
               IF WRK-FS-MOV NOT = '00'
                   DISPLAY 'ERRO AO FECHAR MOVPONTO - FS=' WRK-FS-MOV
               END-IF
           END-IF.
           IF WRK-FS-FUNC = '00' OR WRK-FS-FUNC = '23'
               CLOSE ARQ-FUNCIONARIOS
               IF WRK-FS-FUNC NOT = '00'
                   DISPLAY 'ERRO AO FECHAR FUNCDB.DAT - FS='
                       WRK-FS-FUNC
               END-IF
           END-IF.
           IF WRK-FS-PNT = '00' OR WRK-FS-PNT = '23'
               CLOSE ARQ-PONTO
               IF WRK-FS-PNT NOT = '00'
                   DISPLAY 'ERRO AO FECHAR PONTOMES.DAT - FS='
                       WRK-FS-PNT
               END-IF
           END-IF.
           IF WRK-FS-RELATORIO = '00'
               PERFORM 0310-GRAVAR-TOTAIS
               CLOSE REL-CRITICA
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO FECHAR REL-CRITICA - FS='
                       WRK-FS-RELATORIO
               END-IF
           END-IF.
           DISPLAY '---------------------'.
           DISPLAY 'MOVIMENTOS LIDOS......: ' WRK-QT-LIDOS.
           DISPLAY 'MOVIMENTOS APLICADOS..: ' WRK-QT-APLICADOS.
           DISPLAY 'SUBSTITUICOES.........: ' WRK-QT-SUBSTITUIDOS.
           DISPLAY 'MOVIMENTOS REJEITADOS.: ' WRK-QT-REJEITADOS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           IF LOTE-COM-HEADER AND NOT LOTE-DUPLICADO
               PERFORM 0976-REGISTRAR-LOTE
           END-IF.
           IF NOT LOTE-COM-HEADER
               DISPLAY 'MOVPONTO SEM CABECALHO - SEM TRAVA DE'
                   ' REPROCESSAMENTO'
               STRING 'CARGA MOVPONTO SEM CABECALHO - SEM TRAVA DE'
                   ' REPROCESSAMENTO' DELIMITED BY SIZE
                   INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.
           STRING 'CARGA DO PONTO - ' WRK-QT-APLICADOS
               ' APLICADOS ' WRK-QT-REJEITADOS ' REJEITADOS'
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
       0310-GRAVAR-TOTAIS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '------------------------------' DELIMITED BY SIZE
               INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'LIDOS........: ' WRK-QT-LIDOS DELIMITED BY SIZE
               INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'APLICADOS....: ' WRK-QT-APLICADOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'SUBSTITUIDOS.: ' WRK-QT-SUBSTITUIDOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'REJEITADOS...: ' WRK-QT-REJEITADOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
       0390-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELMOVP.DAT - FS='
                   WRK-FS-RELATORIO
           END-IF.
           COPY 'BOOKCTRCHK.COB'.
           COPY 'BOOKLOGWRT.COB'.
