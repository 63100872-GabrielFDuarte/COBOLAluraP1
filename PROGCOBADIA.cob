       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBADIA.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = ADIANTAMENTO QUINZENAL DE SALARIO EM LOTE
      * LER TODO O FUNCDB.DAT E PAGAR A CADA FUNCIONARIO ATIVO
      * O PERCENTUAL FOLHA-ADIANT-PCT (PARAMDB, DEFAULT 40%) DO
      * SALARIO, EXCETO QUEM OPTOU POR NAO RECEBER
      * (REG-FUNC-ADIANTAMENTO = N, MANTIDO NO PROGCOB02)
      * CADA ADIANTAMENTO FICA GRAVADO NO ADIANT.DAT PARA A
      * FOLHA DA MESMA COMPETENCIA DESCONTAR DO LIQUIDO - UMA
      * SEGUNDA EXECUCAO NA COMPETENCIA NAO PAGA DE NOVO QUEM
      * JA RECEBEU
      * GERA A REMESSA BANCARIA NO LAYOUT DA FOLHA (DD BANKREM),
      * O RELATORIO DO ADIANTAMENTO (DD RELADIA) E O LANCAMENTO
      * NA INTERFACE CONTABIL - DEBITO DE ADIANTAMENTOS A
      * FUNCIONARIOS (11400000) E CREDITO DE BANCOS (11200000)
      * PELO TOTAL DA REMESSA
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKFUNCSEL.COB'.
           COPY 'BOOKPARSEL.COB'.
           COPY 'BOOKADTSEL.COB'.
           COPY 'BOOKGLSEL.COB'.
           SELECT REL-ADIANTAMENTO ASSIGN TO RELADIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT ARQ-REMESSA ASSIGN TO BANKREM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKFUNCFD.COB'.
           COPY 'BOOKPARFD.COB'.
           COPY 'BOOKADTFD.COB'.
           COPY 'BOOKGLFD.COB'.
       FD  REL-ADIANTAMENTO.
       01  REG-RELATORIO    PIC X(80).
       FD  ARQ-REMESSA.
       01  REG-REM-HEADER.
           05 REM-H-TIPO     PIC X(01).
           05 REM-H-DATA     PIC 9(08).
           05 REM-H-CONVENIO PIC X(20).
       01  REG-REM-DETALHE.
           05 REM-D-TIPO      PIC X(01).
           05 REM-D-MATRICULA PIC 9(06).
           05 REM-D-CPF       PIC X(11).
           05 REM-D-VALOR     PIC 9(09)V99.
           05 REM-D-NOME      PIC X(20).
       01  REG-REM-TRAILER.
           05 REM-T-TIPO  PIC X(01).
           05 REM-T-QT    PIC 9(06).
           05 REM-T-TOTAL PIC 9(11)V99.
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKFUNCWS.COB'.
           COPY 'BOOKPARWS.COB'.
           COPY 'BOOKADTWS.COB'.
           COPY 'BOOKGLWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-FS-REMESSA   PIC X(02) VALUE '00'.
       77  WRK-FIM-FUNC     PIC X(01) VALUE 'N'.
           88 FIM-FUNC VALUE 'S'.
       77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA VALUE 'S'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       77  WRK-PCT-ADIANT   PIC 9(03)V99 VALUE 40.
       77  WRK-PCT-ED       PIC ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ADIANT PIC S9(09)V99 VALUE ZEROS.
       77  WRK-SITUACAO     PIC X(30) VALUE SPACES.
       77  WRK-QT-PAGOS     PIC 9(06) VALUE ZEROS.
       77  WRK-QT-NAO-OPTANTES PIC 9(06) VALUE ZEROS.
       77  WRK-QT-JA-PAGOS  PIC 9(06) VALUE ZEROS.
       77  WRK-QT-DESLIGADOS PIC 9(06) VALUE ZEROS.
       77  WRK-QT-ERROS     PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-ADIANT   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-ED       PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-LINHA-DET.
           05 WRK-DET-MATRICULA PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-NOME      PIC X(20).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-SALARIO   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-VALOR     PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-SITUACAO  PIC X(18).
       01  WRK-LINHA-REL PIC X(80).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBADIA' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA.
           PERFORM 0050-CARREGAR-PERCENTUAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT FIM-FUNC
               PERFORM 0200-PROCESSAR-FUNCIONARIO UNTIL FIM-FUNC
           END-IF.
           PERFORM 0300-FINALIZAR.
           PERFORM 0906-FECHAR-LOG.
      * RETORNO 8 = ERRO DE ABERTURA / 4 = FALHA AO GRAVAR ALGUM
      * ADIANTAMENTO (FICOU FORA DA REMESSA)
           EVALUATE TRUE
               WHEN ERRO-ABERTURA
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QT-ERROS > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
      * PERCENTUAL FORA DE 0-100 NO PARAMDB FICA NO DEFAULT
       0050-CARREGAR-PERCENTUAL.
           MOVE 'FOLHA-ADIANT-PCT' TO WRK-PARAM-CHAVE.
           MOVE WRK-PCT-ADIANT TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           IF WRK-PARAM-VALOR > ZEROS AND WRK-PARAM-VALOR NOT > 100
               MOVE WRK-PARAM-VALOR TO WRK-PCT-ADIANT
           ELSE
               DISPLAY 'FOLHA-ADIANT-PCT INVALIDO - USANDO '
                   WRK-PCT-ADIANT
           END-IF.
           MOVE WRK-PCT-ADIANT TO WRK-PCT-ED.
       0100-INICIALIZAR.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WRK-FS-FUNC NOT = '00'
               DISPLAY 'ERRO AO ABRIR FUNCDB.DAT - FS=' WRK-FS-FUNC
               SET FIM-FUNC TO TRUE
               SET ERRO-ABERTURA TO TRUE
           ELSE
               OPEN I-O ARQ-ADIANTAMENTO
               IF WRK-FS-ADT = '35'
                   OPEN OUTPUT ARQ-ADIANTAMENTO
                   CLOSE ARQ-ADIANTAMENTO
                   OPEN I-O ARQ-ADIANTAMENTO
               END-IF
               IF WRK-FS-ADT NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ADIANT.DAT - FS=' WRK-FS-ADT
                   SET FIM-FUNC TO TRUE
                   SET ERRO-ABERTURA TO TRUE
               END-IF
               OPEN OUTPUT REL-ADIANTAMENTO
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR REL-ADIANTAMENTO - FS='
                       WRK-FS-RELATORIO
                   SET FIM-FUNC TO TRUE
                   SET ERRO-ABERTURA TO TRUE
               END-IF
               OPEN OUTPUT ARQ-REMESSA
               IF WRK-FS-REMESSA NOT = '00'
                   DISPLAY 'ERRO AO ABRIR BANKREM - FS='
                       WRK-FS-REMESSA
                   SET FIM-FUNC TO TRUE
                   SET ERRO-ABERTURA TO TRUE
               END-IF
           END-IF.
           IF NOT FIM-FUNC
               PERFORM 0110-GRAVAR-CABECALHOS
               PERFORM 0150-LER-FUNCIONARIO
           END-IF.
       0110-GRAVAR-CABECALHOS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'ADIANTAMENTO QUINZENAL - COMPETENCIA '
               WRK-COMPETENCIA ' - ' WRK-PCT-ED '% DO SALARIO'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'MATRICULA NOME                       SALARIO'
               '  ADIANTAMENTO  SITUACAO'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE 'H' TO REM-H-TIPO.
           MOVE WRK-DATA-HOJE TO REM-H-DATA.
           MOVE 'ADIANTAMENTO SALARIAL' TO REM-H-CONVENIO.
           WRITE REG-REM-HEADER.
           IF WRK-FS-REMESSA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR BANKREM - FS=' WRK-FS-REMESSA
           END-IF.
       0150-LER-FUNCIONARIO.
           READ ARQ-FUNCIONARIOS NEXT RECORD
               AT END
                   SET FIM-FUNC TO TRUE
           END-READ.
      * DESLIGADO NAO APARECE NO RELATORIO - NAO OPTANTE E QUEM
      * JA RECEBEU NA COMPETENCIA APARECEM SEM VALOR
       0200-PROCESSAR-FUNCIONARIO.
           IF FUNC-DESLIGADO
               ADD 1 TO WRK-QT-DESLIGADOS
           ELSE
               MOVE ZEROS TO WRK-VALOR-ADIANT
               MOVE SPACES TO WRK-SITUACAO
               IF FUNC-SEM-ADIANTAMENTO
                   ADD 1 TO WRK-QT-NAO-OPTANTES
                   MOVE 'NAO OPTANTE' TO WRK-SITUACAO
               ELSE
                   PERFORM 0210-GRAVAR-ADIANTAMENTO
               END-IF
               MOVE REG-FUNC-MATRICULA TO WRK-DET-MATRICULA
               MOVE REG-FUNC-NOME TO WRK-DET-NOME
               MOVE REG-FUNC-SALARIO TO WRK-DET-SALARIO
               MOVE WRK-VALOR-ADIANT TO WRK-DET-VALOR
               MOVE WRK-SITUACAO TO WRK-DET-SITUACAO
               MOVE WRK-LINHA-DET TO WRK-LINHA-REL
               PERFORM 0390-GRAVAR-LINHA-REL
           END-IF.
           PERFORM 0150-LER-FUNCIONARIO.
       0210-GRAVAR-ADIANTAMENTO.
           MOVE REG-FUNC-MATRICULA TO ADT-MATRICULA.
           MOVE WRK-COMPETENCIA TO ADT-COMPETENCIA.
           READ ARQ-ADIANTAMENTO
               INVALID KEY
                   PERFORM 0220-INCLUIR-ADIANTAMENTO
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-JA-PAGOS
                   MOVE ZEROS TO WRK-VALOR-ADIANT
                   STRING 'JA PAGO ' ADT-DATA-PAGTO
                       DELIMITED BY SIZE INTO WRK-SITUACAO
           END-READ.
      * DETALHE DA REMESSA ANTES DO ADIANT.DAT (MESMA ORDEM DO
      * PROGCOBPAGS) - REMESSA QUE NAO GRAVA NAO REGISTRA O
      * ADIANTAMENTO, ENTAO A FOLHA NAO DESCONTA O QUE NAO FOI
      * PAGO; ADIANT.DAT QUE NAO GRAVA DEPOIS DA REMESSA FICA NO
      * TRAILER E NO CONTABIL (O BANCO VAI PAGAR) E SAI COMO ERRO
      * PARA DESCONTO MANUAL NA FOLHA
       0220-INCLUIR-ADIANTAMENTO.
           COMPUTE WRK-VALOR-ADIANT ROUNDED =
               REG-FUNC-SALARIO * WRK-PCT-ADIANT / 100.
           IF WRK-VALOR-ADIANT NOT > ZEROS
               MOVE 'SEM SALARIO' TO WRK-SITUACAO
           ELSE
               PERFORM 0230-GRAVAR-REMESSA
               IF WRK-FS-REMESSA NOT = '00'
                   ADD 1 TO WRK-QT-ERROS
                   MOVE ZEROS TO WRK-VALOR-ADIANT
                   STRING 'ERRO REMESSA FS=' WRK-FS-REMESSA
                       DELIMITED BY SIZE INTO WRK-SITUACAO
                   MOVE SPACES TO WRK-DESCRICAO-LOG
                   STRING 'MATRICULA ' REG-FUNC-MATRICULA
                       ' ADIANTAMENTO NAO PAGO - BANKREM FS='
                       WRK-FS-REMESSA
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
               ELSE
                   ADD 1 TO WRK-QT-PAGOS
                   ADD WRK-VALOR-ADIANT TO WRK-TOT-ADIANT
                   MOVE WRK-PCT-ADIANT TO ADT-PERCENTUAL
                   MOVE WRK-VALOR-ADIANT TO ADT-VALOR
                   MOVE WRK-DATA-HOJE TO ADT-DATA-PAGTO
                   MOVE WRK-OPERADOR-ID TO ADT-OPERADOR
                   MOVE 'P' TO ADT-STATUS
                   MOVE ZEROS TO ADT-VALOR-DESCONTADO
                       ADT-DATA-DESCONTO
                   WRITE REG-ADIANTAMENTO
                   IF WRK-FS-ADT NOT = '00'
                       ADD 1 TO WRK-QT-ERROS
                       STRING 'PG S/ADT FS=' WRK-FS-ADT
                           DELIMITED BY SIZE INTO WRK-SITUACAO
                       MOVE SPACES TO WRK-DESCRICAO-LOG
                       STRING 'MAT ' REG-FUNC-MATRICULA
                           ' ADT NA REMESSA SEM ADIANT.DAT'
                           ' - DESCONTAR FS=' WRK-FS-ADT
                           DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                       PERFORM 0900-GRAVAR-LOG
                   ELSE
                       MOVE 'PAGO' TO WRK-SITUACAO
                   END-IF
               END-IF
           END-IF.
       0230-GRAVAR-REMESSA.
           MOVE 'D' TO REM-D-TIPO.
           MOVE REG-FUNC-MATRICULA TO REM-D-MATRICULA.
           MOVE REG-FUNC-CPF TO REM-D-CPF.
           MOVE WRK-VALOR-ADIANT TO REM-D-VALOR.
           MOVE REG-FUNC-NOME TO REM-D-NOME.
           WRITE REG-REM-DETALHE.
           IF WRK-FS-REMESSA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR BANKREM - FS=' WRK-FS-REMESSA
           END-IF.
       0300-FINALIZAR.
           IF NOT ERRO-ABERTURA
               CLOSE ARQ-FUNCIONARIOS
               IF WRK-FS-FUNC NOT = '00'
                   DISPLAY 'ERRO AO FECHAR FUNCDB.DAT - FS='
                       WRK-FS-FUNC
               END-IF
               CLOSE ARQ-ADIANTAMENTO
               IF WRK-FS-ADT NOT = '00'
                   DISPLAY 'ERRO AO FECHAR ADIANT.DAT - FS='
                       WRK-FS-ADT
               END-IF
               PERFORM 0310-GRAVAR-TOTAIS
               CLOSE REL-ADIANTAMENTO
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO FECHAR REL-ADIANTAMENTO - FS='
                       WRK-FS-RELATORIO
               END-IF
               MOVE 'T' TO REM-T-TIPO
               MOVE WRK-QT-PAGOS TO REM-T-QT
               MOVE WRK-TOT-ADIANT TO REM-T-TOTAL
               WRITE REG-REM-TRAILER
               IF WRK-FS-REMESSA NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR BANKREM - FS='
                       WRK-FS-REMESSA
               END-IF
               CLOSE ARQ-REMESSA
               IF WRK-FS-REMESSA NOT = '00'
                   DISPLAY 'ERRO AO FECHAR BANKREM - FS='
                       WRK-FS-REMESSA
               END-IF
               PERFORM 0320-GERAR-CONTABIL
           ELSE
               IF WRK-FS-FUNC = '00'
                   CLOSE ARQ-FUNCIONARIOS
               END-IF
               IF WRK-FS-ADT = '00'
                   CLOSE ARQ-ADIANTAMENTO
               END-IF
               IF WRK-FS-RELATORIO = '00'
                   CLOSE REL-ADIANTAMENTO
               END-IF
               IF WRK-FS-REMESSA = '00'
                   CLOSE ARQ-REMESSA
               END-IF
           END-IF.
           DISPLAY '---------------------'.
           DISPLAY 'ADIANTAMENTOS PAGOS...: ' WRK-QT-PAGOS.
           DISPLAY 'NAO OPTANTES..........: ' WRK-QT-NAO-OPTANTES.
           DISPLAY 'JA PAGOS NA COMPETENC.: ' WRK-QT-JA-PAGOS.
           DISPLAY 'DESLIGADOS IGNORADOS..: ' WRK-QT-DESLIGADOS.
           DISPLAY 'ERROS DE GRAVACAO.....: ' WRK-QT-ERROS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           STRING 'ADIANTAMENTO ' WRK-COMPETENCIA ' - '
               WRK-QT-PAGOS ' PAGOS ' WRK-QT-ERROS ' ERROS'
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
      * UM PAR BALANCEADO PELO TOTAL DO TRAILER DA REMESSA - O
      * ADIANTAMENTO E UM DIREITO SOBRE O FUNCIONARIO ATE A FOLHA
      * DA COMPETENCIA DESCONTAR
       0320-GERAR-CONTABIL.
           IF WRK-TOT-ADIANT > ZEROS
               MOVE ZEROS TO WRK-LANC-QT
               MOVE WRK-DATA-HOJE TO WRK-LANC-DATA
               MOVE WRK-TOT-ADIANT TO WRK-LANC-VALOR
               MOVE SPACES TO WRK-LANC-ORIGEM
               STRING 'ADIANT ' WRK-COMPETENCIA DELIMITED BY SIZE
                   INTO WRK-LANC-ORIGEM
               MOVE '11400000' TO WRK-LANC-CONTA-DEB
               MOVE '11200000' TO WRK-LANC-CONTA-CRED
               PERFORM 0962-GRAVAR-LANCAMENTO-CONTAS
               DISPLAY 'LANCAMENTOS CONTABEIS GERADOS: ' WRK-LANC-QT
               STRING 'ADIANTAMENTO ' WRK-COMPETENCIA ' GEROU '
                   WRK-LANC-QT ' LANCAMENTOS EM GLINTF'
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.
       0310-GRAVAR-TOTAIS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '----------------------------------------'
               '---------------------------------'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-ADIANT TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TOTAL DA REMESSA.....: ' DELIMITED BY SIZE
               WRK-TOT-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'ADIANTAMENTOS PAGOS..: ' WRK-QT-PAGOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'NAO OPTANTES.........: ' WRK-QT-NAO-OPTANTES
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'JA PAGOS ANTES.......: ' WRK-QT-JA-PAGOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
       0390-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELADIA.DAT - FS='
                   WRK-FS-RELATORIO
           END-IF.
           COPY 'BOOKPARGET.COB'.
           COPY 'BOOKGLWRT.COB'.
           COPY 'BOOKLOGWRT.COB'.
