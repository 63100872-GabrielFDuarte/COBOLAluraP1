       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBPAGS.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECAO DIARIA DE PAGAMENTO A FORNECEDORES
      * SELECIONA OS TITULOS A PAGAR ABERTOS COM VENCIMENTO ATE
      * O PROXIMO DIA UTIL (CALENDDB.DAT) - INCLUSIVE OS
      * VENCIDOS QUE AINDA NAO FORAM PAGOS - E APRESENTA UM A
      * UM AO SUPERVISOR PARA APROVACAO
      * TITULO APROVADO FICA PAGO COM A DATA DO PROXIMO DIA
      * UTIL E O SUPERVISOR, ENTRA NA REMESSA DE PAGAMENTO
      * (DD BANKPAG - MESMO PADRAO HEADER/DETALHE/TRAILER DA
      * BANKREM, COM OS DADOS BANCARIOS DO FORNECEDOR) E NO
      * LANCAMENTO CONTABIL - DEBITO DE FORNECEDORES A PAGAR
      * (21100000) E CREDITO DE BANCOS (11200000) PELO TOTAL
      * TITULO NAO APROVADO CONTINUA ABERTO E VOLTA NA PROXIMA
      * SELECAO - FORNECEDOR BLOQUEADO OU SEM CADASTRO NAO E
      * OFERECIDO PARA APROVACAO
      * O RELATORIO DA SELECAO SAI NO DD RELPAGS
      * SOMENTE OPERADOR COM PERFIL DE SUPERVISOR ENTRA
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
           COPY 'BOOKCALSEL.COB'.
           COPY 'BOOKGLSEL.COB'.
           COPY 'BOOKOPERSEL.COB'.
           SELECT REL-PAGAMENTO ASSIGN TO RELPAGS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT ARQ-REMESSA ASSIGN TO BANKPAG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKPAGFD.COB'.
           COPY 'BOOKFORFD.COB'.
           COPY 'BOOKCALFD.COB'.
           COPY 'BOOKGLFD.COB'.
           COPY 'BOOKOPERFD.COB'.
       FD  REL-PAGAMENTO.
       01  REG-RELATORIO    PIC X(100).
       FD  ARQ-REMESSA.
       01  REG-REM-HEADER.
           05 REM-H-TIPO     PIC X(01).
           05 REM-H-DATA     PIC 9(08).
           05 REM-H-CONVENIO PIC X(20).
       01  REG-REM-DETALHE.
           05 REM-D-TIPO      PIC X(01).
           05 REM-D-CNPJ      PIC X(14).
           05 REM-D-BANCO     PIC 9(03).
           05 REM-D-AGENCIA   PIC 9(05).
           05 REM-D-CONTA     PIC X(12).
           05 REM-D-VALOR     PIC 9(09)V99.
           05 REM-D-NF        PIC X(15).
           05 REM-D-NOME      PIC X(20).
       01  REG-REM-TRAILER.
           05 REM-T-TIPO  PIC X(01).
           05 REM-T-QT    PIC 9(06).
           05 REM-T-TOTAL PIC 9(11)V99.
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKPAGWS.COB'.
           COPY 'BOOKFORWS.COB'.
           COPY 'BOOKCALWS.COB'.
           COPY 'BOOKGLWS.COB'.
           COPY 'BOOKOPERWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-FS-REMESSA   PIC X(02) VALUE '00'.
       77  WRK-FIM-PAG      PIC X(01) VALUE 'N'.
           88 FIM-TITULOS VALUE 'S'.
       77  WRK-ENCERRAR     PIC X(01) VALUE 'N'.
           88 SELECAO-ENCERRADA VALUE 'S'.
       77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA VALUE 'S'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-PAGTO   PIC 9(08) VALUE ZEROS.
       77  WRK-DECISAO      PIC X(01) VALUE SPACE.
       77  WRK-SITUACAO     PIC X(20) VALUE SPACES.
       77  WRK-QT-SELECIONADOS PIC 9(06) VALUE ZEROS.
       77  WRK-QT-APROVADOS PIC 9(06) VALUE ZEROS.
       77  WRK-QT-RECUSADOS PIC 9(06) VALUE ZEROS.
       77  WRK-QT-BLOQUEADOS PIC 9(06) VALUE ZEROS.
       77  WRK-QT-ERROS     PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-PAGO     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOT-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-LINHA-DET.
           05 WRK-DET-CNPJ      PIC X(14).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-DET-NOME      PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-DET-NF        PIC X(15).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-DET-FILIAL    PIC 9(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-DET-VENC      PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-DET-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-DET-SITUACAO  PIC X(20).
       01  WRK-LINHA-REL PIC X(100).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBPAGS' TO WRK-PROGRAMA-LOG.
           PERFORM 0950-AUTENTICAR-OPERADOR.
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY 'ACESSO NEGADO - ENCERRANDO'
               GOBACK
           END-IF.
           IF NOT OPERADOR-SUPERVISOR
               DISPLAY 'SOMENTE SUPERVISOR APROVA PAGAMENTOS'
               MOVE WRK-OPER-ID-ENT TO WRK-OPERADOR-ID
               STRING 'OPERADOR ' WRK-OPER-ID-ENT ' SEM PERFIL DE'
                   ' SUPERVISOR NEGADO NO PAGAMENTO A FORNECEDOR'
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
               PERFORM 0906-FECHAR-LOG
               GOBACK
           END-IF.
           MOVE WRK-OPER-ID-ENT TO WRK-OPERADOR-ID.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-CAL-DATA.
           MOVE ZEROS TO WRK-CAL-FILIAL.
           PERFORM 0985-PROXIMO-DIA-UTIL.
           MOVE WRK-CAL-PROX-DATA TO WRK-DATA-PAGTO.
           DISPLAY 'PAGAMENTO EM ' WRK-DATA-PAGTO
               ' - TITULOS COM VENCIMENTO ATE ESTA DATA'.
           DISPLAY 'PARA CADA TITULO: S-APROVA N-NAO APROVA'
               ' F-ENCERRA A SELECAO'.
           PERFORM 0100-INICIALIZAR.
           IF NOT FIM-TITULOS
               PERFORM 0200-PROCESSAR-TITULO UNTIL FIM-TITULOS
           END-IF.
           PERFORM 0300-FINALIZAR.
           PERFORM 0906-FECHAR-LOG.
      * RETORNO 8 = ERRO DE ABERTURA / 4 = FALHA AO GRAVAR ALGUM
      * TITULO APROVADO (FORA DA REMESSA, OU NA REMESSA SEM A
      * BAIXA NO TITPAGAR)
           EVALUATE TRUE
               WHEN ERRO-ABERTURA
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QT-ERROS > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       0100-INICIALIZAR.
           OPEN I-O ARQ-TITULOS-PAGAR.
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
                   OPEN OUTPUT REL-PAGAMENTO
                   IF WRK-FS-RELATORIO NOT = '00'
                       DISPLAY 'ERRO AO ABRIR RELPAGS - FS='
                           WRK-FS-RELATORIO
                       SET FIM-TITULOS TO TRUE
                       SET ERRO-ABERTURA TO TRUE
                   END-IF
                   OPEN OUTPUT ARQ-REMESSA
                   IF WRK-FS-REMESSA NOT = '00'
                       DISPLAY 'ERRO AO ABRIR BANKPAG - FS='
                           WRK-FS-REMESSA
                       SET FIM-TITULOS TO TRUE
                       SET ERRO-ABERTURA TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT FIM-TITULOS
               PERFORM 0110-GRAVAR-CABECALHOS
               PERFORM 0150-LER-TITULO
           END-IF.
       0110-GRAVAR-CABECALHOS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'PAGAMENTO A FORNECEDORES EM ' WRK-DATA-PAGTO
               ' - SELECAO DE ' WRK-DATA-HOJE ' - SUPERVISOR '
               WRK-OPERADOR-ID DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'CNPJ           FORNECEDOR           NOTA FISCAL'
               '     FIL VENCTO           VALOR SITUACAO'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE 'H' TO REM-H-TIPO.
           MOVE WRK-DATA-PAGTO TO REM-H-DATA.
           MOVE 'PAGAMENTO FORNECEDOR' TO REM-H-CONVENIO.
           WRITE REG-REM-HEADER.
           IF WRK-FS-REMESSA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR BANKPAG - FS=' WRK-FS-REMESSA
           END-IF.
       0150-LER-TITULO.
           READ ARQ-TITULOS-PAGAR NEXT RECORD
               AT END
                   SET FIM-TITULOS TO TRUE
           END-READ.
      * DEPOIS DO F OS TITULOS RESTANTES NEM SAO LISTADOS -
      * CONTINUAM ABERTOS PARA A PROXIMA SELECAO
       0200-PROCESSAR-TITULO.
           IF TITULO-ABERTO AND PAG-DATA-VENC NOT > WRK-DATA-PAGTO
                   AND NOT SELECAO-ENCERRADA
               ADD 1 TO WRK-QT-SELECIONADOS
               MOVE PAG-CNPJ TO WRK-FORGET-CNPJ
               PERFORM 0936-LER-FORNECEDOR
               EVALUATE TRUE
                   WHEN NOT FORNECEDOR-CADASTRADO
                       ADD 1 TO WRK-QT-BLOQUEADOS
                       MOVE 'SEM CADASTRO' TO WRK-SITUACAO
                   WHEN FORGET-BLOQUEADO
                       ADD 1 TO WRK-QT-BLOQUEADOS
                       MOVE 'FORNECEDOR BLOQUEADO' TO WRK-SITUACAO
                   WHEN OTHER
                       PERFORM 0210-DECIDIR-TITULO
               END-EVALUATE
               IF NOT SELECAO-ENCERRADA
                   MOVE PAG-CNPJ TO WRK-DET-CNPJ
                   MOVE WRK-FORGET-RAZAO TO WRK-DET-NOME
                   MOVE PAG-NF TO WRK-DET-NF
                   MOVE PAG-FILIAL TO WRK-DET-FILIAL
                   MOVE PAG-DATA-VENC TO WRK-DET-VENC
                   MOVE PAG-VALOR TO WRK-DET-VALOR
                   MOVE WRK-SITUACAO TO WRK-DET-SITUACAO
                   MOVE WRK-LINHA-DET TO WRK-LINHA-REL
                   PERFORM 0390-GRAVAR-LINHA-REL
               END-IF
           END-IF.
           PERFORM 0150-LER-TITULO.
       0210-DECIDIR-TITULO.
           MOVE PAG-VALOR TO WRK-VALOR-ED.
           DISPLAY '---------------------'.
           DISPLAY 'FORNECEDOR...: ' PAG-CNPJ ' ' WRK-FORGET-RAZAO.
           DISPLAY 'NOTA FISCAL..: ' PAG-NF ' FILIAL ' PAG-FILIAL.
           IF PAG-DATA-VENC < WRK-DATA-HOJE
               DISPLAY 'VENCIMENTO...: ' PAG-DATA-VENC ' (VENCIDO)'
           ELSE
               DISPLAY 'VENCIMENTO...: ' PAG-DATA-VENC
           END-IF.
           DISPLAY 'VALOR........: ' WRK-VALOR-ED.
           MOVE SPACE TO WRK-DECISAO.
           PERFORM UNTIL WRK-DECISAO = 'S' OR WRK-DECISAO = 'N'
                   OR WRK-DECISAO = 'F'
               DISPLAY 'APROVA O PAGAMENTO (S/N/F)? '
               ACCEPT WRK-DECISAO FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-DECISAO) TO WRK-DECISAO
           END-PERFORM.
           EVALUATE WRK-DECISAO
               WHEN 'S'
                   PERFORM 0220-APROVAR-TITULO
               WHEN 'N'
                   ADD 1 TO WRK-QT-RECUSADOS
                   MOVE 'NAO APROVADO' TO WRK-SITUACAO
               WHEN OTHER
                   SUBTRACT 1 FROM WRK-QT-SELECIONADOS
                   SET SELECAO-ENCERRADA TO TRUE
           END-EVALUATE.
      * A REMESSA E GRAVADA PRIMEIRO - SO O TITULO QUE ENTROU
      * NO ARQUIVO DO BANCO FICA PAGO E ENTRA NO TRAILER E NO
      * CONTABIL - SEM A REMESSA O TITULO CONTINUA ABERTO E
      * VOLTA NA PROXIMA SELECAO
      * SE A BAIXA FALHAR DEPOIS DA REMESSA GRAVADA O TITULO VAI
      * SER PAGO PELO BANCO - CONTA NO TRAILER E NO CONTABIL E
      * SAI COMO ERRO PARA A BAIXA MANUAL
       0220-APROVAR-TITULO.
           PERFORM 0230-GRAVAR-REMESSA.
           MOVE SPACES TO WRK-SITUACAO.
           MOVE SPACES TO WRK-DESCRICAO-LOG.
           IF WRK-FS-REMESSA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR BANKPAG - FS=' WRK-FS-REMESSA
               ADD 1 TO WRK-QT-ERROS
               STRING 'ERRO REMESSA FS=' WRK-FS-REMESSA
                   DELIMITED BY SIZE INTO WRK-SITUACAO
               STRING 'TITULO PAGAR ' PAG-CNPJ ' NF '
                   DELIMITED BY SIZE
                   PAG-NF DELIMITED BY SPACE
                   ' SEM REMESSA FS=' WRK-FS-REMESSA
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           ELSE
               ADD 1 TO WRK-QT-APROVADOS
               ADD PAG-VALOR TO WRK-TOT-PAGO
               MOVE 'P' TO PAG-STATUS
               MOVE WRK-DATA-PAGTO TO PAG-DATA-PAGTO
               MOVE WRK-OPERADOR-ID TO PAG-APROVADOR
               REWRITE REG-TITULO-PAGAR
               IF WRK-FS-PAG NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR TITPAGAR.DAT - FS='
                       WRK-FS-PAG ' - BAIXAR MANUALMENTE'
                   ADD 1 TO WRK-QT-ERROS
                   STRING 'SEM BAIXA FS=' WRK-FS-PAG
                       DELIMITED BY SIZE INTO WRK-SITUACAO
                   STRING 'TITULO PAGAR ' PAG-CNPJ ' NF '
                       DELIMITED BY SIZE
                       PAG-NF DELIMITED BY SPACE
                       ' NA REMESSA SEM BAIXA FS=' WRK-FS-PAG
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               ELSE
                   MOVE 'APROVADO' TO WRK-SITUACAO
                   STRING 'TITULO PAGAR ' PAG-CNPJ ' NF '
                       DELIMITED BY SIZE
                       PAG-NF DELIMITED BY SPACE
                       ' APROVADO PAGTO ' WRK-DATA-PAGTO
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               END-IF
               PERFORM 0900-GRAVAR-LOG
           END-IF.
       0230-GRAVAR-REMESSA.
           MOVE 'D' TO REM-D-TIPO.
           MOVE PAG-CNPJ TO REM-D-CNPJ.
           MOVE WRK-FORGET-BANCO TO REM-D-BANCO.
           MOVE WRK-FORGET-AGENCIA TO REM-D-AGENCIA.
           MOVE WRK-FORGET-CONTA TO REM-D-CONTA.
           MOVE PAG-VALOR TO REM-D-VALOR.
           MOVE PAG-NF TO REM-D-NF.
           MOVE WRK-FORGET-RAZAO TO REM-D-NOME.
           WRITE REG-REM-DETALHE.
       0300-FINALIZAR.
           IF NOT ERRO-ABERTURA AND WRK-FS-PAG NOT = '35'
               CLOSE ARQ-TITULOS-PAGAR
               IF WRK-FS-PAG NOT = '00'
                   DISPLAY 'ERRO AO FECHAR TITPAGAR.DAT - FS='
                       WRK-FS-PAG
               END-IF
               PERFORM 0310-GRAVAR-TOTAIS
               CLOSE REL-PAGAMENTO
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO FECHAR RELPAGS - FS='
                       WRK-FS-RELATORIO
               END-IF
               MOVE 'T' TO REM-T-TIPO
               MOVE WRK-QT-APROVADOS TO REM-T-QT
               MOVE WRK-TOT-PAGO TO REM-T-TOTAL
               WRITE REG-REM-TRAILER
               IF WRK-FS-REMESSA NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR BANKPAG - FS='
                       WRK-FS-REMESSA
               END-IF
               CLOSE ARQ-REMESSA
               IF WRK-FS-REMESSA NOT = '00'
                   DISPLAY 'ERRO AO FECHAR BANKPAG - FS='
                       WRK-FS-REMESSA
               END-IF
               PERFORM 0320-GERAR-CONTABIL
           ELSE
               IF WRK-FS-PAG = '00'
                   CLOSE ARQ-TITULOS-PAGAR
               END-IF
               IF WRK-FS-RELATORIO = '00'
                   CLOSE REL-PAGAMENTO
               END-IF
               IF WRK-FS-REMESSA = '00'
                   CLOSE ARQ-REMESSA
               END-IF
           END-IF.
           DISPLAY '---------------------'.
           DISPLAY 'TITULOS SELECIONADOS..: ' WRK-QT-SELECIONADOS.
           DISPLAY 'APROVADOS.............: ' WRK-QT-APROVADOS.
           DISPLAY 'NAO APROVADOS.........: ' WRK-QT-RECUSADOS.
           DISPLAY 'FORNECEDOR BLOQUEADO..: ' WRK-QT-BLOQUEADOS.
           DISPLAY 'ERROS DE GRAVACAO.....: ' WRK-QT-ERROS.
           MOVE WRK-TOT-PAGO TO WRK-TOT-ED.
           DISPLAY 'TOTAL DA REMESSA......: ' WRK-TOT-ED.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           MOVE SPACES TO WRK-DESCRICAO-LOG.
           STRING 'PAGTO FORNEC ' WRK-DATA-PAGTO ' - '
               WRK-QT-APROVADOS ' APROVADOS ' WRK-QT-ERROS ' ERROS'
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
       0310-GRAVAR-TOTAIS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '----------------------------------------'
               '------------------------------------------------'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-PAGO TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TOTAL DA REMESSA.....: ' WRK-TOT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TITULOS APROVADOS....: ' WRK-QT-APROVADOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'NAO APROVADOS........: ' WRK-QT-RECUSADOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'FORNECEDOR BLOQUEADO.: ' WRK-QT-BLOQUEADOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           IF SELECAO-ENCERRADA
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'SELECAO ENCERRADA PELO SUPERVISOR - DEMAIS'
                   ' TITULOS CONTINUAM ABERTOS' DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               PERFORM 0390-GRAVAR-LINHA-REL
           END-IF.
      * UM PAR BALANCEADO PELO TOTAL DO TRAILER DA REMESSA - A
      * OBRIGACAO COM O FORNECEDOR SAI CONTRA O BANCO
       0320-GERAR-CONTABIL.
           IF WRK-TOT-PAGO > ZEROS
               MOVE ZEROS TO WRK-LANC-QT
               MOVE WRK-DATA-PAGTO TO WRK-LANC-DATA
               MOVE WRK-TOT-PAGO TO WRK-LANC-VALOR
               MOVE SPACES TO WRK-LANC-ORIGEM
               STRING 'PAGFOR ' WRK-DATA-PAGTO(3:6)
                   DELIMITED BY SIZE INTO WRK-LANC-ORIGEM
               MOVE '21100000' TO WRK-LANC-CONTA-DEB
               MOVE '11200000' TO WRK-LANC-CONTA-CRED
               PERFORM 0962-GRAVAR-LANCAMENTO-CONTAS
               DISPLAY 'LANCAMENTOS CONTABEIS GERADOS: ' WRK-LANC-QT
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING 'PAGTO FORNEC ' WRK-DATA-PAGTO ' GEROU '
                   WRK-LANC-QT ' LANCAMENTOS EM GLINTF'
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.
       0390-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELPAGS - FS='
                   WRK-FS-RELATORIO
           END-IF.
           COPY 'BOOKOPERCHK.COB'.
           COPY 'BOOKCALCHK.COB'.
           COPY 'BOOKFORGET.COB'.
           COPY 'BOOKGLWRT.COB'.
           COPY 'BOOKLOGWRT.COB'.
