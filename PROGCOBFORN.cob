       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBFORN.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = CADASTRO DE FORNECEDORES E DIGITACAO DE
      * TITULOS A PAGAR
      * FORNECEDOR: CNPJ (VALIDADO PELO PROGCOBVALCNPJ), RAZAO
      * SOCIAL, BANCO/AGENCIA/CONTA PARA A REMESSA DE
      * PAGAMENTO E STATUS (A-ATIVO B-BLOQUEADO)
      * TITULO: NOTA FISCAL DO FORNECEDOR COM FILIAL, EMISSAO,
      * VENCIMENTO E VALOR - SO PARA FORNECEDOR ATIVO E FILIAL
      * CADASTRADA. TITULO ABERTO PODE SER CANCELADO, TITULO
      * PAGO NAO. O PAGAMENTO E FEITO PELA SELECAO DIARIA
      * (PROGCOBPAGS) - TUDO VAI PARA O LOG
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKFORSEL.COB'.
           COPY 'BOOKPAGSEL.COB'.
           COPY 'BOOKFILSEL.COB'.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKFORFD.COB'.
           COPY 'BOOKPAGFD.COB'.
           COPY 'BOOKFILFD.COB'.
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKFORWS.COB'.
           COPY 'BOOKPAGWS.COB'.
           COPY 'BOOKFILWS.COB'.
           COPY 'BOOKVCNWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77 WRK-OPCAO-ENT  PIC X(01) VALUE SPACE.
       77 WRK-OPCAO      PIC 9(01) VALUE ZEROS.
       77 WRK-CNPJ-ENT   PIC X(14) VALUE SPACES.
       77 WRK-CNPJ-OK    PIC X(01) VALUE 'N'.
           88 CNPJ-VALIDO VALUE 'S'.
       77 WRK-RAZAO-ENT  PIC X(30) VALUE SPACES.
       77 WRK-BANCO-ENT  PIC X(03) VALUE SPACES.
       77 WRK-AGENCIA-ENT PIC X(05) VALUE SPACES.
       77 WRK-CONTA-ENT  PIC X(12) VALUE SPACES.
       77 WRK-STATUS-ENT PIC X(01) VALUE SPACE.
       77 WRK-NF-ENT     PIC X(15) VALUE SPACES.
       77 WRK-FIL-ENT    PIC X(03) VALUE SPACES.
       77 WRK-DATA-ENT   PIC X(08) VALUE SPACES.
       77 WRK-DATA-NUM   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-OK    PIC X(01) VALUE 'N'.
           88 DATA-VALIDA VALUE 'S'.
       77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       77 WRK-CONFIRMA   PIC X(01) VALUE SPACE.
       77 WRK-FIM-FOR    PIC X(01) VALUE 'N'.
           88 FIM-FORNECEDORES VALUE 'S'.
       77 WRK-FIM-PAG    PIC X(01) VALUE 'N'.
           88 FIM-TITULOS VALUE 'S'.
       77 WRK-QT-LISTADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ABERTOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ABERTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOT-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 WRK-VALOR-ENT-AREA.
           05 WRK-VALOR-ENT PIC X(11) VALUE SPACES.
       01 WRK-VALOR-NUM REDEFINES WRK-VALOR-ENT-AREA
           PIC 9(09)V99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBFORN' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           PERFORM UNTIL WRK-OPCAO = 9
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0150-CAPTURAR-OPCAO
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0200-INCLUIR-ALTERAR
                   WHEN 2
                       PERFORM 0300-CONSULTAR
                   WHEN 3
                       PERFORM 0400-LISTAR
                   WHEN 4
                       PERFORM 0500-INCLUIR-TITULO
                   WHEN 5
                       PERFORM 0600-CANCELAR-TITULO
                   WHEN 9
                       DISPLAY 'ENCERRANDO'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM.
           PERFORM 0906-FECHAR-LOG.
           GOBACK.
       0100-EXIBIR-MENU.
           DISPLAY '====================================='.
           DISPLAY ' FORNECEDORES E CONTAS A PAGAR'.
           DISPLAY ' 1 - INCLUIR/ALTERAR FORNECEDOR'.
           DISPLAY ' 2 - CONSULTAR FORNECEDOR'.
           DISPLAY ' 3 - LISTAR FORNECEDORES'.
           DISPLAY ' 4 - INCLUIR TITULO A PAGAR'.
           DISPLAY ' 5 - CANCELAR TITULO A PAGAR'.
           DISPLAY ' 9 - SAIR'.
           DISPLAY '====================================='.
       0150-CAPTURAR-OPCAO.
           MOVE SPACE TO WRK-OPCAO-ENT.
           PERFORM UNTIL WRK-OPCAO-ENT IS NUMERIC
               ACCEPT WRK-OPCAO-ENT FROM CONSOLE
               IF WRK-OPCAO-ENT NOT NUMERIC
                   DISPLAY 'OPCAO INVALIDA - DIGITE APENAS NUMEROS'
               END-IF
           END-PERFORM.
           MOVE WRK-OPCAO-ENT TO WRK-OPCAO.
      * CNPJ COM DIGITO ERRADO NAO ENTRA NO CADASTRO - O MOTIVO
      * SEGUE OS RETORNOS DO BOOKVCNWS
       0160-CAPTURAR-CNPJ.
           MOVE 'N' TO WRK-CNPJ-OK.
           DISPLAY 'CNPJ DO FORNECEDOR (14 DIGITOS): '.
           ACCEPT WRK-CNPJ-ENT FROM CONSOLE.
           MOVE WRK-CNPJ-ENT TO WRK-VAL-CNPJ.
           CALL 'PROGCOBVALCNPJ' USING WRK-VAL-CNPJ WRK-VAL-CNPJ-RET.
           EVALUATE WRK-VAL-CNPJ-RET
               WHEN '00'
                   SET CNPJ-VALIDO TO TRUE
               WHEN '01'
               WHEN '02'
                   DISPLAY 'CNPJ INVALIDO - DIGITO VERIFICADOR NAO'
                       ' CONFERE'
               WHEN '03'
                   DISPLAY 'CNPJ INVALIDO - TODOS OS DIGITOS IGUAIS'
               WHEN OTHER
                   DISPLAY 'CNPJ INVALIDO - INFORME 14 DIGITOS SEM'
                       ' PONTUACAO'
           END-EVALUATE.
       0170-CAPTURAR-DATA.
           MOVE 'N' TO WRK-DATA-OK.
           ACCEPT WRK-DATA-ENT FROM CONSOLE.
           IF WRK-DATA-ENT IS NUMERIC
               MOVE WRK-DATA-ENT TO WRK-DATA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-NUM) = ZEROS
                   SET DATA-VALIDA TO TRUE
               END-IF
           END-IF.
           IF NOT DATA-VALIDA
               DISPLAY 'DATA INVALIDA - INFORME AAAAMMDD'
           END-IF.
       0200-INCLUIR-ALTERAR.
           PERFORM 0160-CAPTURAR-CNPJ.
           IF CNPJ-VALIDO
               DISPLAY 'RAZAO SOCIAL (BRANCO MANTEM NA ALTERACAO): '
               ACCEPT WRK-RAZAO-ENT FROM CONSOLE
               DISPLAY 'BANCO - 3 DIGITOS (BRANCO MANTEM): '
               ACCEPT WRK-BANCO-ENT FROM CONSOLE
               DISPLAY 'AGENCIA - 5 DIGITOS (BRANCO MANTEM): '
               ACCEPT WRK-AGENCIA-ENT FROM CONSOLE
               DISPLAY 'CONTA COM DIGITO (BRANCO MANTEM): '
               ACCEPT WRK-CONTA-ENT FROM CONSOLE
               DISPLAY 'STATUS (A-ATIVO B-BLOQUEADO BRANCO MANTEM): '
               ACCEPT WRK-STATUS-ENT FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-STATUS-ENT)
                   TO WRK-STATUS-ENT
               OPEN I-O ARQ-FORNECEDORES
               IF WRK-FS-FOR = '35'
                   OPEN OUTPUT ARQ-FORNECEDORES
                   CLOSE ARQ-FORNECEDORES
                   OPEN I-O ARQ-FORNECEDORES
               END-IF
               IF WRK-FS-FOR NOT = '00'
                   DISPLAY 'ERRO AO ABRIR FORNECDB.DAT - FS='
                       WRK-FS-FOR
               ELSE
                   MOVE WRK-CNPJ-ENT TO FOR-CNPJ
                   READ ARQ-FORNECEDORES
                       INVALID KEY
                           PERFORM 0210-INCLUIR-FORNECEDOR
                       NOT INVALID KEY
                           PERFORM 0220-ALTERAR-FORNECEDOR
                   END-READ
                   CLOSE ARQ-FORNECEDORES
                   IF WRK-FS-FOR NOT = '00'
                       DISPLAY 'ERRO AO FECHAR FORNECDB.DAT - FS='
                           WRK-FS-FOR
                   END-IF
               END-IF
           END-IF.
      * NA INCLUSAO OS DADOS BANCARIOS SAO OBRIGATORIOS - SEM
      * ELES O TITULO NAO TEM COMO SAIR NA REMESSA
       0210-INCLUIR-FORNECEDOR.
           EVALUATE TRUE
               WHEN WRK-RAZAO-ENT = SPACES
                   DISPLAY 'RAZAO SOCIAL OBRIGATORIA NA INCLUSAO'
               WHEN WRK-BANCO-ENT NOT NUMERIC
                   DISPLAY 'BANCO INVALIDO - INFORME 3 DIGITOS'
               WHEN WRK-AGENCIA-ENT NOT NUMERIC
                   DISPLAY 'AGENCIA INVALIDA - INFORME 5 DIGITOS'
               WHEN WRK-CONTA-ENT = SPACES
                   DISPLAY 'CONTA OBRIGATORIA NA INCLUSAO'
               WHEN OTHER
                   MOVE WRK-CNPJ-ENT TO FOR-CNPJ
                   MOVE WRK-RAZAO-ENT TO FOR-RAZAO
                   MOVE WRK-BANCO-ENT TO FOR-BANCO
                   MOVE WRK-AGENCIA-ENT TO FOR-AGENCIA
                   MOVE WRK-CONTA-ENT TO FOR-CONTA
                   IF WRK-STATUS-ENT = 'B'
                       MOVE 'B' TO FOR-STATUS
                   ELSE
                       MOVE 'A' TO FOR-STATUS
                   END-IF
                   ACCEPT FOR-DATA-CAD FROM DATE YYYYMMDD
                   MOVE WRK-OPERADOR-ID TO FOR-OPERADOR
                   WRITE REG-FORNECEDOR
                   IF WRK-FS-FOR NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR FORNECDB.DAT - FS='
                           WRK-FS-FOR
                   ELSE
                       DISPLAY 'FORNECEDOR INCLUIDO - ' WRK-CNPJ-ENT
                       MOVE SPACES TO WRK-DESCRICAO-LOG
                       STRING 'FORNECEDOR ' WRK-CNPJ-ENT
                           ' INCLUIDO - ' WRK-RAZAO-ENT
                           DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                       PERFORM 0900-GRAVAR-LOG
                   END-IF
           END-EVALUATE.
      * TROCA DE CONTA BANCARIA FICA NO LOG COM O OPERADOR
       0220-ALTERAR-FORNECEDOR.
           IF WRK-RAZAO-ENT NOT = SPACES
               MOVE WRK-RAZAO-ENT TO FOR-RAZAO
           END-IF.
           IF WRK-BANCO-ENT NOT = SPACES
               IF WRK-BANCO-ENT IS NUMERIC
                   MOVE WRK-BANCO-ENT TO FOR-BANCO
               ELSE
                   DISPLAY 'BANCO INVALIDO - MANTIDO O ANTERIOR'
               END-IF
           END-IF.
           IF WRK-AGENCIA-ENT NOT = SPACES
               IF WRK-AGENCIA-ENT IS NUMERIC
                   MOVE WRK-AGENCIA-ENT TO FOR-AGENCIA
               ELSE
                   DISPLAY 'AGENCIA INVALIDA - MANTIDA A ANTERIOR'
               END-IF
           END-IF.
           IF WRK-CONTA-ENT NOT = SPACES
               MOVE WRK-CONTA-ENT TO FOR-CONTA
           END-IF.
           IF WRK-STATUS-ENT = 'A' OR WRK-STATUS-ENT = 'B'
               MOVE WRK-STATUS-ENT TO FOR-STATUS
           ELSE
               IF WRK-STATUS-ENT NOT = SPACE
                   DISPLAY 'STATUS INVALIDO - MANTIDO O ANTERIOR'
               END-IF
           END-IF.
           REWRITE REG-FORNECEDOR.
           IF WRK-FS-FOR NOT = '00'
               DISPLAY 'ERRO AO GRAVAR FORNECDB.DAT - FS=' WRK-FS-FOR
           ELSE
               DISPLAY 'FORNECEDOR ALTERADO - ' WRK-CNPJ-ENT
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING 'FORNECEDOR ' WRK-CNPJ-ENT ' ALTERADO - BCO '
                   FOR-BANCO ' AG ' FOR-AGENCIA
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING 'FORNECEDOR ' WRK-CNPJ-ENT ' CC ' FOR-CONTA
                   ' ST ' FOR-STATUS
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.
      * CONSULTA MOSTRA TAMBEM OS TITULOS EM ABERTO DO FORNECEDOR
       0300-CONSULTAR.
           DISPLAY 'CNPJ DO FORNECEDOR (14 DIGITOS): '.
           ACCEPT WRK-CNPJ-ENT FROM CONSOLE.
           OPEN INPUT ARQ-FORNECEDORES.
           IF WRK-FS-FOR NOT = '00'
               DISPLAY 'ERRO AO ABRIR FORNECDB.DAT - FS=' WRK-FS-FOR
           ELSE
               MOVE WRK-CNPJ-ENT TO FOR-CNPJ
               READ ARQ-FORNECEDORES
                   INVALID KEY
                       DISPLAY 'FORNECEDOR NAO CADASTRADO - '
                           WRK-CNPJ-ENT
                   NOT INVALID KEY
                       DISPLAY 'CNPJ.........: ' FOR-CNPJ
                       DISPLAY 'RAZAO SOCIAL.: ' FOR-RAZAO
                       DISPLAY 'BANCO/AGENCIA: ' FOR-BANCO ' / '
                           FOR-AGENCIA
                       DISPLAY 'CONTA........: ' FOR-CONTA
                       IF FORNECEDOR-BLOQUEADO
                           DISPLAY 'STATUS.......: BLOQUEADO'
                       ELSE
                           DISPLAY 'STATUS.......: ATIVO'
                       END-IF
                       DISPLAY 'CADASTRO.....: ' FOR-DATA-CAD ' POR '
                           FOR-OPERADOR
                       PERFORM 0350-LISTAR-TITULOS-ABERTOS
               END-READ
               CLOSE ARQ-FORNECEDORES
               IF WRK-FS-FOR NOT = '00'
                   DISPLAY 'ERRO AO FECHAR FORNECDB.DAT - FS='
                       WRK-FS-FOR
               END-IF
           END-IF.
       0350-LISTAR-TITULOS-ABERTOS.
           MOVE ZEROS TO WRK-QT-ABERTOS WRK-TOT-ABERTO.
           MOVE 'N' TO WRK-FIM-PAG.
           OPEN INPUT ARQ-TITULOS-PAGAR.
           IF WRK-FS-PAG = '00'
               MOVE WRK-CNPJ-ENT TO PAG-CNPJ
               MOVE LOW-VALUES TO PAG-NF
               START ARQ-TITULOS-PAGAR KEY IS >= PAG-CHAVE
                   INVALID KEY
                       SET FIM-TITULOS TO TRUE
               END-START
               PERFORM 0360-EXIBIR-TITULO UNTIL FIM-TITULOS
               CLOSE ARQ-TITULOS-PAGAR
           END-IF.
           MOVE WRK-TOT-ABERTO TO WRK-TOT-ED.
           DISPLAY 'TITULOS ABERTOS: ' WRK-QT-ABERTOS ' TOTAL '
               WRK-TOT-ED.
       0360-EXIBIR-TITULO.
           READ ARQ-TITULOS-PAGAR NEXT RECORD
               AT END
                   SET FIM-TITULOS TO TRUE
               NOT AT END
                   IF PAG-CNPJ NOT = WRK-CNPJ-ENT
                       SET FIM-TITULOS TO TRUE
                   ELSE
                       IF TITULO-ABERTO
                           ADD 1 TO WRK-QT-ABERTOS
                           ADD PAG-VALOR TO WRK-TOT-ABERTO
                           MOVE PAG-VALOR TO WRK-VALOR-ED
                           DISPLAY '  NF ' PAG-NF ' FILIAL '
                               PAG-FILIAL ' VENC ' PAG-DATA-VENC
                               ' ' WRK-VALOR-ED
                       END-IF
                   END-IF
           END-READ.
       0400-LISTAR.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           MOVE 'N' TO WRK-FIM-FOR.
           OPEN INPUT ARQ-FORNECEDORES.
           IF WRK-FS-FOR = '35'
               DISPLAY 'NENHUM FORNECEDOR CADASTRADO'
           ELSE
               IF WRK-FS-FOR NOT = '00'
                   DISPLAY 'ERRO AO ABRIR FORNECDB.DAT - FS='
                       WRK-FS-FOR
               ELSE
                   PERFORM 0450-LER-FORNECEDOR-SEQ
                   PERFORM 0460-EXIBIR-FORNECEDOR
                       UNTIL FIM-FORNECEDORES
                   CLOSE ARQ-FORNECEDORES
                   IF WRK-FS-FOR NOT = '00'
                       DISPLAY 'ERRO AO FECHAR FORNECDB.DAT - FS='
                           WRK-FS-FOR
                   END-IF
                   DISPLAY 'FORNECEDORES LISTADOS: ' WRK-QT-LISTADOS
               END-IF
           END-IF.
       0450-LER-FORNECEDOR-SEQ.
           READ ARQ-FORNECEDORES NEXT RECORD
               AT END
                   SET FIM-FORNECEDORES TO TRUE
           END-READ.
       0460-EXIBIR-FORNECEDOR.
           ADD 1 TO WRK-QT-LISTADOS.
           DISPLAY FOR-CNPJ ' ' FOR-RAZAO ' ' FOR-BANCO ' '
               FOR-AGENCIA ' ' FOR-CONTA ' ' FOR-STATUS.
           PERFORM 0450-LER-FORNECEDOR-SEQ.
      * TITULO SO PARA FORNECEDOR ATIVO E FILIAL CADASTRADA -
      * VENCIMENTO ANTERIOR A EMISSAO NAO E ACEITO
       0500-INCLUIR-TITULO.
           DISPLAY 'CNPJ DO FORNECEDOR (14 DIGITOS): '.
           ACCEPT WRK-CNPJ-ENT FROM CONSOLE.
           PERFORM 0510-VERIFICAR-FORNECEDOR.
           IF CNPJ-VALIDO
               MOVE SPACES TO WRK-FIL-ENT
               PERFORM UNTIL WRK-FIL-ENT IS NUMERIC
                   DISPLAY 'FILIAL QUE RECEBEU (3 DIGITOS): '
                   ACCEPT WRK-FIL-ENT FROM CONSOLE
                   IF WRK-FIL-ENT NOT NUMERIC
                       DISPLAY 'FILIAL INVALIDA - INFORME 3 DIGITOS'
                           ' COM ZEROS A ESQUERDA'
                   END-IF
               END-PERFORM
               MOVE WRK-FIL-ENT TO WRK-FILGET-COD
               PERFORM 0915-LER-FILIAL
               IF NOT FILIAL-CADASTRADA
                   DISPLAY 'FILIAL NAO CADASTRADA - ' WRK-FIL-ENT
               ELSE
                   PERFORM 0520-CAPTURAR-TITULO
               END-IF
           END-IF.
       0510-VERIFICAR-FORNECEDOR.
           MOVE 'N' TO WRK-CNPJ-OK.
           OPEN INPUT ARQ-FORNECEDORES.
           IF WRK-FS-FOR NOT = '00'
               DISPLAY 'ERRO AO ABRIR FORNECDB.DAT - FS=' WRK-FS-FOR
           ELSE
               MOVE WRK-CNPJ-ENT TO FOR-CNPJ
               READ ARQ-FORNECEDORES
                   INVALID KEY
                       DISPLAY 'FORNECEDOR NAO CADASTRADO - '
                           WRK-CNPJ-ENT
                   NOT INVALID KEY
                       IF FORNECEDOR-BLOQUEADO
                           DISPLAY 'FORNECEDOR BLOQUEADO - TITULO'
                               ' NAO PERMITIDO'
                       ELSE
                           DISPLAY 'FORNECEDOR...: ' FOR-RAZAO
                           SET CNPJ-VALIDO TO TRUE
                       END-IF
               END-READ
               CLOSE ARQ-FORNECEDORES
               IF WRK-FS-FOR NOT = '00'
                   DISPLAY 'ERRO AO FECHAR FORNECDB.DAT - FS='
                       WRK-FS-FOR
               END-IF
           END-IF.
       0520-CAPTURAR-TITULO.
           DISPLAY 'NOTA FISCAL DO FORNECEDOR: '.
           ACCEPT WRK-NF-ENT FROM CONSOLE.
           DISPLAY 'DATA DE EMISSAO (AAAAMMDD): '.
           PERFORM 0170-CAPTURAR-DATA.
           MOVE WRK-DATA-NUM TO WRK-PAG-EMISSAO.
           IF DATA-VALIDA
               DISPLAY 'DATA DE VENCIMENTO (AAAAMMDD): '
               PERFORM 0170-CAPTURAR-DATA
               MOVE WRK-DATA-NUM TO WRK-PAG-VENC
           END-IF.
           IF DATA-VALIDA
               MOVE SPACES TO WRK-VALOR-ENT
               PERFORM UNTIL WRK-VALOR-ENT IS NUMERIC
                   DISPLAY 'VALOR (9 INTEIROS + 2 DECIMAIS, SO'
                       ' DIGITOS): '
                   ACCEPT WRK-VALOR-ENT FROM CONSOLE
                   IF WRK-VALOR-ENT NOT NUMERIC
                       DISPLAY 'VALOR INVALIDO - INFORME 11 DIGITOS'
                           ' COM ZEROS A ESQUERDA'
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WRK-NF-ENT = SPACES
                       DISPLAY 'NOTA FISCAL OBRIGATORIA - TITULO'
                           ' CANCELADO'
                   WHEN WRK-PAG-VENC < WRK-PAG-EMISSAO
                       DISPLAY 'VENCIMENTO ANTERIOR A EMISSAO -'
                           ' TITULO CANCELADO'
                   WHEN WRK-VALOR-NUM = ZEROS
                       DISPLAY 'VALOR ZERO - TITULO CANCELADO'
                   WHEN OTHER
                       PERFORM 0530-GRAVAR-TITULO
               END-EVALUATE
           END-IF.
       0530-GRAVAR-TITULO.
           MOVE WRK-CNPJ-ENT TO WRK-PAG-CNPJ.
           MOVE WRK-NF-ENT TO WRK-PAG-NF.
           MOVE WRK-FILGET-COD TO WRK-PAG-FILIAL.
           MOVE WRK-VALOR-NUM TO WRK-PAG-VALOR.
           MOVE 'M' TO WRK-PAG-ORIGEM.
           PERFORM 0932-INCLUIR-TITULO.
           EVALUATE TRUE
               WHEN TITULO-INCLUIDO
                   MOVE WRK-PAG-VALOR TO WRK-VALOR-ED
                   DISPLAY 'TITULO INCLUIDO - VENCIMENTO '
                       WRK-PAG-VENC ' VALOR ' WRK-VALOR-ED
                   MOVE SPACES TO WRK-DESCRICAO-LOG
                   STRING 'TIT INC ' WRK-PAG-CNPJ ' NF '
                       WRK-PAG-NF ' V ' WRK-PAG-VENC
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
               WHEN TITULO-DUPLICADO
                   DISPLAY 'NOTA JA LANCADA PARA O FORNECEDOR -'
                       ' TITULO NAO INCLUIDO'
               WHEN OTHER
                   DISPLAY 'TITULO NAO GRAVADO - REPITA A OPERACAO'
           END-EVALUATE.
      * SO TITULO ABERTO E CANCELADO - O PAGO JA SAIU NA REMESSA
       0600-CANCELAR-TITULO.
           DISPLAY 'CNPJ DO FORNECEDOR (14 DIGITOS): '.
           ACCEPT WRK-CNPJ-ENT FROM CONSOLE.
           DISPLAY 'NOTA FISCAL DO FORNECEDOR: '.
           ACCEPT WRK-NF-ENT FROM CONSOLE.
           OPEN I-O ARQ-TITULOS-PAGAR.
           IF WRK-FS-PAG NOT = '00'
               DISPLAY 'ERRO AO ABRIR TITPAGAR.DAT - FS=' WRK-FS-PAG
           ELSE
               MOVE WRK-CNPJ-ENT TO PAG-CNPJ
               MOVE WRK-NF-ENT TO PAG-NF
               READ ARQ-TITULOS-PAGAR
                   INVALID KEY
                       DISPLAY 'TITULO NAO ENCONTRADO'
                   NOT INVALID KEY
                       IF NOT TITULO-ABERTO
                           DISPLAY 'TITULO NAO ESTA ABERTO - STATUS '
                               PAG-STATUS
                       ELSE
                           PERFORM 0610-CONFIRMAR-CANCELAMENTO
                       END-IF
               END-READ
               CLOSE ARQ-TITULOS-PAGAR
               IF WRK-FS-PAG NOT = '00'
                   DISPLAY 'ERRO AO FECHAR TITPAGAR.DAT - FS='
                       WRK-FS-PAG
               END-IF
           END-IF.
       0610-CONFIRMAR-CANCELAMENTO.
           MOVE PAG-VALOR TO WRK-VALOR-ED.
           DISPLAY 'VENCIMENTO ' PAG-DATA-VENC ' VALOR ' WRK-VALOR-ED.
           DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)? '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               MOVE 'C' TO PAG-STATUS
               REWRITE REG-TITULO-PAGAR
               IF WRK-FS-PAG NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR TITPAGAR.DAT - FS='
                       WRK-FS-PAG
               ELSE
                   DISPLAY 'TITULO CANCELADO'
                   MOVE SPACES TO WRK-DESCRICAO-LOG
                   STRING 'TITULO PAGAR ' PAG-CNPJ ' NF ' PAG-NF
                       ' CANCELADO' DELIMITED BY SIZE
                       INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
               END-IF
           ELSE
               DISPLAY 'CANCELAMENTO NAO EFETUADO'
           END-IF.
           COPY 'BOOKFILGET.COB'.
           COPY 'BOOKPAGWRT.COB'.
           COPY 'BOOKLOGWRT.COB'.
