       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBMERC.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = MOVIMENTACAO MANUAL DO ESTOQUE POR FILIAL
      * ENTRADA DE MERCADORIA (QUANTIDADE, CUSTO UNITARIO E
      * NOTA DO FORNECEDOR) SOMA NO SALDO DO PRODUTO NA FILIAL
      * AJUSTE DE INVENTARIO RECEBE A QUANTIDADE CONTADA NA
      * PRATELEIRA E LANCA A DIFERENCA PARA O SALDO - SEM
      * MOTIVO O AJUSTE NAO E ACEITO
      * CADA MOVIMENTO VAI PARA O MOVESTQ.DAT COM O OPERADOR E
      * PARA O LOG DE TRANSACOES - A BAIXA DAS VENDAS E FEITA
      * PELA APURACAO DIARIA (PROGCOB15)
      * ENTRADA COM CNPJ DE FORNECEDOR ATIVO GERA O TITULO A
      * PAGAR DA NOTA (QUANTIDADE X CUSTO UNITARIO) COM O
      * VENCIMENTO INFORMADO - OS DEMAIS ITENS DA MESMA NOTA
      * SOMAM NO MESMO TITULO ENQUANTO ELE ESTIVER ABERTO
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKESQSEL.COB'.
           COPY 'BOOKMVESEL.COB'.
           COPY 'BOOKPROSEL.COB'.
           COPY 'BOOKFILSEL.COB'.
           COPY 'BOOKFORSEL.COB'.
           COPY 'BOOKPAGSEL.COB'.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKESQFD.COB'.
           COPY 'BOOKMVEFD.COB'.
           COPY 'BOOKPROFD.COB'.
           COPY 'BOOKFILFD.COB'.
           COPY 'BOOKFORFD.COB'.
           COPY 'BOOKPAGFD.COB'.
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKESQWS.COB'.
           COPY 'BOOKMVEWS.COB'.
           COPY 'BOOKPROWS.COB'.
           COPY 'BOOKFILWS.COB'.
           COPY 'BOOKFORWS.COB'.
           COPY 'BOOKPAGWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77 WRK-OPCAO-ENT  PIC X(01) VALUE SPACE.
       77 WRK-OPCAO      PIC 9(01) VALUE ZEROS.
       77 WRK-FIL-ENT    PIC X(03) VALUE SPACES.
       77 WRK-FILIAL     PIC 9(03) VALUE ZEROS.
       77 WRK-COD-ENT    PIC X(06) VALUE SPACES.
       77 WRK-PRODUTO    PIC 9(06) VALUE ZEROS.
       77 WRK-QT-ENT     PIC X(07) VALUE SPACES.
       77 WRK-QUANTIDADE PIC 9(07) VALUE ZEROS.
       77 WRK-DOCUMENTO  PIC X(15) VALUE SPACES.
       77 WRK-MOTIVO     PIC X(30) VALUE SPACES.
       77 WRK-CONFIRMA   PIC X(01) VALUE SPACE.
       77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA PIC 9(08) VALUE ZEROS.
       77 WRK-DIFERENCA  PIC S9(07) VALUE ZEROS.
       77 WRK-SALDO-ED   PIC -Z.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-DIFER-ED   PIC -Z.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-PROD-OK    PIC X(01) VALUE 'N'.
           88 PRODUTO-VALIDO VALUE 'S'.
       77 WRK-DESCR-PROD PIC X(20) VALUE SPACES.
       77 WRK-PROD-STATUS PIC X(01) VALUE SPACE.
           88 PRODUTO-FORA-DE-LINHA VALUE 'I'.
       77 WRK-CNPJ-ENT   PIC X(14) VALUE SPACES.
       77 WRK-VENC-ENT   PIC X(08) VALUE SPACES.
       77 WRK-VENC-NUM   PIC 9(08) VALUE ZEROS.
       77 WRK-GERA-TITULO PIC X(01) VALUE 'N'.
           88 GERA-TITULO VALUE 'S'.
       77 WRK-FORN-OK    PIC X(01) VALUE 'S'.
           88 FORNECEDOR-OK VALUE 'S'.
       77 WRK-VALOR-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 WRK-CUSTO-ENT-AREA.
           05 WRK-CUSTO-ENT PIC X(09) VALUE SPACES.
       01 WRK-CUSTO-NUM REDEFINES WRK-CUSTO-ENT-AREA
           PIC 9(07)V99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBMERC' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           PERFORM UNTIL WRK-OPCAO = 9
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0150-CAPTURAR-OPCAO
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0200-ENTRADA-MERCADORIA
                   WHEN 2
                       PERFORM 0300-AJUSTE-INVENTARIO
                   WHEN 3
                       PERFORM 0400-CONSULTAR-SALDO
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
           DISPLAY ' MOVIMENTACAO DE ESTOQUE'.
           DISPLAY ' 1 - ENTRADA DE MERCADORIA'.
           DISPLAY ' 2 - AJUSTE DE INVENTARIO'.
           DISPLAY ' 3 - CONSULTAR SALDO'.
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
      * FILIAL PRECISA ESTAR NO FILIALDB.DAT E O PRODUTO NO
      * PRODUTDB.DAT - ESTOQUE DE CODIGO DESCONHECIDO NAO NASCE
      * POR DIGITACAO
       0160-CAPTURAR-FILIAL-PRODUTO.
           MOVE 'N' TO WRK-PROD-OK.
           MOVE SPACES TO WRK-FIL-ENT.
           PERFORM UNTIL WRK-FIL-ENT IS NUMERIC
               DISPLAY 'FILIAL (3 DIGITOS): '
               ACCEPT WRK-FIL-ENT FROM CONSOLE
               IF WRK-FIL-ENT NOT NUMERIC
                   DISPLAY 'FILIAL INVALIDA - INFORME 3 DIGITOS'
                       ' COM ZEROS A ESQUERDA'
               END-IF
           END-PERFORM.
           MOVE WRK-FIL-ENT TO WRK-FILIAL.
           MOVE WRK-FILIAL TO WRK-FILGET-COD.
           PERFORM 0915-LER-FILIAL.
           IF NOT FILIAL-CADASTRADA
               DISPLAY 'FILIAL NAO CADASTRADA - ' WRK-FILIAL
           ELSE
               MOVE SPACES TO WRK-COD-ENT
               PERFORM UNTIL WRK-COD-ENT IS NUMERIC
                   DISPLAY 'CODIGO DO PRODUTO (6 DIGITOS): '
                   ACCEPT WRK-COD-ENT FROM CONSOLE
                   IF WRK-COD-ENT NOT NUMERIC
                       DISPLAY 'CODIGO INVALIDO - INFORME 6 DIGITOS'
                           ' COM ZEROS A ESQUERDA'
                   END-IF
               END-PERFORM
               MOVE WRK-COD-ENT TO WRK-PRODUTO
               PERFORM 0170-LER-PRODUTO
           END-IF.
       0170-LER-PRODUTO.
           OPEN INPUT ARQ-PRODUTOS.
           IF WRK-FS-PROD NOT = '00'
               DISPLAY 'ERRO AO ABRIR PRODUTDB.DAT - FS=' WRK-FS-PROD
           ELSE
               MOVE WRK-PRODUTO TO REG-PROD-CODIGO
               READ ARQ-PRODUTOS
                   INVALID KEY
                       DISPLAY 'PRODUTO NAO CADASTRADO - ' WRK-PRODUTO
                   NOT INVALID KEY
                       MOVE REG-PROD-DESCRICAO TO WRK-DESCR-PROD
                       MOVE REG-PROD-STATUS TO WRK-PROD-STATUS
                       SET PRODUTO-VALIDO TO TRUE
                       DISPLAY 'PRODUTO......: ' REG-PROD-DESCRICAO
                       DISPLAY 'FILIAL.......: ' WRK-FILGET-NOME
               END-READ
               CLOSE ARQ-PRODUTOS
               IF WRK-FS-PROD NOT = '00'
                   DISPLAY 'ERRO AO FECHAR PRODUTDB.DAT - FS='
                       WRK-FS-PROD
               END-IF
           END-IF.
       0180-CAPTURAR-QUANTIDADE.
           MOVE SPACES TO WRK-QT-ENT.
           PERFORM UNTIL WRK-QT-ENT IS NUMERIC
               ACCEPT WRK-QT-ENT FROM CONSOLE
               IF WRK-QT-ENT NOT NUMERIC
                   DISPLAY 'QUANTIDADE INVALIDA - INFORME 7 DIGITOS'
                       ' COM ZEROS A ESQUERDA'
               END-IF
           END-PERFORM.
           MOVE WRK-QT-ENT TO WRK-QUANTIDADE.
      * ENTRADA SO DE PRODUTO ATIVO - A REFERENCIA DO MOVIMENTO
      * E A HORA DA DIGITACAO
       0200-ENTRADA-MERCADORIA.
           PERFORM 0160-CAPTURAR-FILIAL-PRODUTO.
           IF PRODUTO-VALIDO AND PRODUTO-FORA-DE-LINHA
               DISPLAY 'PRODUTO INATIVO - ENTRADA NAO PERMITIDA'
               MOVE 'N' TO WRK-PROD-OK
           END-IF.
           IF PRODUTO-VALIDO
               DISPLAY 'QUANTIDADE RECEBIDA (7 DIGITOS): '
               PERFORM 0180-CAPTURAR-QUANTIDADE
               MOVE SPACES TO WRK-CUSTO-ENT
               PERFORM UNTIL WRK-CUSTO-ENT IS NUMERIC
                   DISPLAY 'CUSTO UNITARIO (7 INTEIROS + 2 DECIMAIS,'
                       ' SO DIGITOS): '
                   ACCEPT WRK-CUSTO-ENT FROM CONSOLE
                   IF WRK-CUSTO-ENT NOT NUMERIC
                       DISPLAY 'CUSTO INVALIDO - INFORME 9 DIGITOS'
                           ' COM ZEROS A ESQUERDA'
                   END-IF
               END-PERFORM
               DISPLAY 'NOTA FISCAL DO FORNECEDOR: '
               ACCEPT WRK-DOCUMENTO FROM CONSOLE
               PERFORM 0210-CAPTURAR-FORNECEDOR
               EVALUATE TRUE
                   WHEN WRK-QUANTIDADE = ZEROS
                       DISPLAY 'QUANTIDADE ZERO - ENTRADA CANCELADA'
                   WHEN WRK-DOCUMENTO = SPACES
                       DISPLAY 'NOTA FISCAL OBRIGATORIA - ENTRADA'
                           ' CANCELADA'
                   WHEN NOT FORNECEDOR-OK
                       DISPLAY 'ENTRADA CANCELADA - CORRIJA O'
                           ' FORNECEDOR OU DEIXE EM BRANCO'
                   WHEN OTHER
                       PERFORM 0250-GRAVAR-ENTRADA
               END-EVALUATE
           END-IF.
      * CNPJ EM BRANCO = ENTRADA SEM TITULO A PAGAR (TRANSFERENCIA,
      * BONIFICACAO, NOTA JA LANCADA NO PROGCOBFORN) - CNPJ
      * INFORMADO PRECISA SER DE FORNECEDOR ATIVO E TER
      * VENCIMENTO VALIDO, SENAO A ENTRADA NAO E FEITA
       0210-CAPTURAR-FORNECEDOR.
           MOVE 'N' TO WRK-GERA-TITULO.
           MOVE 'S' TO WRK-FORN-OK.
           DISPLAY 'CNPJ DO FORNECEDOR (BRANCO = SEM TITULO A PAGAR): '.
           MOVE SPACES TO WRK-CNPJ-ENT.
           ACCEPT WRK-CNPJ-ENT FROM CONSOLE.
           IF WRK-CNPJ-ENT NOT = SPACES
               MOVE 'N' TO WRK-FORN-OK
               MOVE WRK-CNPJ-ENT TO WRK-FORGET-CNPJ
               PERFORM 0936-LER-FORNECEDOR
               EVALUATE TRUE
                   WHEN NOT FORNECEDOR-CADASTRADO
                       DISPLAY 'FORNECEDOR NAO CADASTRADO - '
                           WRK-CNPJ-ENT
                   WHEN FORGET-BLOQUEADO
                       DISPLAY 'FORNECEDOR BLOQUEADO - '
                           WRK-FORGET-RAZAO
                   WHEN OTHER
                       DISPLAY 'FORNECEDOR...: ' WRK-FORGET-RAZAO
                       PERFORM 0215-CAPTURAR-VENCIMENTO
               END-EVALUATE
           END-IF.
       0215-CAPTURAR-VENCIMENTO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'VENCIMENTO DO TITULO (AAAAMMDD): '.
           MOVE SPACES TO WRK-VENC-ENT.
           ACCEPT WRK-VENC-ENT FROM CONSOLE.
           IF WRK-VENC-ENT IS NUMERIC
               MOVE WRK-VENC-ENT TO WRK-VENC-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WRK-VENC-NUM) = ZEROS
                       AND WRK-VENC-NUM NOT < WRK-DATA-HOJE
                   SET FORNECEDOR-OK TO TRUE
                   SET GERA-TITULO TO TRUE
               END-IF
           END-IF.
           IF NOT GERA-TITULO
               DISPLAY 'VENCIMENTO INVALIDO OU ANTERIOR A HOJE'
           END-IF.
       0250-GRAVAR-ENTRADA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-PRODUTO TO WRK-ESQ-PRODUTO.
           MOVE WRK-FILIAL TO WRK-ESQ-FILIAL.
           MOVE WRK-DATA-HOJE TO WRK-ESQ-DATA.
           MOVE 'E' TO WRK-ESQ-TIPO.
           MOVE WRK-HORA-AGORA TO WRK-ESQ-REFERENCIA.
           MOVE WRK-QUANTIDADE TO WRK-ESQ-QT.
           MOVE WRK-CUSTO-NUM TO WRK-ESQ-CUSTO-UNIT.
           MOVE WRK-DOCUMENTO TO WRK-ESQ-DOCUMENTO.
           MOVE 'ENTRADA DE MERCADORIA' TO WRK-ESQ-MOTIVO.
           PERFORM 0995-MOVIMENTAR-ESTOQUE.
           IF ESTOQUE-GRAVADO
               MOVE WRK-ESQ-SALDO TO WRK-SALDO-ED
               DISPLAY 'ENTRADA REGISTRADA - SALDO NA FILIAL: '
                   WRK-SALDO-ED
               STRING 'ENTRADA PRODUTO ' WRK-PRODUTO ' FIL '
                   WRK-FILIAL ' QT ' WRK-QUANTIDADE ' NF '
                   WRK-DOCUMENTO DELIMITED BY SIZE
                   INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
               IF GERA-TITULO
                   PERFORM 0260-GERAR-TITULO-PAGAR
               END-IF
           ELSE
               DISPLAY 'ENTRADA NAO REGISTRADA - REPITA A OPERACAO'
           END-IF.
      * O ESTOQUE JA ENTROU - TITULO QUE NAO GRAVA FICA NO LOG
      * PARA SER DIGITADO NO PROGCOBFORN
       0260-GERAR-TITULO-PAGAR.
           MOVE WRK-CNPJ-ENT TO WRK-PAG-CNPJ.
           MOVE WRK-DOCUMENTO TO WRK-PAG-NF.
           MOVE WRK-FILIAL TO WRK-PAG-FILIAL.
           MOVE WRK-DATA-HOJE TO WRK-PAG-EMISSAO.
           MOVE WRK-VENC-NUM TO WRK-PAG-VENC.
           COMPUTE WRK-PAG-VALOR ROUNDED =
               WRK-QUANTIDADE * WRK-CUSTO-NUM.
           MOVE 'E' TO WRK-PAG-ORIGEM.
           PERFORM 0932-INCLUIR-TITULO.
           MOVE SPACES TO WRK-DESCRICAO-LOG.
           EVALUATE TRUE
               WHEN TITULO-INCLUIDO
                   MOVE WRK-PAG-VALOR TO WRK-VALOR-ED
                   DISPLAY 'TITULO A PAGAR GERADO - ' WRK-VALOR-ED
                   STRING 'TITULO PAGAR ' WRK-PAG-CNPJ ' NF '
                       WRK-PAG-NF ' GERADO NA ENTRADA'
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               WHEN TITULO-SOMADO
                   MOVE WRK-PAG-VALOR TO WRK-VALOR-ED
                   DISPLAY 'ITEM SOMADO AO TITULO DA NOTA - '
                       WRK-VALOR-ED
                   STRING 'TITULO PAGAR ' WRK-PAG-CNPJ ' NF '
                       WRK-PAG-NF ' ITEM SOMADO NA ENTRADA'
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               WHEN OTHER
                   DISPLAY 'TITULO A PAGAR NAO GERADO - LANCAR NO'
                       ' PROGCOBFORN'
                   STRING 'TIT PAGAR ' WRK-PAG-CNPJ ' NF '
                       WRK-PAG-NF ' NAO GERADO ('
                       WRK-PAG-RESULTADO ')'
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
           END-EVALUATE.
           PERFORM 0900-GRAVAR-LOG.
      * O AJUSTE PARTE DA CONTAGEM FISICA - A DIFERENCA PARA O
      * SALDO DO SISTEMA E O QUE ENTRA NO MOVIMENTO
       0300-AJUSTE-INVENTARIO.
           PERFORM 0160-CAPTURAR-FILIAL-PRODUTO.
           IF PRODUTO-VALIDO
               MOVE WRK-PRODUTO TO WRK-ESQ-PRODUTO
               MOVE WRK-FILIAL TO WRK-ESQ-FILIAL
               PERFORM 0996-CONSULTAR-ESTOQUE
               MOVE WRK-ESQ-SALDO TO WRK-SALDO-ED
               DISPLAY 'SALDO NO SISTEMA: ' WRK-SALDO-ED
               DISPLAY 'QUANTIDADE CONTADA (7 DIGITOS): '
               PERFORM 0180-CAPTURAR-QUANTIDADE
               COMPUTE WRK-DIFERENCA = WRK-QUANTIDADE - WRK-ESQ-SALDO
               IF WRK-DIFERENCA = ZEROS
                   DISPLAY 'CONTAGEM CONFERE COM O SALDO - NADA A'
                       ' AJUSTAR'
               ELSE
                   MOVE WRK-DIFERENCA TO WRK-DIFER-ED
                   DISPLAY 'DIFERENCA A AJUSTAR: ' WRK-DIFER-ED
                   DISPLAY 'MOTIVO DO AJUSTE (OBRIGATORIO): '
                   ACCEPT WRK-MOTIVO FROM CONSOLE
                   IF WRK-MOTIVO = SPACES
                       DISPLAY 'MOTIVO OBRIGATORIO - AJUSTE CANCELADO'
                   ELSE
                       DISPLAY 'CONFIRMA O AJUSTE (S/N)? '
                       ACCEPT WRK-CONFIRMA FROM CONSOLE
                       IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                           PERFORM 0350-GRAVAR-AJUSTE
                       ELSE
                           DISPLAY 'AJUSTE CANCELADO'
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0350-GRAVAR-AJUSTE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-PRODUTO TO WRK-ESQ-PRODUTO.
           MOVE WRK-FILIAL TO WRK-ESQ-FILIAL.
           MOVE WRK-DATA-HOJE TO WRK-ESQ-DATA.
           MOVE 'A' TO WRK-ESQ-TIPO.
           MOVE WRK-HORA-AGORA TO WRK-ESQ-REFERENCIA.
           MOVE WRK-DIFERENCA TO WRK-ESQ-QT.
           MOVE ZEROS TO WRK-ESQ-CUSTO-UNIT.
           MOVE 'INVENTARIO' TO WRK-ESQ-DOCUMENTO.
           MOVE WRK-MOTIVO TO WRK-ESQ-MOTIVO.
           PERFORM 0995-MOVIMENTAR-ESTOQUE.
           IF ESTOQUE-GRAVADO
               MOVE WRK-ESQ-SALDO TO WRK-SALDO-ED
               DISPLAY 'AJUSTE REGISTRADO - SALDO NA FILIAL: '
                   WRK-SALDO-ED
               STRING 'AJUSTE PRODUTO ' WRK-PRODUTO ' FILIAL '
                   WRK-FILIAL ' DIF ' WRK-DIFER-ED ' MOTIVO '
                   WRK-MOTIVO DELIMITED BY SIZE
                   INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           ELSE
               DISPLAY 'AJUSTE NAO REGISTRADO - REPITA A OPERACAO'
           END-IF.
       0400-CONSULTAR-SALDO.
           PERFORM 0160-CAPTURAR-FILIAL-PRODUTO.
           IF PRODUTO-VALIDO
               OPEN INPUT ARQ-ESTOQUE
               IF WRK-FS-ESQ = '35'
                   DISPLAY 'ESTOQUE AINDA SEM MOVIMENTO'
               ELSE
                   IF WRK-FS-ESQ NOT = '00'
                       DISPLAY 'ERRO AO ABRIR ESTOQUE.DAT - FS='
                           WRK-FS-ESQ
                   ELSE
                       MOVE WRK-PRODUTO TO ESQ-PRODUTO
                       MOVE WRK-FILIAL TO ESQ-FILIAL
                       READ ARQ-ESTOQUE
                           INVALID KEY
                               DISPLAY 'PRODUTO SEM MOVIMENTO NA FILIAL'
                           NOT INVALID KEY
                               MOVE ESQ-SALDO TO WRK-SALDO-ED
                               DISPLAY 'SALDO........: ' WRK-SALDO-ED
                               DISPLAY 'ULT. ENTRADA.: '
                                   ESQ-DATA-ULT-ENTRADA
                               DISPLAY 'ULT. SAIDA...: '
                                   ESQ-DATA-ULT-SAIDA
                               DISPLAY 'ULT. AJUSTE..: '
                                   ESQ-DATA-ULT-AJUSTE
                       END-READ
                       CLOSE ARQ-ESTOQUE
                       IF WRK-FS-ESQ NOT = '00'
                           DISPLAY 'ERRO AO FECHAR ESTOQUE.DAT - FS='
                               WRK-FS-ESQ
                       END-IF
                   END-IF
               END-IF
           END-IF.
           COPY 'BOOKFILGET.COB'.
           COPY 'BOOKESQWRT.COB'.
           COPY 'BOOKFORGET.COB'.
           COPY 'BOOKPAGWRT.COB'.
           COPY 'BOOKLOGWRT.COB'.
