       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBPREC.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = MANUTENCAO DA TABELA DE PRECOS DE LISTA
      * PRECO POR PRODUTO COM DATA DE INICIO DE VIGENCIA -
      * FILIAL 000 GRAVA O PRECO GERAL DA REDE, UM CODIGO DE
      * FILIAL GRAVA O PRECO SO DAQUELA LOJA
      * INCLUIR/ALTERAR, CONSULTAR O PRECO EM VIGOR NUMA DATA
      * E LISTAR A TABELA DE UM PRODUTO - TODA INCLUSAO E
      * ALTERACAO VAI PARA O LOG COM O PRECO ANTERIOR E O NOVO
      * A AUDITORIA DE VENDAS ABAIXO DA LISTA (PROGCOBAUDP)
      * COMPARA OS ITENS VENDIDOS COM ESTA TABELA
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKPRCSEL.COB'.
           COPY 'BOOKPROSEL.COB'.
           COPY 'BOOKFILSEL.COB'.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKPRCFD.COB'.
           COPY 'BOOKPROFD.COB'.
           COPY 'BOOKFILFD.COB'.
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKPRCWS.COB'.
           COPY 'BOOKPROWS.COB'.
           COPY 'BOOKFILWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77 WRK-OPCAO-ENT  PIC X(01) VALUE SPACE.
       77 WRK-OPCAO      PIC 9(01) VALUE ZEROS.
       77 WRK-FIL-ENT    PIC X(03) VALUE SPACES.
       77 WRK-FILIAL     PIC 9(03) VALUE ZEROS.
       77 WRK-COD-ENT    PIC X(06) VALUE SPACES.
       77 WRK-PRODUTO    PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-ENT   PIC X(08) VALUE SPACES.
       77 WRK-DATA-VIG   PIC 9(08) VALUE ZEROS.
       77 WRK-CONFIRMA   PIC X(01) VALUE SPACE.
       77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       77 WRK-PRECO-ANT  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRECO-ED   PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PRECO-ANT-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PROD-OK    PIC X(01) VALUE 'N'.
           88 PRODUTO-VALIDO VALUE 'S'.
       77 WRK-FIL-OK     PIC X(01) VALUE 'N'.
           88 FILIAL-VALIDA VALUE 'S'.
       77 WRK-DATA-OK    PIC X(01) VALUE 'N'.
           88 DATA-VALIDA VALUE 'S'.
       77 WRK-FIM-PRC    PIC X(01) VALUE 'N'.
           88 FIM-PRECOS VALUE 'S'.
       77 WRK-QT-LISTADOS PIC 9(05) VALUE ZEROS.
       01 WRK-PRECO-ENT-AREA.
           05 WRK-PRECO-ENT PIC X(09) VALUE SPACES.
       01 WRK-PRECO-NUM REDEFINES WRK-PRECO-ENT-AREA
           PIC 9(07)V99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBPREC' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           PERFORM UNTIL WRK-OPCAO = 9
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0150-CAPTURAR-OPCAO
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0200-INCLUIR-ALTERAR
                   WHEN 2
                       PERFORM 0300-CONSULTAR-VIGENTE
                   WHEN 3
                       PERFORM 0400-LISTAR-PRODUTO
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
           DISPLAY ' TABELA DE PRECOS'.
           DISPLAY ' 1 - INCLUIR/ALTERAR PRECO'.
           DISPLAY ' 2 - CONSULTAR PRECO EM VIGOR'.
           DISPLAY ' 3 - LISTAR PRECOS DO PRODUTO'.
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
      * PRODUTO PRECISA ESTAR NO PRODUTDB.DAT - PRECO DE CODIGO
      * DESCONHECIDO NAO NASCE POR DIGITACAO
       0160-CAPTURAR-PRODUTO.
           MOVE 'N' TO WRK-PROD-OK.
           MOVE SPACES TO WRK-COD-ENT.
           PERFORM UNTIL WRK-COD-ENT IS NUMERIC
               DISPLAY 'CODIGO DO PRODUTO (6 DIGITOS): '
               ACCEPT WRK-COD-ENT FROM CONSOLE
               IF WRK-COD-ENT NOT NUMERIC
                   DISPLAY 'CODIGO INVALIDO - INFORME 6 DIGITOS'
                       ' COM ZEROS A ESQUERDA'
               END-IF
           END-PERFORM.
           MOVE WRK-COD-ENT TO WRK-PRODUTO.
           OPEN INPUT ARQ-PRODUTOS.
           IF WRK-FS-PROD NOT = '00'
               DISPLAY 'ERRO AO ABRIR PRODUTDB.DAT - FS=' WRK-FS-PROD
           ELSE
               MOVE WRK-PRODUTO TO REG-PROD-CODIGO
               READ ARQ-PRODUTOS
                   INVALID KEY
                       DISPLAY 'PRODUTO NAO CADASTRADO - ' WRK-PRODUTO
                   NOT INVALID KEY
                       SET PRODUTO-VALIDO TO TRUE
                       DISPLAY 'PRODUTO......: ' REG-PROD-DESCRICAO
               END-READ
               CLOSE ARQ-PRODUTOS
               IF WRK-FS-PROD NOT = '00'
                   DISPLAY 'ERRO AO FECHAR PRODUTDB.DAT - FS='
                       WRK-FS-PROD
               END-IF
           END-IF.
      * 000 = PRECO GERAL - QUALQUER OUTRO CODIGO PRECISA ESTAR
      * NO FILIALDB.DAT
       0170-CAPTURAR-FILIAL.
           MOVE 'N' TO WRK-FIL-OK.
           MOVE SPACES TO WRK-FIL-ENT.
           PERFORM UNTIL WRK-FIL-ENT IS NUMERIC
               DISPLAY 'FILIAL (000 = PRECO GERAL DA REDE): '
               ACCEPT WRK-FIL-ENT FROM CONSOLE
               IF WRK-FIL-ENT NOT NUMERIC
                   DISPLAY 'FILIAL INVALIDA - INFORME 3 DIGITOS'
                       ' COM ZEROS A ESQUERDA'
               END-IF
           END-PERFORM.
           MOVE WRK-FIL-ENT TO WRK-FILIAL.
           IF WRK-FILIAL = ZEROS
               SET FILIAL-VALIDA TO TRUE
           ELSE
               MOVE WRK-FILIAL TO WRK-FILGET-COD
               PERFORM 0915-LER-FILIAL
               IF FILIAL-CADASTRADA
                   SET FILIAL-VALIDA TO TRUE
                   DISPLAY 'FILIAL.......: ' WRK-FILGET-NOME
               ELSE
                   DISPLAY 'FILIAL NAO CADASTRADA - ' WRK-FILIAL
               END-IF
           END-IF.
       0180-CAPTURAR-DATA.
           MOVE 'N' TO WRK-DATA-OK.
           PERFORM UNTIL DATA-VALIDA
               ACCEPT WRK-DATA-ENT FROM CONSOLE
               IF WRK-DATA-ENT IS NUMERIC
                   MOVE WRK-DATA-ENT TO WRK-DATA-VIG
                   IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-VIG) = 0
                       SET DATA-VALIDA TO TRUE
                   END-IF
               END-IF
               IF NOT DATA-VALIDA
                   DISPLAY 'DATA INVALIDA - INFORME AAAAMMDD'
               END-IF
           END-PERFORM.
      * A MESMA CHAVE (PRODUTO + FILIAL + VIGENCIA) JA GRAVADA
      * E ALTERACAO - MOSTRA O PRECO ANTERIOR E PEDE CONFIRMACAO
      * PARA NAO TROCAR PRECO EM VIGOR POR ENGANO
       0200-INCLUIR-ALTERAR.
           PERFORM 0160-CAPTURAR-PRODUTO.
           IF PRODUTO-VALIDO
               PERFORM 0170-CAPTURAR-FILIAL
           END-IF.
           IF PRODUTO-VALIDO AND FILIAL-VALIDA
               DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD): '
               PERFORM 0180-CAPTURAR-DATA
               MOVE SPACES TO WRK-PRECO-ENT
               PERFORM UNTIL WRK-PRECO-ENT IS NUMERIC
                   DISPLAY 'PRECO DE LISTA (7 INTEIROS + 2 DECIMAIS,'
                       ' SO DIGITOS): '
                   ACCEPT WRK-PRECO-ENT FROM CONSOLE
                   IF WRK-PRECO-ENT NOT NUMERIC
                       DISPLAY 'PRECO INVALIDO - INFORME 9 DIGITOS'
                           ' COM ZEROS A ESQUERDA'
                   END-IF
               END-PERFORM
               IF WRK-PRECO-NUM = ZEROS
                   DISPLAY 'PRECO ZERO NAO E ACEITO - OPERACAO'
                       ' CANCELADA'
               ELSE
                   PERFORM 0250-GRAVAR-PRECO
               END-IF
           END-IF.
       0250-GRAVAR-PRECO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQ-PRECOS.
           IF WRK-FS-PRC = '35'
               OPEN OUTPUT ARQ-PRECOS
               CLOSE ARQ-PRECOS
               OPEN I-O ARQ-PRECOS
           END-IF.
           IF WRK-FS-PRC NOT = '00'
               DISPLAY 'ERRO AO ABRIR PRECOS.DAT - FS=' WRK-FS-PRC
           ELSE
               MOVE WRK-PRODUTO TO PRC-PRODUTO
               MOVE WRK-FILIAL TO PRC-FILIAL
               MOVE WRK-DATA-VIG TO PRC-DATA-VIGENCIA
               READ ARQ-PRECOS
                   INVALID KEY
                       PERFORM 0260-INCLUIR-PRECO
                   NOT INVALID KEY
                       PERFORM 0270-ALTERAR-PRECO
               END-READ
               CLOSE ARQ-PRECOS
               IF WRK-FS-PRC NOT = '00'
                   DISPLAY 'ERRO AO FECHAR PRECOS.DAT - FS='
                       WRK-FS-PRC
               END-IF
           END-IF.
       0260-INCLUIR-PRECO.
           MOVE WRK-PRODUTO TO PRC-PRODUTO.
           MOVE WRK-FILIAL TO PRC-FILIAL.
           MOVE WRK-DATA-VIG TO PRC-DATA-VIGENCIA.
           MOVE WRK-PRECO-NUM TO PRC-PRECO.
           MOVE WRK-DATA-HOJE TO PRC-DATA-ALT.
           MOVE WRK-OPERADOR-ID TO PRC-OPERADOR.
           WRITE REG-PRECO.
           IF WRK-FS-PRC NOT = '00'
               DISPLAY 'ERRO AO GRAVAR PRECOS.DAT - FS=' WRK-FS-PRC
           ELSE
               MOVE WRK-PRECO-NUM TO WRK-PRECO-ED
               DISPLAY 'PRECO INCLUIDO - ' WRK-PRECO-ED
               STRING 'PRECO INC ' WRK-PRODUTO ' F' WRK-FILIAL
                   ' V' WRK-DATA-VIG ' = ' WRK-PRECO-ED
                   DELIMITED BY SIZE
                   INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.
       0270-ALTERAR-PRECO.
           MOVE PRC-PRECO TO WRK-PRECO-ANT.
           MOVE WRK-PRECO-ANT TO WRK-PRECO-ANT-ED.
           MOVE WRK-PRECO-NUM TO WRK-PRECO-ED.
           DISPLAY 'PRECO JA CADASTRADO NESTA VIGENCIA: '
               WRK-PRECO-ANT-ED.
           DISPLAY 'CONFIRMA A TROCA PARA ' WRK-PRECO-ED ' (S/N)? '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               MOVE WRK-PRECO-NUM TO PRC-PRECO
               MOVE WRK-DATA-HOJE TO PRC-DATA-ALT
               MOVE WRK-OPERADOR-ID TO PRC-OPERADOR
               REWRITE REG-PRECO
               IF WRK-FS-PRC NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR PRECOS.DAT - FS='
                       WRK-FS-PRC
               ELSE
                   DISPLAY 'PRECO ALTERADO'
                   STRING 'PRECO ALT ' WRK-PRODUTO ' F' WRK-FILIAL
                       ' V' WRK-DATA-VIG ' ' WRK-PRECO-ANT-ED '>'
                       WRK-PRECO-ED
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
               END-IF
           ELSE
               DISPLAY 'ALTERACAO CANCELADA'
           END-IF.
      * MESMA REGRA DA AUDITORIA - PRECO DA FILIAL PREVALECE,
      * SEM ELE VALE O PRECO GERAL
       0300-CONSULTAR-VIGENTE.
           PERFORM 0160-CAPTURAR-PRODUTO.
           IF PRODUTO-VALIDO
               PERFORM 0170-CAPTURAR-FILIAL
           END-IF.
           IF PRODUTO-VALIDO AND FILIAL-VALIDA
               DISPLAY 'DATA DA CONSULTA (AAAAMMDD): '
               PERFORM 0180-CAPTURAR-DATA
               MOVE WRK-PRODUTO TO WRK-PRC-PRODUTO
               MOVE WRK-FILIAL TO WRK-PRC-FILIAL
               MOVE WRK-DATA-VIG TO WRK-PRC-DATA
               PERFORM 0925-BUSCAR-PRECO
               IF PRECO-ENCONTRADO
                   MOVE WRK-PRC-PRECO TO WRK-PRECO-ED
                   DISPLAY 'PRECO EM VIGOR..: ' WRK-PRECO-ED
                   DISPLAY 'VIGENTE DESDE...: ' WRK-PRC-VIGENCIA
                   IF WRK-PRC-FILIAL-PRECO = ZEROS
                       DISPLAY 'ORIGEM..........: PRECO GERAL'
                   ELSE
                       DISPLAY 'ORIGEM..........: PRECO DA FILIAL '
                           WRK-PRC-FILIAL-PRECO
                   END-IF
               ELSE
                   DISPLAY 'PRODUTO SEM PRECO EM VIGOR NA DATA'
               END-IF
           END-IF.
      * TODAS AS VIGENCIAS DO PRODUTO - GERAL PRIMEIRO, DEPOIS
      * AS FILIAIS, CADA UMA EM ORDEM DE DATA
       0400-LISTAR-PRODUTO.
           PERFORM 0160-CAPTURAR-PRODUTO.
           IF PRODUTO-VALIDO
               MOVE ZEROS TO WRK-QT-LISTADOS
               MOVE 'N' TO WRK-FIM-PRC
               OPEN INPUT ARQ-PRECOS
               IF WRK-FS-PRC = '35'
                   DISPLAY 'TABELA DE PRECOS VAZIA'
               ELSE
                   IF WRK-FS-PRC NOT = '00'
                       DISPLAY 'ERRO AO ABRIR PRECOS.DAT - FS='
                           WRK-FS-PRC
                   ELSE
                       MOVE WRK-PRODUTO TO PRC-PRODUTO
                       MOVE ZEROS TO PRC-FILIAL
                       MOVE ZEROS TO PRC-DATA-VIGENCIA
                       START ARQ-PRECOS KEY IS >= PRC-CHAVE
                           INVALID KEY
                               SET FIM-PRECOS TO TRUE
                       END-START
                       DISPLAY 'FIL VIGENCIA         PRECO'
                           '  ALTERADO OPERADOR'
                       PERFORM 0450-LER-PRECO-SEQ
                       PERFORM 0460-EXIBIR-PRECO UNTIL FIM-PRECOS
                       CLOSE ARQ-PRECOS
                       IF WRK-FS-PRC NOT = '00'
                           DISPLAY 'ERRO AO FECHAR PRECOS.DAT - FS='
                               WRK-FS-PRC
                       END-IF
                       DISPLAY 'VIGENCIAS LISTADAS: ' WRK-QT-LISTADOS
                   END-IF
               END-IF
           END-IF.
       0450-LER-PRECO-SEQ.
           IF NOT FIM-PRECOS
               READ ARQ-PRECOS NEXT RECORD
                   AT END
                       SET FIM-PRECOS TO TRUE
                   NOT AT END
                       IF PRC-PRODUTO NOT = WRK-PRODUTO
                           SET FIM-PRECOS TO TRUE
                       END-IF
               END-READ
           END-IF.
       0460-EXIBIR-PRECO.
           ADD 1 TO WRK-QT-LISTADOS.
           MOVE PRC-PRECO TO WRK-PRECO-ED.
           DISPLAY PRC-FILIAL ' ' PRC-DATA-VIGENCIA ' ' WRK-PRECO-ED
               ' ' PRC-DATA-ALT ' ' PRC-OPERADOR.
           PERFORM 0450-LER-PRECO-SEQ.
           COPY 'BOOKPRCGET.COB'.
           COPY 'BOOKFILGET.COB'.
           COPY 'BOOKLOGWRT.COB'.
