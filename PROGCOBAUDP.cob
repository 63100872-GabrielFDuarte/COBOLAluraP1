       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBAUDP.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = AUDITORIA DE VENDAS ABAIXO DO PRECO DE LISTA
      * LE OS REGISTROS DE ITEM (TIPO I) DO ARQUIVO DE VENDAS
      * DENTRO DO PERIODO PEDIDO E COMPARA VNI-VALOR-UNIT COM O
      * PRECO DE LISTA EM VIGOR NA DATA DA VENDA (PRECOS.DAT -
      * PRECO DA FILIAL OU, SEM ELE, O PRECO GERAL)
      * CADA ITEM VENDIDO ABAIXO DA LISTA SAI POR FILIAL E
      * VENDEDOR (VND-MATRICULA) COM O DESCONTO EM VALOR E EM
      * PERCENTUAL, E CADA VENDEDOR FECHA COM O SEU TOTAL
      * ESTORNOS (VALOR NEGATIVO) NAO ENTRAM - ITEM DE PRODUTO
      * SEM PRECO NA TABELA SO E CONTADO NO RODAPE
      * FILIAL 000 CONSOLIDA TODAS - RELATORIO NO DD RELAUDP
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKVENDSEL.COB'.
           COPY 'BOOKPRCSEL.COB'.
           COPY 'BOOKFUNCSEL.COB'.
           COPY 'BOOKFILSEL.COB'.
           SELECT REL-AUDITORIA ASSIGN TO RELAUDP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKVENDFD.COB'.
           COPY 'BOOKPRCFD.COB'.
           COPY 'BOOKFUNCFD.COB'.
           COPY 'BOOKFILFD.COB'.
       FD  REL-AUDITORIA.
       01  REG-RELATORIO    PIC X(100).
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKVENDWS.COB'.
           COPY 'BOOKPRCWS.COB'.
           COPY 'BOOKFUNCWS.COB'.
           COPY 'BOOKFILWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-PERIODO-ENT  PIC X(06) VALUE SPACES.
       77  WRK-PERIODO-AUD  PIC 9(06) VALUE ZEROS.
       77  WRK-MES          PIC 9(02) VALUE ZEROS.
       77  WRK-FIL-ENT      PIC X(03) VALUE SPACES.
       77  WRK-FILIAL-FIL   PIC 9(03) VALUE ZEROS.
       77  WRK-FIM-VENDAS   PIC X(01) VALUE 'N'.
           88 FIM-VENDAS VALUE 'S'.
       77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA VALUE 'S'.
       77  WRK-DENTRO-FILTRO PIC X(01) VALUE 'N'.
           88 VENDA-NO-FILTRO VALUE 'S'.
       77  WRK-TEM-FUNC     PIC X(01) VALUE 'N'.
           88 FUNCIONARIOS-DISPONIVEIS VALUE 'S'.
       77  WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 DETALHES-OMITIDOS VALUE 'S'.
       77  WRK-VEN-CHEIA    PIC X(01) VALUE 'N'.
           88 VENDEDORES-OMITIDOS VALUE 'S'.
       77  WRK-IDX-FIL      PIC 9(04) VALUE ZEROS.
       77  WRK-CTX-DATA     PIC 9(08) VALUE ZEROS.
       77  WRK-CTX-FILIAL   PIC 9(03) VALUE ZEROS.
       77  WRK-CTX-MATRICULA PIC 9(06) VALUE ZEROS.
       77  WRK-CTX-CPF      PIC X(11) VALUE SPACES.
       77  WRK-QT-ITENS-LIDOS PIC 9(07) VALUE ZEROS.
       77  WRK-QT-SEM-PRECO PIC 9(07) VALUE ZEROS.
       77  WRK-QT-ABAIXO    PIC 9(07) VALUE ZEROS.
       77  WRK-QT-DETALHES  PIC 9(04) VALUE ZEROS.
       77  WRK-QT-VENDEDORES PIC 9(03) VALUE ZEROS.
       77  WRK-IDX          PIC 9(04) VALUE ZEROS.
       77  WRK-IDX2         PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ACHOU    PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-MENOR    PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-DET      PIC 9(04) VALUE ZEROS.
       77  WRK-FILIAL-ANT   PIC 9(03) VALUE ZEROS.
       77  WRK-DESC-UNIT    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DESC-ITEM    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LISTA-ITEM   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PCT-DESC     PIC 9(03)V99 VALUE ZEROS.
       77  WRK-NOME-VEND    PIC X(20) VALUE SPACES.
       77  WRK-FIL-ITENS    PIC 9(07) VALUE ZEROS.
       77  WRK-FIL-LISTA    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-FIL-DESCONTO PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-LISTA    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-DESCONTO PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QT-ED        PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DESC-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PCT-ED       PIC ZZ9,99 VALUE ZEROS.
      * ITENS ABAIXO DA LISTA NA ORDEM DO ARQUIVO - IMPRESSOS
      * DEPOIS, AGRUPADOS POR FILIAL E VENDEDOR
       01  WRK-DETALHES-TAB.
           05 WRK-DET-ENT OCCURS 3000 TIMES.
              10 WRK-DTB-CHAVE.
                 15 WRK-DTB-FILIAL    PIC 9(03).
                 15 WRK-DTB-MATRICULA PIC 9(06).
              10 WRK-DTB-DATA      PIC 9(08).
              10 WRK-DTB-CPF       PIC X(11).
              10 WRK-DTB-PRODUTO   PIC 9(06).
              10 WRK-DTB-QT        PIC 9(03).
              10 WRK-DTB-LISTA     PIC 9(07)V99.
              10 WRK-DTB-VENDIDO   PIC S9(07)V99.
              10 WRK-DTB-DESCONTO  PIC 9(09)V99.
              10 WRK-DTB-PCT       PIC 9(03)V99.
      * TOTAIS POR FILIAL + VENDEDOR - ORDENADOS PELA CHAVE NA
      * IMPRESSAO
       01  WRK-VENDEDORES-TAB.
           05 WRK-VEN-ENT OCCURS 500 TIMES.
              10 WRK-VEN-CHAVE.
                 15 WRK-VEN-FILIAL    PIC 9(03).
                 15 WRK-VEN-MATRICULA PIC 9(06).
              10 WRK-VEN-ITENS     PIC 9(07).
              10 WRK-VEN-LISTA     PIC 9(11)V99.
              10 WRK-VEN-DESCONTO  PIC 9(11)V99.
      * TOTAIS POR FILIAL (POSICAO = FILIAL + 1) - SOMADOS NA
      * CONFERENCIA DO ITEM, FICAM CERTOS MESMO COM A TABELA DE
      * VENDEDORES CHEIA
       01  WRK-FILIAIS-TAB.
           05 WRK-FLT-ENT OCCURS 1000 TIMES.
              10 WRK-FLT-ITENS     PIC 9(07).
              10 WRK-FLT-LISTA     PIC 9(11)V99.
              10 WRK-FLT-DESCONTO  PIC 9(11)V99.
              10 WRK-FLT-IMPRESSA  PIC X(01).
       01  WRK-VEN-TROCA.
           05 WRK-TRC-CHAVE     PIC X(09).
           05 WRK-TRC-ITENS     PIC 9(07).
           05 WRK-TRC-LISTA     PIC 9(11)V99.
           05 WRK-TRC-DESCONTO  PIC 9(11)V99.
       01  WRK-LINHA-DET.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LDT-DATA    PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LDT-PRODUTO PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LDT-QT      PIC ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LDT-LISTA   PIC Z.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LDT-VENDIDO PIC -Z.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LDT-DESCONTO PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LDT-PCT     PIC ZZ9,99.
           05 FILLER          PIC X(02) VALUE '% '.
           05 WRK-LDT-CPF     PIC X(11).
       01  WRK-LINHA-REL PIC X(100).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBAUDP' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           PERFORM 0100-CAPTURAR-FILTROS.
           PERFORM 0200-LER-VENDAS.
           IF NOT ERRO-ABERTURA
               PERFORM 0300-ORDENAR-VENDEDORES
               PERFORM 0400-IMPRIMIR-AUDITORIA
           END-IF.
           DISPLAY '---------------------'.
           DISPLAY 'ITENS NO PERIODO......: ' WRK-QT-ITENS-LIDOS.
           DISPLAY 'ITENS SEM PRECO LISTA.: ' WRK-QT-SEM-PRECO.
           DISPLAY 'ITENS ABAIXO DA LISTA.: ' WRK-QT-ABAIXO.
           DISPLAY 'VENDEDORES COM DESC...: ' WRK-QT-VENDEDORES.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           STRING 'AUDITORIA PRECO ' WRK-PERIODO-AUD ' FILIAL '
               WRK-FILIAL-FIL ' - ' WRK-QT-ABAIXO
               ' ITENS ABAIXO DA LISTA' DELIMITED BY SIZE
               INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
           PERFORM 0906-FECHAR-LOG.
      * RETORNO 4 = HA VENDA ABAIXO DA LISTA / 8 = ERRO DE
      * ABERTURA
           EVALUATE TRUE
               WHEN ERRO-ABERTURA
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QT-ABAIXO > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       0100-CAPTURAR-FILTROS.
           MOVE ZEROS TO WRK-MES.
           MOVE SPACES TO WRK-PERIODO-ENT.
           PERFORM UNTIL WRK-PERIODO-ENT IS NUMERIC
                   AND WRK-MES >= 1 AND WRK-MES <= 12
               DISPLAY 'PERIODO DA AUDITORIA (AAAAMM): '
               ACCEPT WRK-PERIODO-ENT FROM CONSOLE
               IF WRK-PERIODO-ENT IS NUMERIC
                   MOVE WRK-PERIODO-ENT(5:2) TO WRK-MES
               ELSE
                   MOVE ZEROS TO WRK-MES
               END-IF
               IF WRK-PERIODO-ENT NOT NUMERIC
                       OR WRK-MES < 1 OR WRK-MES > 12
                   DISPLAY 'PERIODO INVALIDO - INFORME AAAAMM'
                       ' COM MES ENTRE 01 E 12'
               END-IF
           END-PERFORM.
           MOVE WRK-PERIODO-ENT TO WRK-PERIODO-AUD.
           MOVE SPACES TO WRK-FIL-ENT.
           PERFORM UNTIL WRK-FIL-ENT IS NUMERIC
               DISPLAY 'FILIAL (000 = TODAS): '
               ACCEPT WRK-FIL-ENT FROM CONSOLE
               IF WRK-FIL-ENT NOT NUMERIC
                   DISPLAY 'FILIAL INVALIDA - INFORME 3 DIGITOS'
                       ' COM ZEROS A ESQUERDA'
               END-IF
           END-PERFORM.
           MOVE WRK-FIL-ENT TO WRK-FILIAL-FIL.
       0200-LER-VENDAS.
           PERFORM 0205-ZERAR-FILIAL
               VARYING WRK-IDX-FIL FROM 1 BY 1
               UNTIL WRK-IDX-FIL > 1000.
           MOVE 'N' TO WRK-FIM-VENDAS.
           OPEN INPUT ARQ-VENDAS.
           IF WRK-FS-VENDAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-VENDAS - FS=' WRK-FS-VENDAS
               SET ERRO-ABERTURA TO TRUE
           ELSE
               PERFORM 0210-LER-VENDA
               PERFORM 0220-CLASSIFICAR-REGISTRO UNTIL FIM-VENDAS
               CLOSE ARQ-VENDAS
               IF WRK-FS-VENDAS NOT = '00'
                   DISPLAY 'ERRO AO FECHAR ARQ-VENDAS - FS='
                       WRK-FS-VENDAS
               END-IF
           END-IF.
       0205-ZERAR-FILIAL.
           MOVE ZEROS TO WRK-FLT-ITENS(WRK-IDX-FIL)
               WRK-FLT-LISTA(WRK-IDX-FIL)
               WRK-FLT-DESCONTO(WRK-IDX-FIL).
           MOVE 'N' TO WRK-FLT-IMPRESSA(WRK-IDX-FIL).
       0210-LER-VENDA.
           READ ARQ-VENDAS INTO WRK-VENDA
               AT END
                   SET FIM-VENDAS TO TRUE
           END-READ.
      * O REGISTRO D ABRE O CONTEXTO - DATA, FILIAL, VENDEDOR E
      * CLIENTE FICAM GUARDADOS PARA OS REGISTROS I SEGUINTES
      * ESTORNO (VALOR NEGATIVO) FECHA O CONTEXTO
       0220-CLASSIFICAR-REGISTRO.
           EVALUATE TRUE
               WHEN REGISTRO-DETALHE
                   IF WRK-VND-DATA(1:6) = WRK-PERIODO-AUD
                           AND (WRK-FILIAL-FIL = ZEROS
                           OR WRK-VND-FILIAL = WRK-FILIAL-FIL)
                           AND WRK-VND-VALOR > ZEROS
                       MOVE 'S' TO WRK-DENTRO-FILTRO
                       MOVE WRK-VND-DATA TO WRK-CTX-DATA
                       MOVE WRK-VND-FILIAL TO WRK-CTX-FILIAL
                       MOVE WRK-VND-MATRICULA TO WRK-CTX-MATRICULA
                       MOVE WRK-VND-CPF-CLIENTE TO WRK-CTX-CPF
                   ELSE
                       MOVE 'N' TO WRK-DENTRO-FILTRO
                   END-IF
               WHEN REGISTRO-ITEM
                   IF VENDA-NO-FILTRO
                       ADD 1 TO WRK-QT-ITENS-LIDOS
                       PERFORM 0230-CONFERIR-ITEM
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WRK-DENTRO-FILTRO
           END-EVALUATE.
           PERFORM 0210-LER-VENDA.
       0230-CONFERIR-ITEM.
           MOVE WRK-VNI-PRODUTO TO WRK-PRC-PRODUTO.
           MOVE WRK-CTX-FILIAL TO WRK-PRC-FILIAL.
           MOVE WRK-CTX-DATA TO WRK-PRC-DATA.
           PERFORM 0925-BUSCAR-PRECO.
           IF NOT PRECO-ENCONTRADO
               ADD 1 TO WRK-QT-SEM-PRECO
           ELSE
               IF WRK-VNI-VALOR-UNIT < WRK-PRC-PRECO
                   ADD 1 TO WRK-QT-ABAIXO
                   COMPUTE WRK-DESC-UNIT =
                       WRK-PRC-PRECO - WRK-VNI-VALOR-UNIT
                   COMPUTE WRK-DESC-ITEM =
                       WRK-DESC-UNIT * WRK-VNI-QUANTIDADE
                   COMPUTE WRK-LISTA-ITEM =
                       WRK-PRC-PRECO * WRK-VNI-QUANTIDADE
                   COMPUTE WRK-PCT-DESC ROUNDED =
                       WRK-DESC-UNIT * 100 / WRK-PRC-PRECO
                   COMPUTE WRK-IDX-FIL = WRK-CTX-FILIAL + 1
                   ADD 1 TO WRK-FLT-ITENS(WRK-IDX-FIL)
                   ADD WRK-LISTA-ITEM TO WRK-FLT-LISTA(WRK-IDX-FIL)
                   ADD WRK-DESC-ITEM TO WRK-FLT-DESCONTO(WRK-IDX-FIL)
                   ADD WRK-LISTA-ITEM TO WRK-TOT-LISTA
                   ADD WRK-DESC-ITEM TO WRK-TOT-DESCONTO
                   PERFORM 0240-ACUMULAR-VENDEDOR
                   PERFORM 0250-GUARDAR-DETALHE
               END-IF
           END-IF.
       0240-ACUMULAR-VENDEDOR.
           MOVE ZEROS TO WRK-IDX-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-VENDEDORES
               IF WRK-VEN-FILIAL(WRK-IDX) = WRK-CTX-FILIAL
                       AND WRK-VEN-MATRICULA(WRK-IDX)
                       = WRK-CTX-MATRICULA
                   MOVE WRK-IDX TO WRK-IDX-ACHOU
                   MOVE WRK-QT-VENDEDORES TO WRK-IDX
               END-IF
           END-PERFORM.
           IF WRK-IDX-ACHOU = ZEROS
               IF WRK-QT-VENDEDORES < 500
                   ADD 1 TO WRK-QT-VENDEDORES
                   MOVE WRK-QT-VENDEDORES TO WRK-IDX-ACHOU
                   MOVE WRK-CTX-FILIAL
                       TO WRK-VEN-FILIAL(WRK-IDX-ACHOU)
                   MOVE WRK-CTX-MATRICULA
                       TO WRK-VEN-MATRICULA(WRK-IDX-ACHOU)
                   MOVE ZEROS TO WRK-VEN-ITENS(WRK-IDX-ACHOU)
                   MOVE ZEROS TO WRK-VEN-LISTA(WRK-IDX-ACHOU)
                   MOVE ZEROS TO WRK-VEN-DESCONTO(WRK-IDX-ACHOU)
               ELSE
                   DISPLAY 'TABELA DE VENDEDORES CHEIA - VENDEDOR '
                       WRK-CTX-MATRICULA ' FILIAL ' WRK-CTX-FILIAL
                       ' SO NOS TOTAIS DA FILIAL'
                   SET VENDEDORES-OMITIDOS TO TRUE
               END-IF
           END-IF.
           IF WRK-IDX-ACHOU > ZEROS
               ADD 1 TO WRK-VEN-ITENS(WRK-IDX-ACHOU)
               ADD WRK-LISTA-ITEM TO WRK-VEN-LISTA(WRK-IDX-ACHOU)
               ADD WRK-DESC-ITEM TO WRK-VEN-DESCONTO(WRK-IDX-ACHOU)
           END-IF.
      * TABELA DE DETALHES CHEIA - O TOTAL DO VENDEDOR CONTINUA
      * CERTO, SO AS LINHAS DE ITEM PASSAM A SER OMITIDAS
       0250-GUARDAR-DETALHE.
           IF WRK-QT-DETALHES < 3000
               ADD 1 TO WRK-QT-DETALHES
               MOVE WRK-QT-DETALHES TO WRK-IDX-DET
               MOVE WRK-CTX-FILIAL TO WRK-DTB-FILIAL(WRK-IDX-DET)
               MOVE WRK-CTX-MATRICULA
                   TO WRK-DTB-MATRICULA(WRK-IDX-DET)
               MOVE WRK-CTX-DATA TO WRK-DTB-DATA(WRK-IDX-DET)
               MOVE WRK-CTX-CPF TO WRK-DTB-CPF(WRK-IDX-DET)
               MOVE WRK-VNI-PRODUTO TO WRK-DTB-PRODUTO(WRK-IDX-DET)
               MOVE WRK-VNI-QUANTIDADE TO WRK-DTB-QT(WRK-IDX-DET)
               MOVE WRK-PRC-PRECO TO WRK-DTB-LISTA(WRK-IDX-DET)
               MOVE WRK-VNI-VALOR-UNIT
                   TO WRK-DTB-VENDIDO(WRK-IDX-DET)
               MOVE WRK-DESC-ITEM TO WRK-DTB-DESCONTO(WRK-IDX-DET)
               MOVE WRK-PCT-DESC TO WRK-DTB-PCT(WRK-IDX-DET)
           ELSE
               IF NOT DETALHES-OMITIDOS
                   DISPLAY 'TABELA DE DETALHES CHEIA - ITENS'
                       ' SEGUINTES SO NOS TOTAIS'
                   SET DETALHES-OMITIDOS TO TRUE
               END-IF
           END-IF.
      * ORDENACAO POR SELECAO DA MENOR CHAVE FILIAL + VENDEDOR -
      * A TABELA E PEQUENA, NAO COMPENSA SORT EXTERNO
       0300-ORDENAR-VENDEDORES.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX >= WRK-QT-VENDEDORES
               MOVE WRK-IDX TO WRK-IDX-MENOR
               PERFORM VARYING WRK-IDX2 FROM WRK-IDX BY 1
                       UNTIL WRK-IDX2 > WRK-QT-VENDEDORES
                   IF WRK-VEN-CHAVE(WRK-IDX2)
                           < WRK-VEN-CHAVE(WRK-IDX-MENOR)
                       MOVE WRK-IDX2 TO WRK-IDX-MENOR
                   END-IF
               END-PERFORM
               IF WRK-IDX-MENOR NOT = WRK-IDX
                   MOVE WRK-VEN-ENT(WRK-IDX) TO WRK-VEN-TROCA
                   MOVE WRK-VEN-ENT(WRK-IDX-MENOR)
                       TO WRK-VEN-ENT(WRK-IDX)
                   MOVE WRK-VEN-TROCA
                       TO WRK-VEN-ENT(WRK-IDX-MENOR)
               END-IF
           END-PERFORM.
       0400-IMPRIMIR-AUDITORIA.
           OPEN OUTPUT REL-AUDITORIA.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR REL-AUDITORIA - FS='
                   WRK-FS-RELATORIO
               SET ERRO-ABERTURA TO TRUE
           ELSE
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'VENDAS ABAIXO DO PRECO DE LISTA - PERIODO '
                   WRK-PERIODO-AUD ' FILIAL ' WRK-FILIAL-FIL
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL

               MOVE SPACES TO WRK-LINHA-REL
               STRING '  DATA     PRODUTO QTD        LISTA'
                   '       VENDIDO       DESCONTO      %  CLIENTE'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL

               IF WRK-QT-VENDEDORES = ZEROS
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING 'NENHUMA VENDA ABAIXO DA LISTA NO PERIODO'
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
                   PERFORM 0490-GRAVAR-LINHA-REL
               ELSE
                   OPEN INPUT ARQ-FUNCIONARIOS
                   IF WRK-FS-FUNC = '00'
                       SET FUNCIONARIOS-DISPONIVEIS TO TRUE
                   ELSE
                       IF WRK-FS-FUNC NOT = '35'
                           DISPLAY 'ERRO AO ABRIR FUNCDB.DAT - FS='
                               WRK-FS-FUNC
                       END-IF
                   END-IF
                   MOVE 999 TO WRK-FILIAL-ANT
                   PERFORM 0410-IMPRIMIR-VENDEDOR
                       VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QT-VENDEDORES
                   PERFORM 0440-GRAVAR-TOTAL-FILIAL
                   IF FUNCIONARIOS-DISPONIVEIS
                       CLOSE ARQ-FUNCIONARIOS
                       IF WRK-FS-FUNC NOT = '00'
                           DISPLAY 'ERRO AO FECHAR FUNCDB.DAT - FS='
                               WRK-FS-FUNC
                       END-IF
                   END-IF
                   PERFORM 0450-GRAVAR-TOTAIS
               END-IF

               CLOSE REL-AUDITORIA
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO FECHAR REL-AUDITORIA - FS='
                       WRK-FS-RELATORIO
               END-IF
           END-IF.
      * QUEBRA POR FILIAL - CABECALHO DA LOJA E, NA TROCA, O
      * TOTAL DA LOJA ANTERIOR
       0410-IMPRIMIR-VENDEDOR.
           IF WRK-VEN-FILIAL(WRK-IDX) NOT = WRK-FILIAL-ANT
               IF WRK-FILIAL-ANT NOT = 999
                   PERFORM 0440-GRAVAR-TOTAL-FILIAL
               END-IF
               MOVE WRK-VEN-FILIAL(WRK-IDX) TO WRK-FILIAL-ANT
               MOVE WRK-FILIAL-ANT TO WRK-FILGET-COD
               PERFORM 0915-LER-FILIAL
               MOVE SPACES TO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
               STRING 'FILIAL ' WRK-FILIAL-ANT ' - ' WRK-FILGET-NOME
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
           MOVE '* SEM CADASTRO *' TO WRK-NOME-VEND.
           IF FUNCIONARIOS-DISPONIVEIS
               MOVE WRK-VEN-MATRICULA(WRK-IDX) TO REG-FUNC-MATRICULA
               READ ARQ-FUNCIONARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-FUNC-NOME TO WRK-NOME-VEND
               END-READ
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING ' VENDEDOR ' WRK-VEN-MATRICULA(WRK-IDX) ' - '
               WRK-NOME-VEND DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           PERFORM 0420-IMPRIMIR-DETALHE
               VARYING WRK-IDX-DET FROM 1 BY 1
               UNTIL WRK-IDX-DET > WRK-QT-DETALHES.
           PERFORM 0430-GRAVAR-TOTAL-VENDEDOR.
       0420-IMPRIMIR-DETALHE.
           IF WRK-DTB-CHAVE(WRK-IDX-DET) = WRK-VEN-CHAVE(WRK-IDX)
               MOVE WRK-DTB-DATA(WRK-IDX-DET) TO WRK-LDT-DATA
               MOVE WRK-DTB-PRODUTO(WRK-IDX-DET) TO WRK-LDT-PRODUTO
               MOVE WRK-DTB-QT(WRK-IDX-DET) TO WRK-LDT-QT
               MOVE WRK-DTB-LISTA(WRK-IDX-DET) TO WRK-LDT-LISTA
               MOVE WRK-DTB-VENDIDO(WRK-IDX-DET) TO WRK-LDT-VENDIDO
               MOVE WRK-DTB-DESCONTO(WRK-IDX-DET)
                   TO WRK-LDT-DESCONTO
               MOVE WRK-DTB-PCT(WRK-IDX-DET) TO WRK-LDT-PCT
               MOVE WRK-DTB-CPF(WRK-IDX-DET) TO WRK-LDT-CPF
               MOVE WRK-LINHA-DET TO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
      * PERCENTUAL DO VENDEDOR = DESCONTO TOTAL SOBRE O VALOR
      * DE LISTA DOS ITENS COM DESCONTO
       0430-GRAVAR-TOTAL-VENDEDOR.
           MOVE WRK-VEN-ITENS(WRK-IDX) TO WRK-QT-ED.
           MOVE WRK-VEN-DESCONTO(WRK-IDX) TO WRK-DESC-ED.
           MOVE WRK-VEN-LISTA(WRK-IDX) TO WRK-VALOR-ED.
           COMPUTE WRK-PCT-DESC ROUNDED =
               WRK-VEN-DESCONTO(WRK-IDX) * 100
               / WRK-VEN-LISTA(WRK-IDX).
           MOVE WRK-PCT-DESC TO WRK-PCT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '  TOTAL VENDEDOR ' WRK-VEN-MATRICULA(WRK-IDX)
               ' ITENS ' WRK-QT-ED ' LISTA ' WRK-VALOR-ED
               ' DESCONTO ' WRK-DESC-ED ' ' WRK-PCT-ED '%'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
      * TOTAL DA FILIAL VEM DA TABELA DE FILIAIS - INCLUI OS
      * VENDEDORES QUE NAO COUBERAM NA TABELA DE VENDEDORES
       0440-GRAVAR-TOTAL-FILIAL.
           COMPUTE WRK-IDX-FIL = WRK-FILIAL-ANT + 1.
           MOVE WRK-FLT-ITENS(WRK-IDX-FIL) TO WRK-FIL-ITENS.
           MOVE WRK-FLT-LISTA(WRK-IDX-FIL) TO WRK-FIL-LISTA.
           MOVE WRK-FLT-DESCONTO(WRK-IDX-FIL) TO WRK-FIL-DESCONTO.
           MOVE 'S' TO WRK-FLT-IMPRESSA(WRK-IDX-FIL).
           MOVE WRK-FIL-ITENS TO WRK-QT-ED.
           MOVE WRK-FIL-DESCONTO TO WRK-DESC-ED.
           MOVE WRK-FIL-LISTA TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TOTAL FILIAL ' WRK-FILIAL-ANT
               '       ITENS ' WRK-QT-ED ' LISTA ' WRK-VALOR-ED
               ' DESCONTO ' WRK-DESC-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
      * FILIAL SO COM VENDEDORES FORA DA TABELA - SO O TOTAL
       0445-GRAVAR-FILIAL-OMITIDA.
           IF WRK-FLT-ITENS(WRK-IDX-FIL) > ZEROS
                   AND WRK-FLT-IMPRESSA(WRK-IDX-FIL) = 'N'
               COMPUTE WRK-FILIAL-ANT = WRK-IDX-FIL - 1
               MOVE SPACES TO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
               PERFORM 0440-GRAVAR-TOTAL-FILIAL
           END-IF.
       0450-GRAVAR-TOTAIS.
           IF VENDEDORES-OMITIDOS
               PERFORM 0445-GRAVAR-FILIAL-OMITIDA
                   VARYING WRK-IDX-FIL FROM 1 BY 1
                   UNTIL WRK-IDX-FIL > 1000
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '----------------------------------------'
               '----------------------------------------'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'ITENS CONFERIDOS.......: ' WRK-QT-ITENS-LIDOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'ITENS SEM PRECO LISTA..: ' WRK-QT-SEM-PRECO
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'ITENS ABAIXO DA LISTA..: ' WRK-QT-ABAIXO
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-LISTA TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'VALOR DE LISTA.........: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-DESCONTO TO WRK-DESC-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'DESCONTO CONCEDIDO.....: ' WRK-DESC-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           IF VENDEDORES-OMITIDOS
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'TABELA DE VENDEDORES CHEIA - TOTAIS POR'
                   ' VENDEDOR INCOMPLETOS' DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
           IF DETALHES-OMITIDOS
               MOVE SPACES TO WRK-LINHA-REL
               STRING '* TABELA DE DETALHES CHEIA - PARTE DOS ITENS'
                   ' SO ENTROU NOS TOTAIS' DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
       0490-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELAUDP - FS='
                   WRK-FS-RELATORIO
           END-IF.
           COPY 'BOOKPRCGET.COB'.
           COPY 'BOOKFILGET.COB'.
           COPY 'BOOKLOGWRT.COB'.
