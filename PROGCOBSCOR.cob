       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBSCOR.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = PAINEL MENSAL DE DESEMPENHO DOS VENDEDORES
      * POR FILIAL + VND-MATRICULA, COM NOME DO FUNCDB.DAT:
      * - VENDAS APROVADAS DO MES NO ARQUIVO DE VENDAS (D
      *   POSITIVO QUE NAO SEJA RESGATE RECUSADO), TICKET
      *   MEDIO E ITENS POR VENDA
      * - ESTORNOS DO MES NO ESTPEND.DAT - QUANTIDADE, TAXA
      *   SOBRE AS VENDAS E QUANTOS O SUPERVISOR REJEITOU
      * - VENDAS NO CREDIARIO DO MES E QUANTAS TEM HOJE O
      *   TITULO VENCIDO EM ABERTO NO CREDIARIO.DAT (PRAZO DO
      *   CREDIARIO-PRAZO, O MESMO DO PROGCOBCRED)
      * VENDEDORES ORDENADOS PELO VALOR VENDIDO DENTRO DE CADA
      * FILIAL - ALERTA E (TAXA DE ESTORNO ACIMA DE
      * SCORE-PCT-ESTORNO) E C (PARTE VENCIDA DO CREDIARIO
      * ACIMA DE SCORE-PCT-VENCIDO), OS DOIS DO PARAMDB.DAT
      * FILIAL 000 = TODAS - RELATORIO NO DD RELSCORE
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKVENDSEL.COB'.
           COPY 'BOOKESTSEL.COB'.
           COPY 'BOOKCRDSEL.COB'.
           COPY 'BOOKFUNCSEL.COB'.
           COPY 'BOOKFILSEL.COB'.
           COPY 'BOOKPARSEL.COB'.
           SELECT ARQ-RESGATE-REJ ASSIGN TO 'RESGREJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESGREJ.
           SELECT REL-SCORE ASSIGN TO RELSCORE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKVENDFD.COB'.
           COPY 'BOOKESTFD.COB'.
           COPY 'BOOKCRDFD.COB'.
           COPY 'BOOKFUNCFD.COB'.
           COPY 'BOOKFILFD.COB'.
           COPY 'BOOKPARFD.COB'.
      * MESMO LAYOUT GRAVADO PELO PROGCOB15 (0262)
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
       FD  REL-SCORE.
       01  REG-RELATORIO    PIC X(100).
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKVENDWS.COB'.
           COPY 'BOOKESTWS.COB'.
           COPY 'BOOKCRDWS.COB'.
           COPY 'BOOKFUNCWS.COB'.
           COPY 'BOOKFILWS.COB'.
           COPY 'BOOKPARWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-RESGREJ   PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-PERIODO-ENT  PIC X(06) VALUE SPACES.
       77  WRK-PERIODO-SCO  PIC 9(06) VALUE ZEROS.
       77  WRK-MES          PIC 9(02) VALUE ZEROS.
       77  WRK-FIL-ENT      PIC X(03) VALUE SPACES.
       77  WRK-FILIAL-FIL   PIC 9(03) VALUE ZEROS.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-INT-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRASO  PIC S9(07) VALUE ZEROS.
       77  WRK-PRAZO-DIAS   PIC 9(03) VALUE 030.
       77  WRK-PCT-ALERTA-EST PIC 9(03)V99 VALUE 10,00.
       77  WRK-PCT-ALERTA-VENC PIC 9(03)V99 VALUE 20,00.
       77  WRK-FIM-VENDAS   PIC X(01) VALUE 'N'.
           88 FIM-VENDAS VALUE 'S'.
       77  WRK-FIM-EST      PIC X(01) VALUE 'N'.
           88 FIM-ESTORNOS VALUE 'S'.
       77  WRK-FIM-RESGREJ  PIC X(01) VALUE 'N'.
           88 FIM-RESGREJ VALUE 'S'.
       77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA VALUE 'S'.
       77  WRK-TEM-CRED     PIC X(01) VALUE 'N'.
           88 CREDIARIO-DISPONIVEL VALUE 'S'.
       77  WRK-TEM-FUNC     PIC X(01) VALUE 'N'.
           88 FUNCIONARIOS-DISPONIVEIS VALUE 'S'.
       77  WRK-RESG-RECUSADO PIC X(01) VALUE 'N'.
           88 RESGATE-RECUSADO VALUE 'S'.
       77  WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 VENDEDORES-OMITIDOS VALUE 'S'.
       77  WRK-SEQ-VENDA    PIC 9(05) VALUE ZEROS.
       77  WRK-CTX-FILIAL   PIC 9(03) VALUE ZEROS.
       77  WRK-CTX-MATRICULA PIC 9(06) VALUE ZEROS.
       77  WRK-QT-VENDAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QT-ESTORNOS  PIC 9(07) VALUE ZEROS.
       77  WRK-QT-VENDEDORES PIC 9(03) VALUE ZEROS.
       77  WRK-QT-ALERTAS   PIC 9(03) VALUE ZEROS.
       77  WRK-IDX          PIC 9(03) VALUE ZEROS.
       77  WRK-IDX2         PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ACHOU    PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-MENOR    PIC 9(03) VALUE ZEROS.
       77  WRK-FILIAL-ANT   PIC 9(03) VALUE ZEROS.
       77  WRK-RANK         PIC 9(03) VALUE ZEROS.
       77  WRK-TICKET       PIC 9(07)V99 VALUE ZEROS.
       77  WRK-ITENS-VENDA  PIC 9(03)V9 VALUE ZEROS.
       77  WRK-PCT-EST      PIC 9(03)V9 VALUE ZEROS.
       77  WRK-PCT-VENC     PIC 9(03)V9 VALUE ZEROS.
       77  WRK-FIL-VENDAS   PIC 9(07) VALUE ZEROS.
       77  WRK-FIL-VALOR    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-FIL-EST      PIC 9(07) VALUE ZEROS.
       77  WRK-FIL-REJ      PIC 9(07) VALUE ZEROS.
       77  WRK-FIL-CRED     PIC 9(07) VALUE ZEROS.
       77  WRK-FIL-VENC     PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-VALOR    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QT-ED        PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR2-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PCT-ED       PIC ZZ9,9 VALUE ZEROS.
       77  WRK-PCT2-ED      PIC ZZ9,9 VALUE ZEROS.
      * UMA ENTRADA POR FILIAL + VENDEDOR
       01  WRK-SCORE-TAB.
           05 WRK-SCO-ENT OCCURS 500 TIMES.
              10 WRK-SCO-CHAVE.
                 15 WRK-SCO-FILIAL    PIC 9(03).
                 15 WRK-SCO-MATRICULA PIC 9(06).
              10 WRK-SCO-QT-VENDAS  PIC 9(05).
              10 WRK-SCO-VALOR      PIC 9(09)V99.
              10 WRK-SCO-ITENS      PIC 9(07).
              10 WRK-SCO-QT-EST     PIC 9(05).
              10 WRK-SCO-VLR-EST    PIC 9(09)V99.
              10 WRK-SCO-EST-REJ    PIC 9(05).
              10 WRK-SCO-EST-PEND   PIC 9(05).
              10 WRK-SCO-QT-CRED    PIC 9(05).
              10 WRK-SCO-QT-VENC    PIC 9(05).
              10 WRK-SCO-SALDO-VENC PIC 9(09)V99.
       01  WRK-SCO-TROCA   PIC X(79).
       01  WRK-LINHA-DET.
           05 WRK-LDT-RANK      PIC ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LDT-MATRICULA PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LDT-NOME      PIC X(18).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LDT-VENDAS    PIC ZZ.ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LDT-VALOR     PIC Z.ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LDT-TICKET    PIC ZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LDT-ITENS     PIC ZZ9,9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LDT-EST       PIC ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LDT-PCT-EST   PIC ZZ9,9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LDT-REJ       PIC ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LDT-CRED      PIC Z.ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LDT-VENC      PIC Z.ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LDT-PCT-VENC  PIC ZZ9,9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LDT-ALERTA.
              10 WRK-LDT-ALERTA-EST  PIC X(01).
              10 WRK-LDT-ALERTA-VENC PIC X(01).
       01  WRK-LINHA-REL PIC X(100).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBSCOR' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           PERFORM 0050-CARREGAR-PARAMETROS.
           PERFORM 0100-CAPTURAR-FILTROS.
           PERFORM 0150-ABRIR-CADASTROS.
           PERFORM 0200-LER-VENDAS.
           IF NOT ERRO-ABERTURA
               PERFORM 0250-LER-ESTORNOS
               PERFORM 0300-ORDENAR-VENDEDORES
               PERFORM 0400-IMPRIMIR-PAINEL
           END-IF.
           PERFORM 0800-FECHAR-CADASTROS.
           DISPLAY '---------------------'.
           DISPLAY 'VENDAS NO PERIODO.....: ' WRK-QT-VENDAS.
           DISPLAY 'ESTORNOS NO PERIODO...: ' WRK-QT-ESTORNOS.
           DISPLAY 'VENDEDORES NO PAINEL..: ' WRK-QT-VENDEDORES.
           DISPLAY 'VENDEDORES EM ALERTA..: ' WRK-QT-ALERTAS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           STRING 'PAINEL VENDEDORES ' WRK-PERIODO-SCO ' FIL '
               WRK-FILIAL-FIL ' ' WRK-QT-VENDEDORES
               ' VEND ' WRK-QT-ALERTAS ' EM ALERTA'
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
           PERFORM 0906-FECHAR-LOG.
      * RETORNO 4 = TABELA DE VENDEDORES CHEIA (PAINEL
      * INCOMPLETO) / 8 = ERRO DE ABERTURA
           EVALUATE TRUE
               WHEN ERRO-ABERTURA
                   MOVE 8 TO RETURN-CODE
               WHEN VENDEDORES-OMITIDOS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       0050-CARREGAR-PARAMETROS.
           MOVE 'CREDIARIO-PRAZO' TO WRK-PARAM-CHAVE.
           MOVE WRK-PRAZO-DIAS TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           MOVE WRK-PARAM-VALOR TO WRK-PRAZO-DIAS.
           MOVE 'SCORE-PCT-ESTORNO' TO WRK-PARAM-CHAVE.
           MOVE WRK-PCT-ALERTA-EST TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           MOVE WRK-PARAM-VALOR TO WRK-PCT-ALERTA-EST.
           MOVE 'SCORE-PCT-VENCIDO' TO WRK-PARAM-CHAVE.
           MOVE WRK-PCT-ALERTA-VENC TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           MOVE WRK-PARAM-VALOR TO WRK-PCT-ALERTA-VENC.
       0100-CAPTURAR-FILTROS.
           MOVE ZEROS TO WRK-MES.
           MOVE SPACES TO WRK-PERIODO-ENT.
           PERFORM UNTIL WRK-PERIODO-ENT IS NUMERIC
                   AND WRK-MES >= 1 AND WRK-MES <= 12
               DISPLAY 'PERIODO DO PAINEL (AAAAMM): '
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
           MOVE WRK-PERIODO-ENT TO WRK-PERIODO-SCO.
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
      * SEM CREDIARIO.DAT OU FUNCDB.DAT O PAINEL SAI ASSIM
      * MESMO - SEM VENCIDOS E SEM NOME
       0150-ABRIR-CADASTROS.
           OPEN INPUT ARQ-CREDIARIO.
           IF WRK-FS-CRED = '00'
               SET CREDIARIO-DISPONIVEL TO TRUE
           ELSE
               IF WRK-FS-CRED NOT = '35'
                   DISPLAY 'ERRO AO ABRIR CREDIARIO.DAT - FS='
                       WRK-FS-CRED
               END-IF
           END-IF.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WRK-FS-FUNC = '00'
               SET FUNCIONARIOS-DISPONIVEIS TO TRUE
           ELSE
               IF WRK-FS-FUNC NOT = '35'
                   DISPLAY 'ERRO AO ABRIR FUNCDB.DAT - FS='
                       WRK-FS-FUNC
               END-IF
           END-IF.
       0200-LER-VENDAS.
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
       0210-LER-VENDA.
           READ ARQ-VENDAS INTO WRK-VENDA
               AT END
                   SET FIM-VENDAS TO TRUE
           END-READ.
      * A SEQUENCIA DO REGISTRO D RECOMECA EM CADA CABECALHO -
      * E A MESMA QUE O PROGCOB15 GRAVOU NO CREDIARIO E NO
      * RESGREJ QUANDO APUROU O DIA
      * ESTORNO (VALOR NEGATIVO) NAO CONTA AQUI - VEM DO
      * ESTPEND.DAT, COM A DECISAO DO SUPERVISOR
       0220-CLASSIFICAR-REGISTRO.
           EVALUATE TRUE
               WHEN REGISTRO-CABECALHO
                   MOVE ZEROS TO WRK-SEQ-VENDA
               WHEN REGISTRO-DETALHE
                   ADD 1 TO WRK-SEQ-VENDA
                   IF WRK-VND-DATA(1:6) = WRK-PERIODO-SCO
                           AND (WRK-FILIAL-FIL = ZEROS
                           OR WRK-VND-FILIAL = WRK-FILIAL-FIL)
                           AND WRK-VND-VALOR > ZEROS
                       PERFORM 0230-AVALIAR-VENDA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 0210-LER-VENDA.
       0230-AVALIAR-VENDA.
           MOVE 'N' TO WRK-RESG-RECUSADO.
           IF VENDA-PONTOS
               PERFORM 0235-VERIFICAR-RESGATE
           END-IF.
           IF NOT RESGATE-RECUSADO
               MOVE WRK-VND-FILIAL TO WRK-CTX-FILIAL
               MOVE WRK-VND-MATRICULA TO WRK-CTX-MATRICULA
               PERFORM 0260-LOCALIZAR-VENDEDOR
               IF WRK-IDX-ACHOU > ZEROS
                   ADD 1 TO WRK-QT-VENDAS
                   ADD 1 TO WRK-SCO-QT-VENDAS(WRK-IDX-ACHOU)
                   ADD WRK-VND-VALOR TO WRK-SCO-VALOR(WRK-IDX-ACHOU)
                   ADD WRK-VND-QT-ITENS
                       TO WRK-SCO-ITENS(WRK-IDX-ACHOU)
                   IF VENDA-CREDIARIO
                       ADD 1 TO WRK-SCO-QT-CRED(WRK-IDX-ACHOU)
                       PERFORM 0240-CONFERIR-TITULO
                   END-IF
               END-IF
           END-IF.
      * RESGATE RECUSADO PELA APURACAO FICA NO RESGREJ.DAT COM
      * A MESMA DATA, FILIAL E SEQUENCIA
       0235-VERIFICAR-RESGATE.
           MOVE 'N' TO WRK-FIM-RESGREJ.
           OPEN INPUT ARQ-RESGATE-REJ.
           IF WRK-FS-RESGREJ = '00'
               PERFORM 0236-PROCURAR-RESGATE UNTIL FIM-RESGREJ
               CLOSE ARQ-RESGATE-REJ
           END-IF.
       0236-PROCURAR-RESGATE.
           READ ARQ-RESGATE-REJ
               AT END
                   SET FIM-RESGREJ TO TRUE
               NOT AT END
                   IF RRJ-DATA = WRK-VND-DATA
                           AND RRJ-FILIAL = WRK-VND-FILIAL
                           AND RRJ-SEQ = WRK-SEQ-VENDA
                       SET RESGATE-RECUSADO TO TRUE
                       SET FIM-RESGREJ TO TRUE
                   END-IF
           END-READ.
      * O TITULO DA VENDA TEM A CHAVE CPF + DATA + SEQUENCIA -
      * VENDA RETIDA QUE O SUPERVISOR AINDA NAO LIBEROU NAO TEM
      * TITULO E NAO E CONTADA COMO VENCIDA
       0240-CONFERIR-TITULO.
           IF CREDIARIO-DISPONIVEL
               MOVE WRK-VND-CPF-CLIENTE TO CRED-CPF
               MOVE WRK-VND-DATA TO CRED-DATA-VENDA
               MOVE WRK-SEQ-VENDA TO CRED-SEQ
               READ ARQ-CREDIARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CREDIARIO-ABERTO AND CRED-SALDO > ZEROS
                           COMPUTE WRK-DIAS-ATRASO = WRK-INT-HOJE
                               - FUNCTION INTEGER-OF-DATE(
                                 CRED-DATA-VENDA)
                               - WRK-PRAZO-DIAS
                           IF WRK-DIAS-ATRASO > ZEROS
                               ADD 1 TO WRK-SCO-QT-VENC(WRK-IDX-ACHOU)
                               ADD CRED-SALDO
                                   TO WRK-SCO-SALDO-VENC(WRK-IDX-ACHOU)
                           END-IF
                       END-IF
               END-READ
           END-IF.
       0250-LER-ESTORNOS.
           MOVE 'N' TO WRK-FIM-EST.
           OPEN INPUT ARQ-ESTORNOS.
           IF WRK-FS-EST = '00'
               PERFORM 0255-CLASSIFICAR-ESTORNO UNTIL FIM-ESTORNOS
               CLOSE ARQ-ESTORNOS
               IF WRK-FS-EST NOT = '00'
                   DISPLAY 'ERRO AO FECHAR ESTPEND.DAT - FS='
                       WRK-FS-EST
               END-IF
           ELSE
               IF WRK-FS-EST NOT = '35'
                   DISPLAY 'ERRO AO ABRIR ESTPEND.DAT - FS='
                       WRK-FS-EST
               END-IF
           END-IF.
       0255-CLASSIFICAR-ESTORNO.
           READ ARQ-ESTORNOS NEXT RECORD
               AT END
                   SET FIM-ESTORNOS TO TRUE
               NOT AT END
                   IF EST-DATA(1:6) = WRK-PERIODO-SCO
                           AND (WRK-FILIAL-FIL = ZEROS
                           OR EST-FILIAL = WRK-FILIAL-FIL)
                       MOVE EST-FILIAL TO WRK-CTX-FILIAL
                       MOVE EST-MATRICULA TO WRK-CTX-MATRICULA
                       PERFORM 0260-LOCALIZAR-VENDEDOR
                       IF WRK-IDX-ACHOU > ZEROS
                           PERFORM 0257-ACUMULAR-ESTORNO
                       END-IF
                   END-IF
           END-READ.
       0257-ACUMULAR-ESTORNO.
           ADD 1 TO WRK-QT-ESTORNOS.
           ADD 1 TO WRK-SCO-QT-EST(WRK-IDX-ACHOU).
           IF EST-VALOR < ZEROS
               SUBTRACT EST-VALOR FROM WRK-SCO-VLR-EST(WRK-IDX-ACHOU)
           ELSE
               ADD EST-VALOR TO WRK-SCO-VLR-EST(WRK-IDX-ACHOU)
           END-IF.
           EVALUATE TRUE
               WHEN ESTORNO-REJEITADO
                   ADD 1 TO WRK-SCO-EST-REJ(WRK-IDX-ACHOU)
               WHEN ESTORNO-PENDENTE
                   ADD 1 TO WRK-SCO-EST-PEND(WRK-IDX-ACHOU)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0260-LOCALIZAR-VENDEDOR.
           MOVE ZEROS TO WRK-IDX-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-VENDEDORES
               IF WRK-SCO-FILIAL(WRK-IDX) = WRK-CTX-FILIAL
                       AND WRK-SCO-MATRICULA(WRK-IDX)
                       = WRK-CTX-MATRICULA
                   MOVE WRK-IDX TO WRK-IDX-ACHOU
                   MOVE WRK-QT-VENDEDORES TO WRK-IDX
               END-IF
           END-PERFORM.
           IF WRK-IDX-ACHOU = ZEROS
               IF WRK-QT-VENDEDORES < 500
                   ADD 1 TO WRK-QT-VENDEDORES
                   MOVE WRK-QT-VENDEDORES TO WRK-IDX-ACHOU
                   MOVE ZEROS TO WRK-SCO-ENT(WRK-IDX-ACHOU)
                   MOVE WRK-CTX-FILIAL
                       TO WRK-SCO-FILIAL(WRK-IDX-ACHOU)
                   MOVE WRK-CTX-MATRICULA
                       TO WRK-SCO-MATRICULA(WRK-IDX-ACHOU)
               ELSE
                   IF NOT VENDEDORES-OMITIDOS
                       DISPLAY 'TABELA DE VENDEDORES CHEIA - VENDEDOR '
                           WRK-CTX-MATRICULA ' FILIAL ' WRK-CTX-FILIAL
                           ' E SEGUINTES FORA DO PAINEL'
                       SET VENDEDORES-OMITIDOS TO TRUE
                   END-IF
               END-IF
           END-IF.
      * ORDENACAO POR SELECAO - FILIAL CRESCENTE E, DENTRO DA
      * FILIAL, VALOR VENDIDO DECRESCENTE (POSICAO NO RANKING)
       0300-ORDENAR-VENDEDORES.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX >= WRK-QT-VENDEDORES
               MOVE WRK-IDX TO WRK-IDX-MENOR
               PERFORM VARYING WRK-IDX2 FROM WRK-IDX BY 1
                       UNTIL WRK-IDX2 > WRK-QT-VENDEDORES
                   IF WRK-SCO-FILIAL(WRK-IDX2)
                           < WRK-SCO-FILIAL(WRK-IDX-MENOR)
                       OR (WRK-SCO-FILIAL(WRK-IDX2)
                           = WRK-SCO-FILIAL(WRK-IDX-MENOR)
                       AND WRK-SCO-VALOR(WRK-IDX2)
                           > WRK-SCO-VALOR(WRK-IDX-MENOR))
                       MOVE WRK-IDX2 TO WRK-IDX-MENOR
                   END-IF
               END-PERFORM
               IF WRK-IDX-MENOR NOT = WRK-IDX
                   MOVE WRK-SCO-ENT(WRK-IDX) TO WRK-SCO-TROCA
                   MOVE WRK-SCO-ENT(WRK-IDX-MENOR)
                       TO WRK-SCO-ENT(WRK-IDX)
                   MOVE WRK-SCO-TROCA
                       TO WRK-SCO-ENT(WRK-IDX-MENOR)
               END-IF
           END-PERFORM.
       0400-IMPRIMIR-PAINEL.
           OPEN OUTPUT REL-SCORE.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR REL-SCORE - FS='
                   WRK-FS-RELATORIO
               SET ERRO-ABERTURA TO TRUE
           ELSE
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'PAINEL DE DESEMPENHO DOS VENDEDORES - PERIODO '
                   WRK-PERIODO-SCO ' FILIAL ' WRK-FILIAL-FIL
                   ' - VENCIDOS EM ' WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
               MOVE WRK-PCT-ALERTA-EST TO WRK-PCT-ED
               MOVE WRK-PCT-ALERTA-VENC TO WRK-PCT2-ED
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'ALERTA E = ESTORNOS ACIMA DE ' WRK-PCT-ED
                   '% DAS VENDAS / C = CREDIARIO VENCIDO ACIMA DE '
                   WRK-PCT2-ED '%'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
               IF WRK-QT-VENDEDORES = ZEROS
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING 'NENHUMA VENDA OU ESTORNO NO PERIODO'
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
                   PERFORM 0490-GRAVAR-LINHA-REL
               ELSE
                   MOVE 999 TO WRK-FILIAL-ANT
                   PERFORM 0410-IMPRIMIR-VENDEDOR
                       VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QT-VENDEDORES
                   PERFORM 0440-GRAVAR-TOTAL-FILIAL
                   PERFORM 0450-GRAVAR-TOTAIS
               END-IF
               CLOSE REL-SCORE
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO FECHAR REL-SCORE - FS='
                       WRK-FS-RELATORIO
               END-IF
           END-IF.
      * QUEBRA POR FILIAL - CABECALHO DA LOJA, E O RANKING
      * RECOMECA EM 1
       0410-IMPRIMIR-VENDEDOR.
           IF WRK-SCO-FILIAL(WRK-IDX) NOT = WRK-FILIAL-ANT
               IF WRK-FILIAL-ANT NOT = 999
                   PERFORM 0440-GRAVAR-TOTAL-FILIAL
               END-IF
               MOVE WRK-SCO-FILIAL(WRK-IDX) TO WRK-FILIAL-ANT
               MOVE ZEROS TO WRK-RANK
               MOVE WRK-FILIAL-ANT TO WRK-FILGET-COD
               PERFORM 0915-LER-FILIAL
               MOVE SPACES TO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
               STRING 'FILIAL ' WRK-FILIAL-ANT ' - ' WRK-FILGET-NOME
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
               MOVE SPACES TO WRK-LINHA-REL
               STRING ' RK MATRIC VENDEDOR           VENDAS  VLR '
                   'VENDIDO    TICKET IT/VD EST  %EST REJ  CRED  VENC'
                   ' %VENC AL' DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
           ADD 1 TO WRK-RANK.
           MOVE WRK-RANK TO WRK-LDT-RANK.
           MOVE WRK-SCO-MATRICULA(WRK-IDX) TO WRK-LDT-MATRICULA.
           MOVE '* SEM CADASTRO *' TO WRK-LDT-NOME.
           IF FUNCIONARIOS-DISPONIVEIS
               MOVE WRK-SCO-MATRICULA(WRK-IDX) TO REG-FUNC-MATRICULA
               READ ARQ-FUNCIONARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-FUNC-NOME TO WRK-LDT-NOME
               END-READ
           END-IF.
           MOVE ZEROS TO WRK-TICKET WRK-ITENS-VENDA WRK-PCT-EST
               WRK-PCT-VENC.
           IF WRK-SCO-QT-VENDAS(WRK-IDX) > ZEROS
               COMPUTE WRK-TICKET ROUNDED = WRK-SCO-VALOR(WRK-IDX)
                   / WRK-SCO-QT-VENDAS(WRK-IDX)
               COMPUTE WRK-ITENS-VENDA ROUNDED =
                   WRK-SCO-ITENS(WRK-IDX) / WRK-SCO-QT-VENDAS(WRK-IDX)
               COMPUTE WRK-PCT-EST ROUNDED =
                   WRK-SCO-QT-EST(WRK-IDX) * 100
                   / WRK-SCO-QT-VENDAS(WRK-IDX)
                   ON SIZE ERROR
                       MOVE 999,9 TO WRK-PCT-EST
               END-COMPUTE
           ELSE
               IF WRK-SCO-QT-EST(WRK-IDX) > ZEROS
                   MOVE 999,9 TO WRK-PCT-EST
               END-IF
           END-IF.
           IF WRK-SCO-QT-CRED(WRK-IDX) > ZEROS
               COMPUTE WRK-PCT-VENC ROUNDED =
                   WRK-SCO-QT-VENC(WRK-IDX) * 100
                   / WRK-SCO-QT-CRED(WRK-IDX)
           END-IF.
           MOVE WRK-SCO-QT-VENDAS(WRK-IDX) TO WRK-LDT-VENDAS.
           MOVE WRK-SCO-VALOR(WRK-IDX) TO WRK-LDT-VALOR.
           MOVE WRK-TICKET TO WRK-LDT-TICKET.
           MOVE WRK-ITENS-VENDA TO WRK-LDT-ITENS.
           MOVE WRK-SCO-QT-EST(WRK-IDX) TO WRK-LDT-EST.
           MOVE WRK-PCT-EST TO WRK-LDT-PCT-EST.
           MOVE WRK-SCO-EST-REJ(WRK-IDX) TO WRK-LDT-REJ.
           MOVE WRK-SCO-QT-CRED(WRK-IDX) TO WRK-LDT-CRED.
           MOVE WRK-SCO-QT-VENC(WRK-IDX) TO WRK-LDT-VENC.
           MOVE WRK-PCT-VENC TO WRK-LDT-PCT-VENC.
           MOVE SPACES TO WRK-LDT-ALERTA.
           IF WRK-PCT-EST > WRK-PCT-ALERTA-EST
               MOVE 'E' TO WRK-LDT-ALERTA-EST
           END-IF.
           IF WRK-PCT-VENC > WRK-PCT-ALERTA-VENC
               MOVE 'C' TO WRK-LDT-ALERTA-VENC
           END-IF.
           IF WRK-LDT-ALERTA NOT = SPACES
               ADD 1 TO WRK-QT-ALERTAS
           END-IF.
           MOVE WRK-LINHA-DET TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           IF WRK-SCO-QT-EST(WRK-IDX) > ZEROS
                   OR WRK-SCO-QT-VENC(WRK-IDX) > ZEROS
               PERFORM 0420-GRAVAR-COMPLEMENTO
           END-IF.
           ADD WRK-SCO-QT-VENDAS(WRK-IDX) TO WRK-FIL-VENDAS.
           ADD WRK-SCO-VALOR(WRK-IDX) TO WRK-FIL-VALOR.
           ADD WRK-SCO-QT-EST(WRK-IDX) TO WRK-FIL-EST.
           ADD WRK-SCO-EST-REJ(WRK-IDX) TO WRK-FIL-REJ.
           ADD WRK-SCO-QT-CRED(WRK-IDX) TO WRK-FIL-CRED.
           ADD WRK-SCO-QT-VENC(WRK-IDX) TO WRK-FIL-VENC.
      * LINHA DE APOIO - VALOR ESTORNADO, ESTORNOS AINDA SEM
      * DECISAO E SALDO VENCIDO DO CREDIARIO DO VENDEDOR
       0420-GRAVAR-COMPLEMENTO.
           MOVE WRK-SCO-EST-PEND(WRK-IDX) TO WRK-QT-ED.
           MOVE WRK-SCO-VLR-EST(WRK-IDX) TO WRK-VALOR-ED.
           MOVE WRK-SCO-SALDO-VENC(WRK-IDX) TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '           ESTORNADO ' WRK-VALOR-ED
               '  SEM DECISAO ' WRK-QT-ED
               '  VENCIDO NO CREDIARIO ' WRK-VALOR2-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
       0440-GRAVAR-TOTAL-FILIAL.
           MOVE ZEROS TO WRK-PCT-EST WRK-PCT-VENC.
           IF WRK-FIL-VENDAS > ZEROS
               COMPUTE WRK-PCT-EST ROUNDED =
                   WRK-FIL-EST * 100 / WRK-FIL-VENDAS
                   ON SIZE ERROR
                       MOVE 999,9 TO WRK-PCT-EST
               END-COMPUTE
           END-IF.
           IF WRK-FIL-CRED > ZEROS
               COMPUTE WRK-PCT-VENC ROUNDED =
                   WRK-FIL-VENC * 100 / WRK-FIL-CRED
           END-IF.
           MOVE WRK-PCT-EST TO WRK-PCT-ED.
           MOVE WRK-PCT-VENC TO WRK-PCT2-ED.
           MOVE WRK-FIL-VALOR TO WRK-VALOR-ED.
           MOVE WRK-FIL-VENDAS TO WRK-QT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TOTAL FILIAL ' WRK-FILIAL-ANT ' VENDAS ' WRK-QT-ED
               ' VALOR ' WRK-VALOR-ED ' ESTORNOS ' WRK-FIL-EST
               ' (' WRK-PCT-ED '%) REJ ' WRK-FIL-REJ
               ' VENCIDOS ' WRK-PCT2-ED '%'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           ADD WRK-FIL-VALOR TO WRK-TOT-VALOR.
           MOVE ZEROS TO WRK-FIL-VENDAS WRK-FIL-VALOR WRK-FIL-EST
               WRK-FIL-REJ WRK-FIL-CRED WRK-FIL-VENC.
       0450-GRAVAR-TOTAIS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '----------------------------------------'
               '----------------------------------------'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'VENDAS APROVADAS.......: ' WRK-QT-VENDAS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'VALOR VENDIDO..........: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'ESTORNOS...............: ' WRK-QT-ESTORNOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'VENDEDORES EM ALERTA...: ' WRK-QT-ALERTAS
               ' DE ' WRK-QT-VENDEDORES
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           IF NOT CREDIARIO-DISPONIVEL
               MOVE SPACES TO WRK-LINHA-REL
               STRING '* CREDIARIO.DAT INDISPONIVEL - VENCIDOS NAO'
                   ' APURADOS' DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
           IF VENDEDORES-OMITIDOS
               MOVE SPACES TO WRK-LINHA-REL
               STRING '* TABELA DE VENDEDORES CHEIA - PAINEL'
                   ' INCOMPLETO' DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
       0490-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELSCORE - FS='
                   WRK-FS-RELATORIO
           END-IF.
       0800-FECHAR-CADASTROS.
           IF CREDIARIO-DISPONIVEL
               CLOSE ARQ-CREDIARIO
               IF WRK-FS-CRED NOT = '00'
                   DISPLAY 'ERRO AO FECHAR CREDIARIO.DAT - FS='
                       WRK-FS-CRED
               END-IF
           END-IF.
           IF FUNCIONARIOS-DISPONIVEIS
               CLOSE ARQ-FUNCIONARIOS
               IF WRK-FS-FUNC NOT = '00'
                   DISPLAY 'ERRO AO FECHAR FUNCDB.DAT - FS='
                       WRK-FS-FUNC
               END-IF
           END-IF.
           COPY 'BOOKFILGET.COB'.
           COPY 'BOOKPARGET.COB'.
           COPY 'BOOKLOGWRT.COB'.
