       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBINTG.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = CONFERENCIA NOTURNA DE INTEGRIDADE DAS VENDAS
      * LE O MESMO ARQUIVO DE VENDAS DO DIA APURADO PELO
      * PROGCOB15 E CRUZA CADA REGISTRO D COM OS CADASTROS,
      * APONTANDO INDICIOS DE FRAUDE OU ERRO DE DIGITACAO:
      * D1 VENDEDOR DESLIGADO (STATUS D NO FUNCDB.DAT OU DATA
      *    DE DESLIGAMENTO ANTERIOR A VENDA)
      * D2 MATRICULA SEM CADASTRO NO FUNCDB.DAT
      * F1 VENDA EM DIA NAO UTIL DA FILIAL (CALENDDB.DAT)
      * C1 MESMO CPF COMPRANDO EM OUTRA FILIAL DENTRO DE
      *    INTEG-JANELA-MIN MINUTOS - SEM A HORA NO REGISTRO
      *    VALE O MESMO DIA
      * E1 ESTORNO LANCADO PELO MESMO VENDEDOR DA VENDA DE
      *    ORIGEM (MESMO CPF E FILIAL, NO ARQUIVO DO DIA)
      * R1 VENDA A CPF COM REJEICAO PENDENTE NO CPFREJ
      * V1 VALOR ACIMA DE INTEG-FATOR-TICKET VEZES O TICKET
      *    MEDIO DA FILIAL NOS ULTIMOS INTEG-DIAS-HIST DIAS DO
      *    VENDHIST.DAT
      * CADA OCORRENCIA SAI NO DD RELINTG E NO LOGTRANS.DAT
      * RETORNO 4 AVISA O SUPERVISOR PELO PROCDIA
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKVENDSEL.COB'.
           COPY 'BOOKFUNCSEL.COB'.
           COPY 'BOOKCALSEL.COB'.
           COPY 'BOOKREJSEL.COB'.
           COPY 'BOOKHISTSEL.COB'.
           COPY 'BOOKPARSEL.COB'.
           SELECT REL-INTEGRIDADE ASSIGN TO RELINTG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKVENDFD.COB'.
           COPY 'BOOKFUNCFD.COB'.
           COPY 'BOOKCALFD.COB'.
           COPY 'BOOKREJFD.COB'.
           COPY 'BOOKHISTFD.COB'.
           COPY 'BOOKPARFD.COB'.
       FD  REL-INTEGRIDADE.
       01  REG-RELATORIO    PIC X(100).
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKVENDWS.COB'.
           COPY 'BOOKFUNCWS.COB'.
           COPY 'BOOKCALWS.COB'.
           COPY 'BOOKREJWS.COB'.
           COPY 'BOOKHISTWS.COB'.
           COPY 'BOOKPARWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-JANELA-MIN   PIC 9(04) VALUE 0030.
       77  WRK-FATOR-TICKET PIC 9(03)V99 VALUE 5,00.
       77  WRK-DIAS-HIST    PIC 9(03) VALUE 090.
       77  WRK-FIM-VENDAS   PIC X(01) VALUE 'N'.
           88 FIM-VENDAS VALUE 'S'.
       77  WRK-FIM-REJ      PIC X(01) VALUE 'N'.
           88 FIM-REJEITADOS VALUE 'S'.
       77  WRK-FIM-HIST     PIC X(01) VALUE 'N'.
           88 FIM-HISTORICO VALUE 'S'.
       77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA VALUE 'S'.
       77  WRK-TEM-FUNC     PIC X(01) VALUE 'N'.
           88 FUNCIONARIOS-DISPONIVEIS VALUE 'S'.
       77  WRK-TEM-HIST     PIC X(01) VALUE 'N'.
           88 HISTORICO-DISPONIVEL VALUE 'S'.
       77  WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA VALUE 'S'.
       77  WRK-SEM-CLIENTE  PIC X(01) VALUE 'N'.
           88 VENDA-SEM-CLIENTE VALUE 'S'.
       77  WRK-SEQ-VENDA    PIC 9(05) VALUE ZEROS.
       77  WRK-MINUTO-VENDA PIC 9(04) VALUE ZEROS.
       77  WRK-DIF-MINUTOS  PIC S9(04) VALUE ZEROS.
       77  WRK-VALOR-ABS    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-COD-OCORR    PIC X(02) VALUE SPACES.
       77  WRK-DESCR-OCORR  PIC X(38) VALUE SPACES.
       77  WRK-INI-HIST     PIC 9(08) VALUE ZEROS.
       77  WRK-HIST-ACUM    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-HIST-QT      PIC 9(07) VALUE ZEROS.
       77  WRK-MEDIA        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-LIMITE       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QT-REG-D     PIC 9(07) VALUE ZEROS.
       77  WRK-QT-OCORR     PIC 9(07) VALUE ZEROS.
       77  WRK-QT-VENDAS-TAB PIC 9(04) VALUE ZEROS.
       77  WRK-QT-REJ-TAB   PIC 9(04) VALUE ZEROS.
       77  WRK-QT-DIAS-TAB  PIC 9(02) VALUE ZEROS.
       77  WRK-QT-MEDIA-TAB PIC 9(02) VALUE ZEROS.
       77  WRK-IDX          PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ACHOU    PIC 9(04) VALUE ZEROS.
       77  WRK-QT-ED        PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-MEDIA-ED     PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-FATOR-ED     PIC ZZ9,99 VALUE ZEROS.
       77  WRK-MIN-ED       PIC ZZZ9 VALUE ZEROS.
      * QUANTIDADE DE OCORRENCIAS POR CODIGO
       01  WRK-CONTADORES.
           05 WRK-QT-D1     PIC 9(07) VALUE ZEROS.
           05 WRK-QT-D2     PIC 9(07) VALUE ZEROS.
           05 WRK-QT-F1     PIC 9(07) VALUE ZEROS.
           05 WRK-QT-C1     PIC 9(07) VALUE ZEROS.
           05 WRK-QT-E1     PIC 9(07) VALUE ZEROS.
           05 WRK-QT-R1     PIC 9(07) VALUE ZEROS.
           05 WRK-QT-V1     PIC 9(07) VALUE ZEROS.
      * VENDAS POSITIVAS DO DIA COM CPF - BASE DO C1 E DO E1
      * MINUTO 9999 = REGISTRO SEM A HORA DO CAIXA
       01  WRK-VENDAS-TAB.
           05 WRK-VDI-ENT OCCURS 5000 TIMES.
              10 WRK-VDI-CPF       PIC X(11).
              10 WRK-VDI-DATA      PIC 9(08).
              10 WRK-VDI-FILIAL    PIC 9(03).
              10 WRK-VDI-SEQ       PIC 9(05).
              10 WRK-VDI-MATRICULA PIC 9(06).
              10 WRK-VDI-MINUTO    PIC 9(04).
              10 WRK-VDI-VALOR     PIC 9(07)V99.
      * CPFS COM REJEICAO PENDENTE NO CPFREJ
       01  WRK-REJ-TAB.
           05 WRK-REJ-CPF OCCURS 2000 TIMES PIC X(11).
      * DIA UTIL JA CONSULTADO POR DATA + FILIAL
       01  WRK-DIAS-TAB.
           05 WRK-DIA-ENT OCCURS 50 TIMES.
              10 WRK-DIA-DATA   PIC 9(08).
              10 WRK-DIA-FILIAL PIC 9(03).
              10 WRK-DIA-UTIL   PIC X(01).
      * TICKET MEDIO JA CALCULADO POR DATA + FILIAL
       01  WRK-MEDIAS-TAB.
           05 WRK-MED-ENT OCCURS 50 TIMES.
              10 WRK-MED-DATA   PIC 9(08).
              10 WRK-MED-FILIAL PIC 9(03).
              10 WRK-MED-VALOR  PIC 9(07)V99.
       01  WRK-LINHA-DET.
           05 WRK-DET-COD       PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-DET-DATA      PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-DET-FILIAL    PIC 9(03).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-DET-SEQ       PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-DET-MATRICULA PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-DET-CPF       PIC X(11).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-DET-HORA      PIC X(05).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-DET-VALOR     PIC -Z.ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-DET-DESCR     PIC X(38).
       01  WRK-LINHA-REL PIC X(100).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBINTG' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-CARREGAR-PARAMETROS.
           PERFORM 0100-ABRIR-ARQUIVOS.
           IF NOT ERRO-ABERTURA
               PERFORM 0150-CARREGAR-REJEITADOS
               PERFORM 0190-GRAVAR-CABECALHO
               PERFORM 0210-LER-VENDA
               PERFORM 0200-PROCESSAR UNTIL FIM-VENDAS
               PERFORM 0450-GRAVAR-RESUMO
               PERFORM 0800-FECHAR-ARQUIVOS
           END-IF.
           PERFORM 0810-FECHAR-CADASTROS.
           DISPLAY '---------------------'.
           DISPLAY 'REGISTROS D LIDOS.....: ' WRK-QT-REG-D.
           DISPLAY 'OCORRENCIAS...........: ' WRK-QT-OCORR.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           STRING 'INTEGRIDADE VENDAS ' WRK-DATA-HOJE ' - '
               WRK-QT-REG-D ' VENDAS ' WRK-QT-OCORR ' OCORRENCIAS'
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
           PERFORM 0906-FECHAR-LOG.
      * RETORNO 4 = HA OCORRENCIA PARA O SUPERVISOR VER (OU A
      * TABELA DO DIA ENCHEU E O C1/E1 FICOU INCOMPLETO) /
      * 8 = ERRO DE ABERTURA
           EVALUATE TRUE
               WHEN ERRO-ABERTURA
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QT-OCORR > ZEROS OR TABELA-CHEIA
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       0050-CARREGAR-PARAMETROS.
           MOVE 'INTEG-JANELA-MIN' TO WRK-PARAM-CHAVE.
           MOVE WRK-JANELA-MIN TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           MOVE WRK-PARAM-VALOR TO WRK-JANELA-MIN.
           MOVE 'INTEG-FATOR-TICKET' TO WRK-PARAM-CHAVE.
           MOVE WRK-FATOR-TICKET TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           MOVE WRK-PARAM-VALOR TO WRK-FATOR-TICKET.
           MOVE 'INTEG-DIAS-HIST' TO WRK-PARAM-CHAVE.
           MOVE WRK-DIAS-HIST TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           MOVE WRK-PARAM-VALOR TO WRK-DIAS-HIST.
      * SEM FUNCDB.DAT OU VENDHIST.DAT A CONFERENCIA RODA SEM
      * O D1/D2 OU SEM O V1 - O RELATORIO AVISA
       0100-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-VENDAS.
           IF WRK-FS-VENDAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-VENDAS - FS=' WRK-FS-VENDAS
               SET ERRO-ABERTURA TO TRUE
           END-IF.
           OPEN OUTPUT REL-INTEGRIDADE.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELINTG - FS=' WRK-FS-RELATORIO
               SET ERRO-ABERTURA TO TRUE
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
           OPEN INPUT ARQ-HISTORICO.
           IF WRK-FS-HIST = '00'
               SET HISTORICO-DISPONIVEL TO TRUE
           ELSE
               IF WRK-FS-HIST NOT = '35'
                   DISPLAY 'ERRO AO ABRIR VENDHIST.DAT - FS='
                       WRK-FS-HIST
               END-IF
           END-IF.
      * SO A REJEICAO AINDA PENDENTE INTERESSA - A RESOLVIDA JA
      * TEVE O CADASTRO CORRIGIDO
       0150-CARREGAR-REJEITADOS.
           OPEN INPUT ARQ-CPF-REJ.
           IF WRK-FS-CPF-REJ = '00'
               PERFORM 0155-LER-REJEITADO UNTIL FIM-REJEITADOS
               CLOSE ARQ-CPF-REJ
           ELSE
               IF WRK-FS-CPF-REJ NOT = '35'
                   DISPLAY 'ERRO AO ABRIR CPFREJ - FS='
                       WRK-FS-CPF-REJ
               END-IF
           END-IF.
       0155-LER-REJEITADO.
           READ ARQ-CPF-REJ
               AT END
                   SET FIM-REJEITADOS TO TRUE
               NOT AT END
                   IF REJEICAO-PENDENTE
                       IF WRK-QT-REJ-TAB < 2000
                           ADD 1 TO WRK-QT-REJ-TAB
                           MOVE REG-CPF-REJ-CPF
                               TO WRK-REJ-CPF(WRK-QT-REJ-TAB)
                       ELSE
                           DISPLAY 'TABELA DO CPFREJ CHEIA - CPF '
                               REG-CPF-REJ-CPF ' E SEGUINTES FORA'
                           SET TABELA-CHEIA TO TRUE
                           SET FIM-REJEITADOS TO TRUE
                       END-IF
                   END-IF
           END-READ.
       0190-GRAVAR-CABECALHO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'CONFERENCIA DE INTEGRIDADE DAS VENDAS - EMITIDO EM '
               WRK-DATA-HOJE DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           IF NOT FUNCIONARIOS-DISPONIVEIS
               MOVE '* FUNCDB.DAT INDISPONIVEL - SEM D1/D2'
                   TO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
           IF NOT HISTORICO-DISPONIVEL
               MOVE '* VENDHIST.DAT INDISPONIVEL - SEM V1'
                   TO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'CD DATA     FIL SEQ   MATRIC CPF         HORA  '
               '        VALOR OCORRENCIA'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE ALL '-' TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
      * A SEQUENCIA DO REGISTRO D RECOMECA EM CADA CABECALHO -
      * A MESMA QUE O PROGCOB15 USA NO ESTPEND E NO CREDIARIO
       0200-PROCESSAR.
           EVALUATE TRUE
               WHEN REGISTRO-CABECALHO
                   MOVE ZEROS TO WRK-SEQ-VENDA
               WHEN REGISTRO-DETALHE
                   ADD 1 TO WRK-SEQ-VENDA
                   ADD 1 TO WRK-QT-REG-D
                   PERFORM 0220-CONFERIR-VENDA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 0210-LER-VENDA.
       0210-LER-VENDA.
           READ ARQ-VENDAS INTO WRK-VENDA
               AT END
                   SET FIM-VENDAS TO TRUE
           END-READ.
      * VENDEDOR E CALENDARIO VALEM PARA VENDA E ESTORNO - O
      * RESTO SO PARA VENDA (VALOR POSITIVO), MENOS O E1 QUE E
      * PROPRIO DO ESTORNO
       0220-CONFERIR-VENDA.
           IF WRK-VND-HORA IS NUMERIC
               COMPUTE WRK-MINUTO-VENDA =
                   WRK-VND-HH * 60 + WRK-VND-MI
           ELSE
               MOVE 9999 TO WRK-MINUTO-VENDA
           END-IF.
           IF WRK-VND-CPF-CLIENTE = SPACES
                   OR WRK-VND-CPF-CLIENTE = ZEROS
               SET VENDA-SEM-CLIENTE TO TRUE
           ELSE
               MOVE 'N' TO WRK-SEM-CLIENTE
           END-IF.
           IF FUNCIONARIOS-DISPONIVEIS
               PERFORM 0230-CONFERIR-VENDEDOR
           END-IF.
           PERFORM 0240-CONFERIR-CALENDARIO.
           IF WRK-VND-VALOR > ZEROS
               IF NOT VENDA-SEM-CLIENTE
                   PERFORM 0250-CONFERIR-CPF-REJ
                   PERFORM 0260-CONFERIR-OUTRA-FILIAL
                   PERFORM 0290-GUARDAR-VENDA
               END-IF
               IF HISTORICO-DISPONIVEL
                   PERFORM 0270-CONFERIR-TICKET
               END-IF
           ELSE
               IF WRK-VND-VALOR < ZEROS AND NOT VENDA-SEM-CLIENTE
                   PERFORM 0280-CONFERIR-ESTORNO
               END-IF
           END-IF.
      * FUNCDB ANTIGO SEM A DATA DE DESLIGAMENTO CHEGA COM
      * ESPACOS - SO O STATUS CONTA
       0230-CONFERIR-VENDEDOR.
           MOVE WRK-VND-MATRICULA TO REG-FUNC-MATRICULA.
           READ ARQ-FUNCIONARIOS
               INVALID KEY
                   MOVE 'D2' TO WRK-COD-OCORR
                   MOVE 'MATRICULA SEM CADASTRO NO FUNCDB'
                       TO WRK-DESCR-OCORR
                   ADD 1 TO WRK-QT-D2
                   PERFORM 0400-REGISTRAR-OCORRENCIA
               NOT INVALID KEY
                   IF FUNC-DESLIGADO
                       MOVE 'D1' TO WRK-COD-OCORR
                       MOVE SPACES TO WRK-DESCR-OCORR
                       STRING 'VENDEDOR DESLIGADO EM '
                           REG-FUNC-DATA-DESLIG
                           DELIMITED BY SIZE INTO WRK-DESCR-OCORR
                       ADD 1 TO WRK-QT-D1
                       PERFORM 0400-REGISTRAR-OCORRENCIA
                   ELSE
                       IF REG-FUNC-DATA-DESLIG IS NUMERIC
                           AND REG-FUNC-DATA-DESLIG > ZEROS
                           AND REG-FUNC-DATA-DESLIG < WRK-VND-DATA
                           MOVE 'D1' TO WRK-COD-OCORR
                           MOVE SPACES TO WRK-DESCR-OCORR
                           STRING 'DESLIGAMENTO ' REG-FUNC-DATA-DESLIG
                               ' ANTERIOR A VENDA'
                               DELIMITED BY SIZE INTO WRK-DESCR-OCORR
                           ADD 1 TO WRK-QT-D1
                           PERFORM 0400-REGISTRAR-OCORRENCIA
                       END-IF
                   END-IF
           END-READ.
      * FIM DE SEMANA OU FERIADO DA EMPRESA/FILIAL - 0980 DO
      * BOOKCALCHK, GUARDADO POR DATA + FILIAL
       0240-CONFERIR-CALENDARIO.
           MOVE ZEROS TO WRK-IDX-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-DIAS-TAB
               IF WRK-DIA-DATA(WRK-IDX) = WRK-VND-DATA
                       AND WRK-DIA-FILIAL(WRK-IDX) = WRK-VND-FILIAL
                   MOVE WRK-IDX TO WRK-IDX-ACHOU
                   MOVE WRK-QT-DIAS-TAB TO WRK-IDX
               END-IF
           END-PERFORM.
           IF WRK-IDX-ACHOU > ZEROS
               MOVE WRK-DIA-UTIL(WRK-IDX-ACHOU) TO WRK-CAL-UTIL
           ELSE
               MOVE WRK-VND-DATA TO WRK-CAL-DATA
               MOVE WRK-VND-FILIAL TO WRK-CAL-FILIAL
               PERFORM 0980-VERIFICAR-DIA-UTIL
               IF WRK-QT-DIAS-TAB < 50
                   ADD 1 TO WRK-QT-DIAS-TAB
                   MOVE WRK-VND-DATA TO WRK-DIA-DATA(WRK-QT-DIAS-TAB)
                   MOVE WRK-VND-FILIAL
                       TO WRK-DIA-FILIAL(WRK-QT-DIAS-TAB)
                   MOVE WRK-CAL-UTIL TO WRK-DIA-UTIL(WRK-QT-DIAS-TAB)
               END-IF
           END-IF.
           IF DIA-NAO-UTIL
               MOVE 'F1' TO WRK-COD-OCORR
               MOVE 'VENDA EM DIA NAO UTIL NA FILIAL'
                   TO WRK-DESCR-OCORR
               ADD 1 TO WRK-QT-F1
               PERFORM 0400-REGISTRAR-OCORRENCIA
           END-IF.
       0250-CONFERIR-CPF-REJ.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-REJ-TAB
               IF WRK-REJ-CPF(WRK-IDX) = WRK-VND-CPF-CLIENTE
                   MOVE 'R1' TO WRK-COD-OCORR
                   MOVE 'CPF COM REJEICAO PENDENTE NO CPFREJ'
                       TO WRK-DESCR-OCORR
                   ADD 1 TO WRK-QT-R1
                   PERFORM 0400-REGISTRAR-OCORRENCIA
                   MOVE WRK-QT-REJ-TAB TO WRK-IDX
               END-IF
           END-PERFORM.
      * COMPRA ANTERIOR DO MESMO CPF NO MESMO DIA EM OUTRA
      * FILIAL - COM AS DUAS HORAS, SO DENTRO DA JANELA
       0260-CONFERIR-OUTRA-FILIAL.
           MOVE ZEROS TO WRK-IDX-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-VENDAS-TAB
               IF WRK-VDI-CPF(WRK-IDX) = WRK-VND-CPF-CLIENTE
                       AND WRK-VDI-DATA(WRK-IDX) = WRK-VND-DATA
                       AND WRK-VDI-FILIAL(WRK-IDX)
                       NOT = WRK-VND-FILIAL
                   IF WRK-VDI-MINUTO(WRK-IDX) = 9999
                           OR WRK-MINUTO-VENDA = 9999
                       MOVE WRK-IDX TO WRK-IDX-ACHOU
                       MOVE WRK-QT-VENDAS-TAB TO WRK-IDX
                   ELSE
                       COMPUTE WRK-DIF-MINUTOS = WRK-MINUTO-VENDA
                           - WRK-VDI-MINUTO(WRK-IDX)
                       IF WRK-DIF-MINUTOS < ZEROS
                           MULTIPLY -1 BY WRK-DIF-MINUTOS
                       END-IF
                       IF WRK-DIF-MINUTOS <= WRK-JANELA-MIN
                           MOVE WRK-IDX TO WRK-IDX-ACHOU
                           MOVE WRK-QT-VENDAS-TAB TO WRK-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-IDX-ACHOU > ZEROS
               MOVE 'C1' TO WRK-COD-OCORR
               MOVE SPACES TO WRK-DESCR-OCORR
               IF WRK-MINUTO-VENDA = 9999
                       OR WRK-VDI-MINUTO(WRK-IDX-ACHOU) = 9999
                   STRING 'MESMO CPF NA FILIAL '
                       WRK-VDI-FILIAL(WRK-IDX-ACHOU) ' SEQ '
                       WRK-VDI-SEQ(WRK-IDX-ACHOU)
                       DELIMITED BY SIZE INTO WRK-DESCR-OCORR
               ELSE
                   MOVE WRK-DIF-MINUTOS TO WRK-MIN-ED
                   STRING 'MESMO CPF ' WRK-MIN-ED
                       ' MIN ANTES NA FILIAL '
                       WRK-VDI-FILIAL(WRK-IDX-ACHOU)
                       DELIMITED BY SIZE INTO WRK-DESCR-OCORR
               END-IF
               ADD 1 TO WRK-QT-C1
               PERFORM 0400-REGISTRAR-OCORRENCIA
           END-IF.
      * TICKET MEDIO DA FILIAL NOS DIAS ANTERIORES A VENDA -
      * FILIAL SEM HISTORICO NA JANELA NAO E CONFERIDA
       0270-CONFERIR-TICKET.
           MOVE ZEROS TO WRK-IDX-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-MEDIA-TAB
               IF WRK-MED-DATA(WRK-IDX) = WRK-VND-DATA
                       AND WRK-MED-FILIAL(WRK-IDX) = WRK-VND-FILIAL
                   MOVE WRK-IDX TO WRK-IDX-ACHOU
                   MOVE WRK-QT-MEDIA-TAB TO WRK-IDX
               END-IF
           END-PERFORM.
           IF WRK-IDX-ACHOU > ZEROS
               MOVE WRK-MED-VALOR(WRK-IDX-ACHOU) TO WRK-MEDIA
           ELSE
               PERFORM 0275-CALCULAR-MEDIA
               IF WRK-QT-MEDIA-TAB < 50
                   ADD 1 TO WRK-QT-MEDIA-TAB
                   MOVE WRK-VND-DATA TO WRK-MED-DATA(WRK-QT-MEDIA-TAB)
                   MOVE WRK-VND-FILIAL
                       TO WRK-MED-FILIAL(WRK-QT-MEDIA-TAB)
                   MOVE WRK-MEDIA TO WRK-MED-VALOR(WRK-QT-MEDIA-TAB)
               END-IF
           END-IF.
           IF WRK-MEDIA > ZEROS
               COMPUTE WRK-LIMITE ROUNDED =
                   WRK-MEDIA * WRK-FATOR-TICKET
               IF WRK-VND-VALOR > WRK-LIMITE
                   MOVE 'V1' TO WRK-COD-OCORR
                   MOVE WRK-FATOR-TICKET TO WRK-FATOR-ED
                   MOVE WRK-MEDIA TO WRK-MEDIA-ED
                   MOVE SPACES TO WRK-DESCR-OCORR
                   STRING 'ACIMA DE ' WRK-FATOR-ED 'X A MEDIA '
                       WRK-MEDIA-ED
                       DELIMITED BY SIZE INTO WRK-DESCR-OCORR
                   ADD 1 TO WRK-QT-V1
                   PERFORM 0400-REGISTRAR-OCORRENCIA
               END-IF
           END-IF.
       0275-CALCULAR-MEDIA.
           MOVE ZEROS TO WRK-HIST-ACUM WRK-HIST-QT WRK-MEDIA.
           COMPUTE WRK-INI-HIST = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-VND-DATA) - WRK-DIAS-HIST).
           MOVE WRK-INI-HIST TO HIST-DATA.
           MOVE ZEROS TO HIST-FILIAL.
           MOVE 'N' TO WRK-FIM-HIST.
           START ARQ-HISTORICO KEY IS >= HIST-CHAVE
               INVALID KEY
                   SET FIM-HISTORICO TO TRUE
           END-START.
           PERFORM 0276-LER-HISTORICO UNTIL FIM-HISTORICO.
           IF WRK-HIST-QT > ZEROS AND WRK-HIST-ACUM > ZEROS
               COMPUTE WRK-MEDIA ROUNDED =
                   WRK-HIST-ACUM / WRK-HIST-QT
           END-IF.
       0276-LER-HISTORICO.
           READ ARQ-HISTORICO NEXT RECORD
               AT END
                   SET FIM-HISTORICO TO TRUE
               NOT AT END
                   IF HIST-DATA >= WRK-VND-DATA
                       SET FIM-HISTORICO TO TRUE
                   ELSE
                       IF HIST-FILIAL = WRK-VND-FILIAL
                           ADD HIST-ACUM TO WRK-HIST-ACUM
                           ADD HIST-QT TO WRK-HIST-QT
                       END-IF
                   END-IF
           END-READ.
      * A MATRICULA DO REGISTRO DE ESTORNO E A DE QUEM O LANCOU -
      * SE FOI O MESMO VENDEDOR QUE FEZ A VENDA AO CPF NA
      * FILIAL NO ARQUIVO DO DIA, O ESTORNO E DA PROPRIA VENDA -
      * SO CONFERE VENDAS DO MESMO DIA (TABELA DO 0290), ESTORNO
      * DE VENDA DE DIA ANTERIOR NAO E AVALIADO NO E1
       0280-CONFERIR-ESTORNO.
           COMPUTE WRK-VALOR-ABS = WRK-VND-VALOR * -1.
           MOVE ZEROS TO WRK-IDX-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-VENDAS-TAB
               IF WRK-VDI-CPF(WRK-IDX) = WRK-VND-CPF-CLIENTE
                       AND WRK-VDI-FILIAL(WRK-IDX) = WRK-VND-FILIAL
                       AND WRK-VDI-MATRICULA(WRK-IDX)
                       = WRK-VND-MATRICULA
                       AND WRK-VDI-VALOR(WRK-IDX) >= WRK-VALOR-ABS
                   MOVE WRK-IDX TO WRK-IDX-ACHOU
                   MOVE WRK-QT-VENDAS-TAB TO WRK-IDX
               END-IF
           END-PERFORM.
           IF WRK-IDX-ACHOU > ZEROS
               MOVE 'E1' TO WRK-COD-OCORR
               MOVE SPACES TO WRK-DESCR-OCORR
               STRING 'ESTORNO DA PROPRIA VENDA SEQ '
                   WRK-VDI-SEQ(WRK-IDX-ACHOU)
                   DELIMITED BY SIZE INTO WRK-DESCR-OCORR
               ADD 1 TO WRK-QT-E1
               PERFORM 0400-REGISTRAR-OCORRENCIA
           END-IF.
       0290-GUARDAR-VENDA.
           IF WRK-QT-VENDAS-TAB < 5000
               ADD 1 TO WRK-QT-VENDAS-TAB
               MOVE WRK-VND-CPF-CLIENTE
                   TO WRK-VDI-CPF(WRK-QT-VENDAS-TAB)
               MOVE WRK-VND-DATA TO WRK-VDI-DATA(WRK-QT-VENDAS-TAB)
               MOVE WRK-VND-FILIAL
                   TO WRK-VDI-FILIAL(WRK-QT-VENDAS-TAB)
               MOVE WRK-SEQ-VENDA TO WRK-VDI-SEQ(WRK-QT-VENDAS-TAB)
               MOVE WRK-VND-MATRICULA
                   TO WRK-VDI-MATRICULA(WRK-QT-VENDAS-TAB)
               MOVE WRK-MINUTO-VENDA
                   TO WRK-VDI-MINUTO(WRK-QT-VENDAS-TAB)
               MOVE WRK-VND-VALOR TO WRK-VDI-VALOR(WRK-QT-VENDAS-TAB)
           ELSE
               IF NOT TABELA-CHEIA
                   DISPLAY 'TABELA DE VENDAS DO DIA CHEIA - SEQ '
                       WRK-SEQ-VENDA ' E SEGUINTES FORA DO C1/E1'
                   SET TABELA-CHEIA TO TRUE
               END-IF
           END-IF.
      * UMA LINHA NO RELATORIO E UMA NO LOGTRANS POR OCORRENCIA
       0400-REGISTRAR-OCORRENCIA.
           ADD 1 TO WRK-QT-OCORR.
           MOVE WRK-COD-OCORR TO WRK-DET-COD.
           MOVE WRK-VND-DATA TO WRK-DET-DATA.
           MOVE WRK-VND-FILIAL TO WRK-DET-FILIAL.
           MOVE WRK-SEQ-VENDA TO WRK-DET-SEQ.
           MOVE WRK-VND-MATRICULA TO WRK-DET-MATRICULA.
           MOVE WRK-VND-CPF-CLIENTE TO WRK-DET-CPF.
           IF WRK-MINUTO-VENDA = 9999
               MOVE SPACES TO WRK-DET-HORA
           ELSE
               STRING WRK-VND-HH ':' WRK-VND-MI
                   DELIMITED BY SIZE INTO WRK-DET-HORA
           END-IF.
           MOVE WRK-VND-VALOR TO WRK-DET-VALOR.
           MOVE WRK-DESCR-OCORR TO WRK-DET-DESCR.
           MOVE WRK-LINHA-DET TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-DESCRICAO-LOG.
           STRING 'INTEGRIDADE ' WRK-COD-OCORR ' DATA ' WRK-VND-DATA
               ' FIL ' WRK-VND-FILIAL ' SEQ ' WRK-SEQ-VENDA
               ' MAT ' WRK-VND-MATRICULA
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
       0450-GRAVAR-RESUMO.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE WRK-QT-REG-D TO WRK-QT-ED.
           STRING 'REGISTROS D CONFERIDOS.............: ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           MOVE WRK-QT-D1 TO WRK-QT-ED.
           STRING 'D1 VENDEDOR DESLIGADO..............: ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           MOVE WRK-QT-D2 TO WRK-QT-ED.
           STRING 'D2 MATRICULA SEM CADASTRO..........: ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           MOVE WRK-QT-F1 TO WRK-QT-ED.
           STRING 'F1 VENDA EM DIA NAO UTIL...........: ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           MOVE WRK-QT-C1 TO WRK-QT-ED.
           STRING 'C1 MESMO CPF EM OUTRA FILIAL.......: ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           MOVE WRK-QT-E1 TO WRK-QT-ED.
           STRING 'E1 ESTORNO DA PROPRIA VENDA........: ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           MOVE WRK-QT-R1 TO WRK-QT-ED.
           STRING 'R1 CPF COM REJEICAO PENDENTE.......: ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           MOVE WRK-QT-V1 TO WRK-QT-ED.
           STRING 'V1 VALOR ACIMA DO TICKET MEDIO.....: ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           MOVE WRK-QT-OCORR TO WRK-QT-ED.
           STRING 'TOTAL DE OCORRENCIAS...............: ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           IF TABELA-CHEIA
               MOVE SPACES TO WRK-LINHA-REL
               STRING '* TABELA CHEIA - C1/E1/R1 PODEM ESTAR'
                   ' INCOMPLETOS' DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
       0490-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELINTG - FS='
                   WRK-FS-RELATORIO
           END-IF.
       0800-FECHAR-ARQUIVOS.
           CLOSE ARQ-VENDAS.
           IF WRK-FS-VENDAS NOT = '00'
               DISPLAY 'ERRO AO FECHAR ARQ-VENDAS - FS=' WRK-FS-VENDAS
           END-IF.
           CLOSE REL-INTEGRIDADE.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO FECHAR RELINTG - FS=' WRK-FS-RELATORIO
           END-IF.
       0810-FECHAR-CADASTROS.
           IF FUNCIONARIOS-DISPONIVEIS
               CLOSE ARQ-FUNCIONARIOS
               IF WRK-FS-FUNC NOT = '00'
                   DISPLAY 'ERRO AO FECHAR FUNCDB.DAT - FS='
                       WRK-FS-FUNC
               END-IF
           END-IF.
           IF HISTORICO-DISPONIVEL
               CLOSE ARQ-HISTORICO
               IF WRK-FS-HIST NOT = '00'
                   DISPLAY 'ERRO AO FECHAR VENDHIST.DAT - FS='
                       WRK-FS-HIST
               END-IF
           END-IF.
           COPY 'BOOKCALCHK.COB'.
           COPY 'BOOKPARGET.COB'.
           COPY 'BOOKLOGWRT.COB'.
