       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBNFEC.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = CONFERENCIA DIARIA DAS NOTAS FISCAIS
      * ELETRONICAS (DD RELNFEC) EM TRES PARTES:
      * 1 - SALTOS NA NUMERACAO DE CADA FILIAL (NFE.DAT DE 1
      *     ATE O ULTIMO NUMERO DO NFENUM.DAT) E NOTAS ACIMA
      *     DO CONTROLE
      * 2 - NOTAS REJEITADAS PELA SEFAZ E NOTAS EMITIDAS ANTES
      *     DA DATA DE REFERENCIA AINDA SEM RETORNO
      * 3 - VENDAS APROVADAS DA DATA DE REFERENCIA NO ARQUIVO
      *     DE VENDAS (DD VENDAS) SEM NOTA EMITIDA
      * A VENDA E AMARRADA A NOTA PELA DATA + FILIAL +
      * SEQUENCIA DO REGISTRO D, A MESMA USADA NA EMISSAO
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKVENDSEL.COB'.
           COPY 'BOOKNFESEL.COB'.
           COPY 'BOOKNFNSEL.COB'.
           SELECT ARQ-RESGATE-REJ ASSIGN TO 'RESGREJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESGREJ.
           SELECT REL-CONFERENCIA ASSIGN TO RELNFEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKVENDFD.COB'.
           COPY 'BOOKNFEFD.COB'.
           COPY 'BOOKNFNFD.COB'.
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
       FD  REL-CONFERENCIA.
       01  REG-RELATORIO    PIC X(80).
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKVENDWS.COB'.
           COPY 'BOOKNFEWS.COB'.
           COPY 'BOOKNFNWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-RESGREJ   PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-DATA-REF-ENT PIC X(08) VALUE SPACES.
       77  WRK-DATA-REF     PIC 9(08) VALUE ZEROS.
       77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA VALUE 'S'.
       77  WRK-FIM-NFE      PIC X(01) VALUE 'N'.
           88 FIM-NFE VALUE 'S'.
       77  WRK-FIM-VENDAS   PIC X(01) VALUE 'N'.
           88 FIM-VENDAS VALUE 'S'.
       77  WRK-FIM-RESGREJ  PIC X(01) VALUE 'N'.
           88 FIM-RESGREJ VALUE 'S'.
       77  WRK-TEM-VENDAS   PIC X(01) VALUE 'N'.
           88 VENDAS-DISPONIVEL VALUE 'S'.
       77  WRK-RESG-RECUSADO PIC X(01) VALUE 'N'.
           88 RESGATE-RECUSADO VALUE 'S'.
       77  WRK-ESTOURO      PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       77  WRK-FILIAL-ATUAL PIC 9(03) VALUE ZEROS.
       77  WRK-NUM-ESPERADO PIC 9(09) VALUE ZEROS.
       77  WRK-NUM-ULTIMO   PIC 9(09) VALUE ZEROS.
       77  WRK-NUM-ATE      PIC 9(09) VALUE ZEROS.
       77  WRK-SEQ-VENDA    PIC 9(05) VALUE ZEROS.
       77  WRK-QT-NOTAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QT-SALTOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QT-NUM-FALTA PIC 9(09) VALUE ZEROS.
       77  WRK-QT-ACIMA     PIC 9(07) VALUE ZEROS.
       77  WRK-QT-REJEIT    PIC 9(07) VALUE ZEROS.
       77  WRK-QT-SEM-RET   PIC 9(07) VALUE ZEROS.
       77  WRK-QT-VENDAS-DIA PIC 9(07) VALUE ZEROS.
       77  WRK-QT-SEM-NOTA  PIC 9(07) VALUE ZEROS.
       77  WRK-QT-ACHADOS   PIC 9(07) VALUE ZEROS.
       77  WRK-QT-TAB       PIC 9(05) VALUE ZEROS.
       77  WRK-IDX          PIC 9(05) VALUE ZEROS.
       77  WRK-IDX-ACHOU    PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-ED     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      * NOTAS EMITIDAS PARA VENDAS DA DATA DE REFERENCIA
       01  WRK-TAB-NOTAS.
           05 WRK-TNF-ENT OCCURS 5000 TIMES.
              10 WRK-TNF-FILIAL PIC 9(03).
              10 WRK-TNF-SEQ    PIC 9(05).
       01  WRK-LINHA-REL PIC X(80).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBNFEC' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           PERFORM 0100-CAPTURAR-DATA.
           PERFORM 0110-ABRIR-ARQUIVOS.
           IF NOT ERRO-ABERTURA
               PERFORM 0120-GRAVAR-CABECALHO
               PERFORM 0200-CONFERIR-NUMERACAO
               PERFORM 0300-CONFERIR-SITUACAO
               PERFORM 0400-CONFERIR-VENDAS
               PERFORM 0500-GRAVAR-RESUMO
               PERFORM 0800-FECHAR-ARQUIVOS
           END-IF.
           COMPUTE WRK-QT-ACHADOS = WRK-QT-SALTOS + WRK-QT-ACIMA
               + WRK-QT-REJEIT + WRK-QT-SEM-RET + WRK-QT-SEM-NOTA.
           DISPLAY '---------------------'.
           DISPLAY 'NOTAS CONFERIDAS......: ' WRK-QT-NOTAS.
           DISPLAY 'SALTOS DE NUMERACAO...: ' WRK-QT-SALTOS.
           DISPLAY 'NOTAS REJEITADAS......: ' WRK-QT-REJEIT.
           DISPLAY 'NOTAS SEM RETORNO.....: ' WRK-QT-SEM-RET.
           DISPLAY 'VENDAS SEM NOTA.......: ' WRK-QT-SEM-NOTA.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           STRING 'CONFERENCIA NFE ' WRK-DATA-REF ' - '
               WRK-QT-ACHADOS ' OCORRENCIAS'
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
           PERFORM 0906-FECHAR-LOG.
      * RETORNO 4 = HA OCORRENCIA A TRATAR / 8 = ERRO DE
      * ABERTURA
           EVALUATE TRUE
               WHEN ERRO-ABERTURA
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QT-ACHADOS > ZEROS OR TABELA-ESTOURADA
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       0100-CAPTURAR-DATA.
           MOVE SPACES TO WRK-DATA-REF-ENT.
           PERFORM UNTIL WRK-DATA-REF-ENT IS NUMERIC
               DISPLAY 'DATA DAS VENDAS (AAAAMMDD): '
               ACCEPT WRK-DATA-REF-ENT FROM CONSOLE
               IF WRK-DATA-REF-ENT NOT NUMERIC
                   DISPLAY 'DATA INVALIDA - INFORME AAAAMMDD'
               END-IF
           END-PERFORM.
           MOVE WRK-DATA-REF-ENT TO WRK-DATA-REF.
      * SEM O ARQUIVO DE VENDAS A PARTE 3 NAO E FEITA - AS
      * PARTES 1 E 2 SO DEPENDEM DAS NOTAS
      * ERRO EM UMA ABERTURA FECHA O QUE JA TINHA ABERTO
       0110-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-NOTAS.
           IF WRK-FS-NFE NOT = '00'
               DISPLAY 'ERRO AO ABRIR NFE.DAT - FS=' WRK-FS-NFE
               SET ERRO-ABERTURA TO TRUE
           ELSE
               OPEN INPUT ARQ-NUMERACAO
               IF WRK-FS-NFN NOT = '00'
                   DISPLAY 'ERRO AO ABRIR NFENUM.DAT - FS=' WRK-FS-NFN
                   SET ERRO-ABERTURA TO TRUE
                   CLOSE ARQ-NOTAS
               ELSE
                   OPEN OUTPUT REL-CONFERENCIA
                   IF WRK-FS-RELATORIO NOT = '00'
                       DISPLAY 'ERRO AO ABRIR REL-CONFERENCIA - FS='
                           WRK-FS-RELATORIO
                       SET ERRO-ABERTURA TO TRUE
                       CLOSE ARQ-NUMERACAO
                       CLOSE ARQ-NOTAS
                   ELSE
                       PERFORM 0115-ABRIR-VENDAS
                   END-IF
               END-IF
           END-IF.
       0115-ABRIR-VENDAS.
           OPEN INPUT ARQ-VENDAS.
           IF WRK-FS-VENDAS = '00'
               SET VENDAS-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR ARQ-VENDAS - FS=' WRK-FS-VENDAS
                   ' - VENDAS SEM NOTA NAO CONFERIDAS'
           END-IF.
       0120-GRAVAR-CABECALHO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'CONFERENCIA DAS NOTAS FISCAIS ELETRONICAS - '
               'VENDAS DE ' WRK-DATA-REF
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
       0130-GRAVAR-TRACO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '----------------------------------------'
               '----------------------------------------'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
       0150-POSICIONAR-NOTAS.
           MOVE 'N' TO WRK-FIM-NFE.
           MOVE ZEROS TO NFE-FILIAL NFE-NUMERO.
           START ARQ-NOTAS KEY IS >= NFE-CHAVE
               INVALID KEY
                   SET FIM-NFE TO TRUE
           END-START.
           IF NOT FIM-NFE
               PERFORM 0160-LER-NOTA
           END-IF.
       0160-LER-NOTA.
           READ ARQ-NOTAS NEXT RECORD
               AT END
                   SET FIM-NFE TO TRUE
           END-READ.
      ********************************************
      * PARTE 1 - NUMERACAO POR FILIAL
      ********************************************
       0200-CONFERIR-NUMERACAO.
           PERFORM 0130-GRAVAR-TRACO.
           MOVE SPACES TO WRK-LINHA-REL.
           MOVE '1 - SALTOS NA NUMERACAO' TO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           PERFORM 0150-POSICIONAR-NOTAS.
           IF NOT FIM-NFE
               PERFORM 0210-INICIAR-FILIAL
           END-IF.
           PERFORM 0220-CONFERIR-NOTA UNTIL FIM-NFE.
           IF WRK-FILIAL-ATUAL > ZEROS
               PERFORM 0230-FECHAR-FILIAL
           END-IF.
           IF WRK-QT-SALTOS = ZEROS AND WRK-QT-ACIMA = ZEROS
               MOVE SPACES TO WRK-LINHA-REL
               MOVE 'NUMERACAO SEM SALTOS' TO WRK-LINHA-REL
               PERFORM 0590-GRAVAR-LINHA-REL
           END-IF.
      * O ULTIMO NUMERO DO CONTROLE DIZ ATE ONDE A FILIAL JA
      * NUMEROU - FILIAL SEM CONTROLE E CONFERIDA ATE A
      * MAIOR NOTA EXISTENTE
       0210-INICIAR-FILIAL.
           MOVE NFE-FILIAL TO WRK-FILIAL-ATUAL.
           MOVE 1 TO WRK-NUM-ESPERADO.
           MOVE NFE-FILIAL TO NFN-FILIAL.
           READ ARQ-NUMERACAO
               INVALID KEY
                   MOVE ZEROS TO WRK-NUM-ULTIMO
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING 'FILIAL ' NFE-FILIAL
                       ' SEM CONTROLE DE NUMERACAO NO NFENUM'
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
                   PERFORM 0590-GRAVAR-LINHA-REL
               NOT INVALID KEY
                   MOVE NFN-ULTIMO-NUMERO TO WRK-NUM-ULTIMO
           END-READ.
       0220-CONFERIR-NOTA.
           IF NFE-FILIAL NOT = WRK-FILIAL-ATUAL
               PERFORM 0230-FECHAR-FILIAL
               PERFORM 0210-INICIAR-FILIAL
           END-IF.
           ADD 1 TO WRK-QT-NOTAS.
           IF NFE-NUMERO > WRK-NUM-ESPERADO
               COMPUTE WRK-NUM-ATE = NFE-NUMERO - 1
               PERFORM 0240-GRAVAR-SALTO
           END-IF.
           IF NFE-NUMERO > WRK-NUM-ULTIMO AND WRK-NUM-ULTIMO > ZEROS
               ADD 1 TO WRK-QT-ACIMA
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'FILIAL ' NFE-FILIAL ' NOTA ' NFE-NUMERO
                   ' ACIMA DO CONTROLE ' WRK-NUM-ULTIMO
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0590-GRAVAR-LINHA-REL
           END-IF.
           COMPUTE WRK-NUM-ESPERADO = NFE-NUMERO + 1.
           PERFORM 0160-LER-NOTA.
       0230-FECHAR-FILIAL.
           IF WRK-NUM-ESPERADO <= WRK-NUM-ULTIMO
               MOVE WRK-NUM-ULTIMO TO WRK-NUM-ATE
               PERFORM 0240-GRAVAR-SALTO
           END-IF.
       0240-GRAVAR-SALTO.
           ADD 1 TO WRK-QT-SALTOS.
           COMPUTE WRK-QT-NUM-FALTA = WRK-QT-NUM-FALTA
               + WRK-NUM-ATE - WRK-NUM-ESPERADO + 1.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'FILIAL ' WRK-FILIAL-ATUAL ' SEM AS NOTAS '
               WRK-NUM-ESPERADO ' A ' WRK-NUM-ATE
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
      ********************************************
      * PARTE 2 - REJEITADAS E SEM RETORNO
      ********************************************
       0300-CONFERIR-SITUACAO.
           PERFORM 0130-GRAVAR-TRACO.
           MOVE SPACES TO WRK-LINHA-REL.
           MOVE '2 - NOTAS REJEITADAS E SEM RETORNO DA SEFAZ'
               TO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'FIL  NUMERO     EMISSAO   DT VENDA  SEQ   '
               'SITUACAO    MOTIVO'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           PERFORM 0150-POSICIONAR-NOTAS.
           PERFORM 0310-CONFERIR-STATUS UNTIL FIM-NFE.
           IF WRK-QT-REJEIT = ZEROS AND WRK-QT-SEM-RET = ZEROS
               MOVE SPACES TO WRK-LINHA-REL
               MOVE 'NENHUMA NOTA PENDENTE' TO WRK-LINHA-REL
               PERFORM 0590-GRAVAR-LINHA-REL
           END-IF.
      * NOTA DA PROPRIA DATA AINDA SEM RETORNO E NORMAL - SO A
      * EMITIDA ANTES DA DATA DE REFERENCIA E COBRADA
       0310-CONFERIR-STATUS.
           EVALUATE TRUE
               WHEN NFE-REJEITADA
                   ADD 1 TO WRK-QT-REJEIT
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING NFE-FILIAL '  ' NFE-NUMERO '  '
                       NFE-DATA-EMISSAO '  ' NFE-DATA-VENDA '  '
                       NFE-SEQ-VENDA ' REJEITADA   ' NFE-MOTIVO
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
                   PERFORM 0590-GRAVAR-LINHA-REL
               WHEN NFE-PENDENTE AND NFE-DATA-EMISSAO < WRK-DATA-REF
                   ADD 1 TO WRK-QT-SEM-RET
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING NFE-FILIAL '  ' NFE-NUMERO '  '
                       NFE-DATA-EMISSAO '  ' NFE-DATA-VENDA '  '
                       NFE-SEQ-VENDA ' SEM RETORNO'
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
                   PERFORM 0590-GRAVAR-LINHA-REL
           END-EVALUATE.
           PERFORM 0160-LER-NOTA.
      ********************************************
      * PARTE 3 - VENDAS DA DATA SEM NOTA
      ********************************************
       0400-CONFERIR-VENDAS.
           PERFORM 0130-GRAVAR-TRACO.
           MOVE SPACES TO WRK-LINHA-REL.
           MOVE '3 - VENDAS APROVADAS SEM NOTA FISCAL'
               TO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           IF NOT VENDAS-DISPONIVEL
               MOVE SPACES TO WRK-LINHA-REL
               MOVE '*** ARQUIVO DE VENDAS INDISPONIVEL'
                   TO WRK-LINHA-REL
               PERFORM 0590-GRAVAR-LINHA-REL
           ELSE
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'FIL  SEQ    MATRIC  CPF                '
                   'VALOR  TIPO'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0590-GRAVAR-LINHA-REL
               PERFORM 0410-CARREGAR-NOTAS-DIA
               PERFORM 0430-LER-VENDA
               PERFORM 0420-CONFERIR-VENDA UNTIL FIM-VENDAS
               IF WRK-QT-VENDAS-DIA = ZEROS
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING '*** NENHUMA VENDA DE ' WRK-DATA-REF
                       ' NO ARQUIVO DE VENDAS'
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
                   PERFORM 0590-GRAVAR-LINHA-REL
               END-IF
           END-IF.
       0410-CARREGAR-NOTAS-DIA.
           PERFORM 0150-POSICIONAR-NOTAS.
           PERFORM 0415-GUARDAR-NOTA UNTIL FIM-NFE.
       0415-GUARDAR-NOTA.
           IF NFE-DATA-VENDA = WRK-DATA-REF
               IF WRK-QT-TAB < 5000
                   ADD 1 TO WRK-QT-TAB
                   MOVE NFE-FILIAL TO WRK-TNF-FILIAL(WRK-QT-TAB)
                   MOVE NFE-SEQ-VENDA TO WRK-TNF-SEQ(WRK-QT-TAB)
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF
           END-IF.
           PERFORM 0160-LER-NOTA.
      * A SEQUENCIA CONTA TODO REGISTRO D DO ARQUIVO, COMO NA
      * APURACAO E NA EMISSAO
       0420-CONFERIR-VENDA.
           IF REGISTRO-DETALHE
               ADD 1 TO WRK-SEQ-VENDA
               IF WRK-VND-DATA = WRK-DATA-REF
                       AND WRK-VND-VALOR > ZEROS
                   PERFORM 0440-CONFERIR-APROVADA
               END-IF
           END-IF.
           PERFORM 0430-LER-VENDA.
       0430-LER-VENDA.
           READ ARQ-VENDAS INTO WRK-VENDA
               AT END
                   SET FIM-VENDAS TO TRUE
           END-READ.
       0440-CONFERIR-APROVADA.
           MOVE 'N' TO WRK-RESG-RECUSADO.
           IF VENDA-PONTOS
               PERFORM 0450-VERIFICAR-RESGATE
           END-IF.
           IF NOT RESGATE-RECUSADO
               ADD 1 TO WRK-QT-VENDAS-DIA
               MOVE ZEROS TO WRK-IDX-ACHOU
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QT-TAB
                   IF WRK-TNF-FILIAL(WRK-IDX) = WRK-VND-FILIAL
                           AND WRK-TNF-SEQ(WRK-IDX) = WRK-SEQ-VENDA
                       MOVE WRK-IDX TO WRK-IDX-ACHOU
                       MOVE WRK-QT-TAB TO WRK-IDX
                   END-IF
               END-PERFORM
               IF WRK-IDX-ACHOU = ZEROS
                   PERFORM 0460-GRAVAR-SEM-NOTA
               END-IF
           END-IF.
       0450-VERIFICAR-RESGATE.
           MOVE 'N' TO WRK-FIM-RESGREJ.
           OPEN INPUT ARQ-RESGATE-REJ.
           IF WRK-FS-RESGREJ = '00'
               PERFORM 0455-PROCURAR-RESGATE UNTIL FIM-RESGREJ
               CLOSE ARQ-RESGATE-REJ
           END-IF.
       0455-PROCURAR-RESGATE.
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
       0460-GRAVAR-SEM-NOTA.
           ADD 1 TO WRK-QT-SEM-NOTA.
           MOVE WRK-VND-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING WRK-VND-FILIAL '  ' WRK-SEQ-VENDA '  '
               WRK-VND-MATRICULA '  ' WRK-VND-CPF-CLIENTE
               WRK-VALOR-ED '  ' WRK-VND-TIPO-PGTO
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
       0500-GRAVAR-RESUMO.
           PERFORM 0130-GRAVAR-TRACO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'NOTAS CONFERIDAS.....: ' WRK-QT-NOTAS
               '  SALTOS ' WRK-QT-SALTOS
               ' (' WRK-QT-NUM-FALTA ' NUMEROS)'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'ACIMA DO CONTROLE....: ' WRK-QT-ACIMA
               '  REJEITADAS ' WRK-QT-REJEIT
               '  SEM RETORNO ' WRK-QT-SEM-RET
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'VENDAS APROVADAS.....: ' WRK-QT-VENDAS-DIA
               '  SEM NOTA ' WRK-QT-SEM-NOTA
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0590-GRAVAR-LINHA-REL.
           IF TABELA-ESTOURADA
               MOVE SPACES TO WRK-LINHA-REL
               STRING '*** MAIS DE 5000 NOTAS NO DIA - VENDAS ALEM'
                   ' DO LIMITE SAEM COMO SEM NOTA'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0590-GRAVAR-LINHA-REL
           END-IF.
       0590-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR REL-CONFERENCIA - FS='
                   WRK-FS-RELATORIO
           END-IF.
       0800-FECHAR-ARQUIVOS.
           CLOSE ARQ-NOTAS.
           IF WRK-FS-NFE NOT = '00'
               DISPLAY 'ERRO AO FECHAR NFE.DAT - FS=' WRK-FS-NFE
           END-IF.
           CLOSE ARQ-NUMERACAO.
           IF WRK-FS-NFN NOT = '00'
               DISPLAY 'ERRO AO FECHAR NFENUM.DAT - FS=' WRK-FS-NFN
           END-IF.
           IF VENDAS-DISPONIVEL
               CLOSE ARQ-VENDAS
               IF WRK-FS-VENDAS NOT = '00'
                   DISPLAY 'ERRO AO FECHAR ARQ-VENDAS - FS='
                       WRK-FS-VENDAS
               END-IF
           END-IF.
           CLOSE REL-CONFERENCIA.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO FECHAR REL-CONFERENCIA - FS='
                   WRK-FS-RELATORIO
           END-IF.
           COPY 'BOOKLOGWRT.COB'.
