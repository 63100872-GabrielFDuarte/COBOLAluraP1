       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBINFR.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = INFORME ANUAL DE RENDIMENTOS POR FUNCIONARIO
      * LE O ACUMULADO ANUAL DA FOLHA (FOLHAACU.DAT) DO ANO
      * PEDIDO, BUSCA NOME E CPF NO FUNCDB.DAT E IMPRIME UM
      * INFORME POR MATRICULA COM OS DOZE MESES DA FOLHA, O
      * TOTAL DE RENDIMENTOS TRIBUTAVEIS, O DESCONTO RETIDO E
      * O 13O SALARIO EM SEPARADO (TRIBUTACAO EXCLUSIVA)
      * MATRICULA SEM CADASTRO SAI SEM CPF, VAI PARA O LOG E
      * DEVOLVE RETORNO 4 PARA O RH CORRIGIR ANTES DE ENTREGAR
      * RELATORIO NO DD RELINFR
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKACUSEL.COB'.
           COPY 'BOOKFUNCSEL.COB'.
           SELECT REL-INFORME ASSIGN TO RELINFR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKACUFD.COB'.
           COPY 'BOOKFUNCFD.COB'.
       FD  REL-INFORME.
       01  REG-RELATORIO    PIC X(100).
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKACUWS.COB'.
           COPY 'BOOKFUNCWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-ANO-ENT      PIC X(04) VALUE SPACES.
       77  WRK-ANO-INFORME  PIC 9(04) VALUE ZEROS.
       77  WRK-FIM-ACU      PIC X(01) VALUE 'N'.
           88 FIM-ACUMULADO VALUE 'S'.
       77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA VALUE 'S'.
       77  WRK-TEM-ACU      PIC X(01) VALUE 'N'.
           88 ACUMULADO-ABERTO VALUE 'S'.
       77  WRK-TEM-FUNC     PIC X(01) VALUE 'N'.
           88 FUNCIONARIOS-DISPONIVEIS VALUE 'S'.
       77  WRK-NOME         PIC X(20) VALUE SPACES.
       77  WRK-CPF          PIC X(11) VALUE SPACES.
       77  WRK-IDX          PIC 9(02) VALUE ZEROS.
       77  WRK-QT-INFORMES  PIC 9(06) VALUE ZEROS.
       77  WRK-QT-SEM-CAD   PIC 9(06) VALUE ZEROS.
       77  WRK-13-LIQUIDO   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-BRUTO    PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOT-DESCONTO PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOT-13-BRUTO PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOT-13-DESC  PIC S9(13)V99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-LINHA-MES.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WRK-MES-NUM     PIC 99.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WRK-MES-BRUTO   PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-MES-COMIS   PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-MES-DESC    PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-MES-LIQ     PIC -ZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-REL PIC X(100).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBINFR' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           PERFORM 0100-CAPTURAR-ANO.
           PERFORM 0150-ABRIR-ARQUIVOS.
           IF NOT ERRO-ABERTURA
               PERFORM 0200-GRAVAR-CABECALHO
               PERFORM 0210-LER-ACUMULADO
               PERFORM 0220-PROCESSAR-MATRICULA UNTIL FIM-ACUMULADO
               PERFORM 0300-GRAVAR-TOTAIS
           END-IF.
           PERFORM 0350-FECHAR-ARQUIVOS.
           DISPLAY '---------------------'.
           DISPLAY 'INFORMES EMITIDOS.....: ' WRK-QT-INFORMES.
           DISPLAY 'MATRICULAS SEM CADASTRO: ' WRK-QT-SEM-CAD.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           STRING 'INFORME DE RENDIMENTOS ' WRK-ANO-INFORME ' - '
               WRK-QT-INFORMES ' INFORMES ' WRK-QT-SEM-CAD
               ' SEM CADASTRO' DELIMITED BY SIZE
               INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
           PERFORM 0906-FECHAR-LOG.
      * RETORNO 4 = MATRICULA SEM CADASTRO (INFORME SEM CPF) /
      * 8 = ERRO DE ABERTURA
           EVALUATE TRUE
               WHEN ERRO-ABERTURA
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QT-SEM-CAD > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       0100-CAPTURAR-ANO.
           MOVE SPACES TO WRK-ANO-ENT.
           PERFORM UNTIL WRK-ANO-ENT IS NUMERIC
               DISPLAY 'ANO-CALENDARIO (AAAA): '
               ACCEPT WRK-ANO-ENT FROM CONSOLE
               IF WRK-ANO-ENT NOT NUMERIC
                   DISPLAY 'ANO INVALIDO - INFORME AAAA'
               END-IF
           END-PERFORM.
           MOVE WRK-ANO-ENT TO WRK-ANO-INFORME.
      * SEM FUNCDB OS INFORMES SAEM SEM NOME E SEM CPF - TODOS
      * CONTAM COMO SEM CADASTRO
       0150-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-ACUMULADO.
           IF WRK-FS-ACU = '00'
               SET ACUMULADO-ABERTO TO TRUE
           ELSE
               IF WRK-FS-ACU = '35'
                   DISPLAY 'ACUMULADO DA FOLHA AINDA SEM MOVIMENTO'
               ELSE
                   DISPLAY 'ERRO AO ABRIR FOLHAACU.DAT - FS='
                       WRK-FS-ACU
               END-IF
               SET ERRO-ABERTURA TO TRUE
           END-IF.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WRK-FS-FUNC = '00'
               SET FUNCIONARIOS-DISPONIVEIS TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR FUNCDB.DAT - FS=' WRK-FS-FUNC
           END-IF.
           IF NOT ERRO-ABERTURA
               OPEN OUTPUT REL-INFORME
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR REL-INFORME - FS='
                       WRK-FS-RELATORIO
                   SET ERRO-ABERTURA TO TRUE
               END-IF
           END-IF.
       0200-GRAVAR-CABECALHO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'INFORME DE RENDIMENTOS - ANO-CALENDARIO '
               WRK-ANO-INFORME DELIMITED BY SIZE
               INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
       0210-LER-ACUMULADO.
           READ ARQ-ACUMULADO NEXT RECORD
               AT END
                   SET FIM-ACUMULADO TO TRUE
           END-READ.
      * O ARQUIVO E POR MATRICULA + ANO - SO O ANO PEDIDO
      * ENTRA NO INFORME
       0220-PROCESSAR-MATRICULA.
           IF ACU-ANO = WRK-ANO-INFORME
               PERFORM 0230-BUSCAR-FUNCIONARIO
               PERFORM 0240-GRAVAR-INFORME
           END-IF.
           PERFORM 0210-LER-ACUMULADO.
       0230-BUSCAR-FUNCIONARIO.
           MOVE '* SEM CADASTRO *' TO WRK-NOME.
           MOVE SPACES TO WRK-CPF.
           IF FUNCIONARIOS-DISPONIVEIS
               MOVE ACU-MATRICULA TO REG-FUNC-MATRICULA
               READ ARQ-FUNCIONARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-FUNC-NOME TO WRK-NOME
                       MOVE REG-FUNC-CPF TO WRK-CPF
               END-READ
           END-IF.
           IF WRK-CPF = SPACES
               ADD 1 TO WRK-QT-SEM-CAD
               STRING 'MATRICULA ' ACU-MATRICULA ' NO ACUMULADO '
                   WRK-ANO-INFORME ' SEM CADASTRO/CPF'
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.
       0240-GRAVAR-INFORME.
           ADD 1 TO WRK-QT-INFORMES.
           MOVE ZEROS TO WRK-ACU-ANO-BRUTO WRK-ACU-ANO-COMISSAO
               WRK-ACU-ANO-DESCONTO WRK-ACU-ANO-LIQUIDO.
           MOVE ALL '=' TO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'MATRICULA ' ACU-MATRICULA '  NOME ' WRK-NOME
               '  CPF ' WRK-CPF DELIMITED BY SIZE
               INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '    MES            BRUTO        COMISSAO'
               '        DESCONTO         LIQUIDO'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           PERFORM 0250-GRAVAR-MES
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 12.
           MOVE ALL '-' TO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE WRK-ACU-ANO-BRUTO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'RENDIMENTOS TRIBUTAVEIS (FOLHA).....: '
               WRK-VALOR-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE WRK-ACU-ANO-COMISSAO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '  DOS QUAIS COMISSOES...............: '
               WRK-VALOR-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE WRK-ACU-ANO-DESCONTO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'DESCONTO PREV/IR RETIDO NA FONTE....: '
               WRK-VALOR-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE ACU-13-BRUTO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '13O SALARIO (TRIBUTACAO EXCLUSIVA)..: '
               WRK-VALOR-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE ACU-13-DESCONTO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '  DESCONTO RETIDO SOBRE O 13O.......: '
               WRK-VALOR-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           COMPUTE WRK-13-LIQUIDO = ACU-13-PARCELA1 + ACU-13-PARCELA2.
           MOVE WRK-13-LIQUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '  13O LIQUIDO PAGO (1A + 2A PARCELA): '
               WRK-VALOR-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           ADD WRK-ACU-ANO-BRUTO TO WRK-TOT-BRUTO.
           ADD WRK-ACU-ANO-DESCONTO TO WRK-TOT-DESCONTO.
           ADD ACU-13-BRUTO TO WRK-TOT-13-BRUTO.
           ADD ACU-13-DESCONTO TO WRK-TOT-13-DESC.
       0250-GRAVAR-MES.
           MOVE WRK-IDX TO WRK-MES-NUM.
           MOVE ACU-MES-BRUTO(WRK-IDX) TO WRK-MES-BRUTO.
           MOVE ACU-MES-COMISSAO(WRK-IDX) TO WRK-MES-COMIS.
           MOVE ACU-MES-DESCONTO(WRK-IDX) TO WRK-MES-DESC.
           MOVE ACU-MES-LIQUIDO(WRK-IDX) TO WRK-MES-LIQ.
           MOVE WRK-LINHA-MES TO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           ADD ACU-MES-BRUTO(WRK-IDX) TO WRK-ACU-ANO-BRUTO.
           ADD ACU-MES-COMISSAO(WRK-IDX) TO WRK-ACU-ANO-COMISSAO.
           ADD ACU-MES-DESCONTO(WRK-IDX) TO WRK-ACU-ANO-DESCONTO.
           ADD ACU-MES-LIQUIDO(WRK-IDX) TO WRK-ACU-ANO-LIQUIDO.
       0300-GRAVAR-TOTAIS.
           MOVE ALL '=' TO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'INFORMES EMITIDOS...................: '
               WRK-QT-INFORMES DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-BRUTO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TOTAL RENDIMENTOS TRIBUTAVEIS.......: '
               WRK-VALOR-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-DESCONTO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TOTAL DESCONTO RETIDO...............: '
               WRK-VALOR-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-13-BRUTO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TOTAL 13O SALARIO...................: '
               WRK-VALOR-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-13-DESC TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TOTAL DESCONTO SOBRE O 13O..........: '
               WRK-VALOR-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           IF WRK-QT-SEM-CAD > ZEROS
               MOVE SPACES TO WRK-LINHA-REL
               STRING '* ' WRK-QT-SEM-CAD ' MATRICULA(S) SEM CADASTRO'
                   ' - INFORME SEM CPF, CORRIGIR ANTES DE ENTREGAR'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0390-GRAVAR-LINHA-REL
           END-IF.
       0350-FECHAR-ARQUIVOS.
           IF ACUMULADO-ABERTO
               CLOSE ARQ-ACUMULADO
               IF WRK-FS-ACU NOT = '00'
                   DISPLAY 'ERRO AO FECHAR FOLHAACU.DAT - FS='
                       WRK-FS-ACU
               END-IF
           END-IF.
           IF FUNCIONARIOS-DISPONIVEIS
               CLOSE ARQ-FUNCIONARIOS
               IF WRK-FS-FUNC NOT = '00'
                   DISPLAY 'ERRO AO FECHAR FUNCDB.DAT - FS='
                       WRK-FS-FUNC
               END-IF
           END-IF.
           IF NOT ERRO-ABERTURA
               CLOSE REL-INFORME
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO FECHAR REL-INFORME - FS='
                       WRK-FS-RELATORIO
               END-IF
           END-IF.
       0390-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELINFR - FS='
                   WRK-FS-RELATORIO
           END-IF.
           COPY 'BOOKLOGWRT.COB'.
