       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBPCTA.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = MANUTENCAO DO PLANO DE CONTAS
      * INCLUIR/ALTERAR, CONSULTAR E LISTAR CONTAS (CODIGO,
      * DESCRICAO, NATUREZA D/C E STATUS) - A CONTABILIZACAO
      * DO GLINTF (PROGCOBCONT) SO ACEITA LANCAMENTO EM CONTA
      * CADASTRADA E ATIVA - TUDO VAI PARA O LOG
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKCTASEL.COB'.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKCTAFD.COB'.
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKCTAWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77 WRK-OPCAO-ENT  PIC X(01) VALUE SPACE.
       77 WRK-OPCAO      PIC 9(01) VALUE ZEROS.
       77 WRK-COD-ENT    PIC X(08) VALUE SPACES.
       77 WRK-DESCR-ENT  PIC X(30) VALUE SPACES.
       77 WRK-NATUREZA-ENT PIC X(01) VALUE SPACE.
       77 WRK-STATUS-ENT PIC X(01) VALUE SPACE.
       77 WRK-FIM-CTA    PIC X(01) VALUE 'N'.
           88 FIM-CONTAS VALUE 'S'.
       77 WRK-QT-LISTADAS PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBPCTA' TO WRK-PROGRAMA-LOG.
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
           DISPLAY ' PLANO DE CONTAS'.
           DISPLAY ' 1 - INCLUIR/ALTERAR CONTA'.
           DISPLAY ' 2 - CONSULTAR CONTA'.
           DISPLAY ' 3 - LISTAR CONTAS'.
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
       0160-CAPTURAR-CODIGO.
           MOVE SPACES TO WRK-COD-ENT.
           PERFORM UNTIL WRK-COD-ENT IS NUMERIC
               DISPLAY 'CODIGO DA CONTA (8 DIGITOS): '
               ACCEPT WRK-COD-ENT FROM CONSOLE
               IF WRK-COD-ENT NOT NUMERIC
                   DISPLAY 'CODIGO INVALIDO - INFORME 8 DIGITOS'
               END-IF
           END-PERFORM.
       0200-INCLUIR-ALTERAR.
           PERFORM 0160-CAPTURAR-CODIGO.
           DISPLAY 'DESCRICAO (BRANCO MANTEM NA ALTERACAO): '.
           ACCEPT WRK-DESCR-ENT FROM CONSOLE.
           DISPLAY 'NATUREZA (D-DEVEDORA C-CREDORA BRANCO MANTEM): '.
           ACCEPT WRK-NATUREZA-ENT FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE(WRK-NATUREZA-ENT)
               TO WRK-NATUREZA-ENT.
           DISPLAY 'STATUS (A-ATIVA I-INATIVA BRANCO MANTEM): '.
           ACCEPT WRK-STATUS-ENT FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE(WRK-STATUS-ENT)
               TO WRK-STATUS-ENT.
           OPEN I-O ARQ-PLANO-CONTAS.
           IF WRK-FS-CTA = '35'
               OPEN OUTPUT ARQ-PLANO-CONTAS
               CLOSE ARQ-PLANO-CONTAS
               OPEN I-O ARQ-PLANO-CONTAS
           END-IF.
           IF WRK-FS-CTA NOT = '00'
               DISPLAY 'ERRO AO ABRIR PLANOCTA.DAT - FS=' WRK-FS-CTA
           ELSE
               MOVE WRK-COD-ENT TO CTA-CODIGO
               READ ARQ-PLANO-CONTAS
                   INVALID KEY
                       PERFORM 0210-INCLUIR-CONTA
                   NOT INVALID KEY
                       PERFORM 0220-ALTERAR-CONTA
               END-READ
               CLOSE ARQ-PLANO-CONTAS
               IF WRK-FS-CTA NOT = '00'
                   DISPLAY 'ERRO AO FECHAR PLANOCTA.DAT - FS='
                       WRK-FS-CTA
               END-IF
           END-IF.
      * NA INCLUSAO DESCRICAO E NATUREZA SAO OBRIGATORIAS - A
      * NATUREZA (D/C) E CADASTRAL E SAI NA LISTAGEM DO PLANO
       0210-INCLUIR-CONTA.
           IF WRK-DESCR-ENT = SPACES
               DISPLAY 'DESCRICAO OBRIGATORIA NA INCLUSAO'
           ELSE
           IF WRK-NATUREZA-ENT NOT = 'D' AND WRK-NATUREZA-ENT NOT = 'C'
               DISPLAY 'NATUREZA OBRIGATORIA NA INCLUSAO - D OU C'
           ELSE
               MOVE WRK-COD-ENT TO CTA-CODIGO
               MOVE WRK-DESCR-ENT TO CTA-DESCRICAO
               MOVE WRK-NATUREZA-ENT TO CTA-NATUREZA
               IF WRK-STATUS-ENT = 'A' OR WRK-STATUS-ENT = 'I'
                   MOVE WRK-STATUS-ENT TO CTA-STATUS
               ELSE
                   MOVE 'A' TO CTA-STATUS
               END-IF
               WRITE REG-CONTA
               IF WRK-FS-CTA NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR PLANOCTA.DAT - FS='
                       WRK-FS-CTA
               ELSE
                   DISPLAY 'CONTA INCLUIDA - ' WRK-COD-ENT
                   STRING 'CONTA ' WRK-COD-ENT ' INCLUIDA - '
                       CTA-NATUREZA ' ' CTA-STATUS ' '
                       WRK-DESCR-ENT DELIMITED BY SIZE
                       INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
               END-IF
           END-IF
           END-IF.
       0220-ALTERAR-CONTA.
           IF WRK-DESCR-ENT NOT = SPACES
               MOVE WRK-DESCR-ENT TO CTA-DESCRICAO
           END-IF.
           IF WRK-NATUREZA-ENT = 'D' OR WRK-NATUREZA-ENT = 'C'
               MOVE WRK-NATUREZA-ENT TO CTA-NATUREZA
           ELSE
               IF WRK-NATUREZA-ENT NOT = SPACE
                   DISPLAY 'NATUREZA INVALIDA - MANTIDA A ANTERIOR'
               END-IF
           END-IF.
           IF WRK-STATUS-ENT = 'A' OR WRK-STATUS-ENT = 'I'
               MOVE WRK-STATUS-ENT TO CTA-STATUS
           ELSE
               IF WRK-STATUS-ENT NOT = SPACE
                   DISPLAY 'STATUS INVALIDO - MANTIDO O ANTERIOR'
               END-IF
           END-IF.
           REWRITE REG-CONTA.
           IF WRK-FS-CTA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR PLANOCTA.DAT - FS=' WRK-FS-CTA
           ELSE
               DISPLAY 'CONTA ALTERADA - ' WRK-COD-ENT
               STRING 'CONTA ' WRK-COD-ENT ' ALTERADA - '
                   CTA-NATUREZA ' ' CTA-STATUS ' '
                   CTA-DESCRICAO DELIMITED BY SIZE
                   INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.
       0300-CONSULTAR.
           PERFORM 0160-CAPTURAR-CODIGO.
           OPEN INPUT ARQ-PLANO-CONTAS.
           IF WRK-FS-CTA NOT = '00'
               DISPLAY 'ERRO AO ABRIR PLANOCTA.DAT - FS=' WRK-FS-CTA
           ELSE
               MOVE WRK-COD-ENT TO CTA-CODIGO
               READ ARQ-PLANO-CONTAS
                   INVALID KEY
                       DISPLAY 'CONTA NAO CADASTRADA - ' WRK-COD-ENT
                   NOT INVALID KEY
                       DISPLAY 'CODIGO.......: ' CTA-CODIGO
                       DISPLAY 'DESCRICAO....: ' CTA-DESCRICAO
                       IF CONTA-DEVEDORA
                           DISPLAY 'NATUREZA.....: DEVEDORA'
                       ELSE
                           DISPLAY 'NATUREZA.....: CREDORA'
                       END-IF
                       IF CONTA-ATIVA
                           DISPLAY 'STATUS.......: ATIVA'
                       ELSE
                           DISPLAY 'STATUS.......: INATIVA'
                       END-IF
               END-READ
               CLOSE ARQ-PLANO-CONTAS
               IF WRK-FS-CTA NOT = '00'
                   DISPLAY 'ERRO AO FECHAR PLANOCTA.DAT - FS='
                       WRK-FS-CTA
               END-IF
           END-IF.
       0400-LISTAR.
           MOVE ZEROS TO WRK-QT-LISTADAS.
           MOVE 'N' TO WRK-FIM-CTA.
           OPEN INPUT ARQ-PLANO-CONTAS.
           IF WRK-FS-CTA = '35'
               DISPLAY 'NENHUMA CONTA CADASTRADA'
           ELSE
               IF WRK-FS-CTA NOT = '00'
                   DISPLAY 'ERRO AO ABRIR PLANOCTA.DAT - FS='
                       WRK-FS-CTA
               ELSE
                   PERFORM 0450-LER-CONTA-SEQ
                   PERFORM 0460-EXIBIR-CONTA UNTIL FIM-CONTAS
                   CLOSE ARQ-PLANO-CONTAS
                   IF WRK-FS-CTA NOT = '00'
                       DISPLAY 'ERRO AO FECHAR PLANOCTA.DAT - FS='
                           WRK-FS-CTA
                   END-IF
                   DISPLAY 'CONTAS LISTADAS: ' WRK-QT-LISTADAS
               END-IF
           END-IF.
       0450-LER-CONTA-SEQ.
           READ ARQ-PLANO-CONTAS NEXT RECORD
               AT END
                   SET FIM-CONTAS TO TRUE
           END-READ.
       0460-EXIBIR-CONTA.
           ADD 1 TO WRK-QT-LISTADAS.
           DISPLAY CTA-CODIGO ' ' CTA-DESCRICAO ' '
               CTA-NATUREZA ' ' CTA-STATUS.
           PERFORM 0450-LER-CONTA-SEQ.
           COPY 'BOOKLOGWRT.COB'.
