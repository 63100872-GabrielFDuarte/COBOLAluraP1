       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBBKOU.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = DESFAZIMENTO COMPLETO DE UMA EXECUCAO DA
      * APURACAO DIARIA (PROGCOB15) PELO JORNAL VENDJRN.DAT
      * O SUPERVISOR INFORMA DATA E FILIAL DO LOTE, ESCOLHE A
      * EXECUCAO NA LISTA E CONFIRMA - O PROGRAMA:
      * 1 CONFERE SE O QUE A EXECUCAO GRAVOU AINDA PODE SER
      *   DESFEITO (PERIODO ABERTO, TITULO DO CREDIARIO SEM
      *   PAGAMENTO, ESTORNO E RETENCAO SEM DECISAO, SALDO DE
      *   PONTOS E DE ESTOQUE IGUAL AO QUE A EXECUCAO DEIXOU,
      *   LANCAMENTOS DO GLINTF AINDA NAO CONTABILIZADOS PELO
      *   PROGCOBCONT, NENHUMA NF-E EMITIDA NO NFEVND.DAT PARA
      *   VENDA DA DATA E DAS FILIAIS DA EXECUCAO, BKOTRAB.DAT
      *   SEM COPIA PENDENTE DE DESFAZIMENTO ANTERIOR) - HAVENDO
      *   CONFLITO LISTA E NAO MEXE EM NADA
      * 2 DEVOLVE OS ARQUIVOS INDEXADOS A IMAGEM DE ANTES DA
      *   EXECUCAO (VENDHIST, CREDIARIO, ESTPEND, CRDPEND,
      *   PONTOS, PONTMOV, ESTOQUE, MOVESTQ) E EXCLUI A ENTRADA
      *   DO LOTE NO LOTECTRL.DAT PARA O LOTE PODER SER
      *   SUBMETIDO DE NOVO
      * 3 RETIRA DO CLICOMPR.DAT, DO GLINTF E DO RESGREJ.DAT AS
      *   LINHAS GRAVADAS PELA EXECUCAO
      * 4 LIMPA O CHECKPOINT (VENDCKPT) SE FOR DA EXECUCAO E
      *   MARCA A EXECUCAO COMO DESFEITA NO JORNAL
      * O RELATORIO NO DD RELBKOU LISTA CADA REGISTRO DESFEITO
      * E O TOTAL POR ARQUIVO - CADA DESFAZIMENTO VAI PARA O
      * LOGTRANS.DAT COM O SUPERVISOR
      * SALDO DE PONTOS OU DE ESTOQUE MOVIMENTADO POR OUTRA
      * ROTINA DEPOIS DA EXECUCAO, GLINTF JA CONTABILIZADO E NF-E
      * JA EMITIDA RECUSAM O DESFAZIMENTO - O ACERTO VAI POR
      * AJUSTE. COM NOTA, O DESFAZIMENTO SO E POSSIVEL ANTES DA
      * EMISSAO (PROGCOBNFE NO STEP025 DO PROCDIA)
      * SOMENTE OPERADOR COM PERFIL DE SUPERVISOR ENTRA
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKJRNSEL.COB'.
           COPY 'BOOKHISTSEL.COB'.
           COPY 'BOOKCRDSEL.COB'.
           COPY 'BOOKESTSEL.COB'.
           COPY 'BOOKCRPSEL.COB'.
           COPY 'BOOKPTSSEL.COB'.
           COPY 'BOOKPMVSEL.COB'.
           COPY 'BOOKESQSEL.COB'.
           COPY 'BOOKMVESEL.COB'.
           COPY 'BOOKCTRSEL.COB'.
           COPY 'BOOKCCLSEL.COB'.
           COPY 'BOOKGLSEL.COB'.
           COPY 'BOOKFECHSEL.COB'.
           COPY 'BOOKOPERSEL.COB'.
           COPY 'BOOKNFVSEL.COB'.
           SELECT ARQ-RESGATE-REJ ASSIGN TO 'RESGREJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESGREJ.
           SELECT ARQ-POSICAO ASSIGN TO 'CONTCTRL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-POS.
           SELECT ARQ-CHECKPOINT ASSIGN TO VENDCKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CKPT.
           SELECT ARQ-TRABALHO ASSIGN TO 'BKOTRAB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRAB.
           SELECT REL-DESFAZ ASSIGN TO RELBKOU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKJRNFD.COB'.
           COPY 'BOOKHISTFD.COB'.
           COPY 'BOOKCRDFD.COB'.
           COPY 'BOOKESTFD.COB'.
           COPY 'BOOKCRPFD.COB'.
           COPY 'BOOKPTSFD.COB'.
           COPY 'BOOKPMVFD.COB'.
           COPY 'BOOKESQFD.COB'.
           COPY 'BOOKMVEFD.COB'.
           COPY 'BOOKCTRFD.COB'.
           COPY 'BOOKCCLFD.COB'.
           COPY 'BOOKGLFD.COB'.
           COPY 'BOOKFECHFD.COB'.
           COPY 'BOOKOPERFD.COB'.
           COPY 'BOOKNFVFD.COB'.
      * MESMO LAYOUT DO PROGCOB15 - AQUI SO A LINHA INTEIRA
       FD  ARQ-RESGATE-REJ.
       01  REG-RESGATE-REJ.
           05 RRJ-DATA      PIC 9(08).
           05 RRJ-FILIAL    PIC 9(03).
           05 FILLER        PIC X(55).
      * MESMO LAYOUT DO PROGCOBCONT - SO INTERESSA A QUANTIDADE
      * DE LANCAMENTOS DO GLINTF JA CONTABILIZADOS
       FD  ARQ-POSICAO.
       01  REG-POSICAO.
           05 POS-QT-LIDOS  PIC 9(09).
           05 FILLER        PIC X(62).
      * SO INTERESSA A EXECUCAO GRAVADA NO FINAL DO CHECKPOINT
       FD  ARQ-CHECKPOINT.
       01  REG-CHECKPOINT.
           05 FILLER        PIC X(388).
           05 CKPT-EXECUCAO.
              10 CKPT-EXEC-DATA-PROC PIC 9(08).
              10 CKPT-EXEC-HORA      PIC 9(06).
       FD  ARQ-TRABALHO.
       01  REG-TRABALHO     PIC X(70).
       FD  REL-DESFAZ.
       01  REG-RELATORIO    PIC X(100).
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKJRNWS.COB'.
           COPY 'BOOKHISTWS.COB'.
           COPY 'BOOKCRDWS.COB'.
           COPY 'BOOKESTWS.COB'.
           COPY 'BOOKCRPWS.COB'.
           COPY 'BOOKPTSWS.COB'.
           COPY 'BOOKPMVWS.COB'.
           COPY 'BOOKESQWS.COB'.
           COPY 'BOOKMVEWS.COB'.
           COPY 'BOOKCTRWS.COB'.
           COPY 'BOOKCCLWS.COB'.
           COPY 'BOOKGLWS.COB'.
           COPY 'BOOKFECHWS.COB'.
           COPY 'BOOKOPERWS.COB'.
           COPY 'BOOKNFVWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-RESGREJ   PIC X(02) VALUE '00'.
       77  WRK-FS-POS       PIC X(02) VALUE '00'.
       77  WRK-FS-CKPT      PIC X(02) VALUE '00'.
       77  WRK-FS-TRAB      PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-FS-ACAO      PIC X(02) VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-LOTE-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOTE-FILIAL  PIC 9(03) VALUE ZEROS.
       77  WRK-ESCOLHA      PIC 9(14) VALUE ZEROS.
       77  WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       77  WRK-QT-EXECUCOES PIC 9(03) VALUE ZEROS.
       77  WRK-FIM-JRN      PIC X(01) VALUE 'N'.
           88 FIM-JORNAL VALUE 'S'.
       77  WRK-FIM-ARQ      PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA VALUE 'S'.
       77  WRK-RECUSADO     PIC X(01) VALUE 'N'.
           88 DESFAZIMENTO-RECUSADO VALUE 'S'.
       77  WRK-EXEC-OK      PIC X(01) VALUE 'N'.
           88 EXECUCAO-ESCOLHIDA VALUE 'S'.
       77  WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA VALUE 'S'.
       77  WRK-QT-CONFLITOS PIC 9(05) VALUE ZEROS.
       77  WRK-QT-FALHAS    PIC 9(05) VALUE ZEROS.
       77  WRK-QT-DESFEITOS PIC 9(07) VALUE ZEROS.
       77  WRK-ULT-ARQUIVO  PIC X(08) VALUE SPACES.
       77  WRK-ULT-CHAVE-REG PIC X(30) VALUE SPACES.
       77  WRK-RESULTADO    PIC X(20) VALUE SPACES.
       77  WRK-IDX-ARQ      PIC 9(02) VALUE ZEROS.
       77  WRK-SEQ-ARQUIVO  PIC X(08) VALUE SPACES.
       77  WRK-QT-IMAGENS   PIC 9(05) VALUE ZEROS.
       77  WRK-QT-PENDENTES PIC 9(05) VALUE ZEROS.
       77  WRK-IDX          PIC 9(05) VALUE ZEROS.
       77  WRK-IDX-ACHOU    PIC 9(05) VALUE ZEROS.
       77  WRK-QT-LIDAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QT-RETIRADAS PIC 9(05) VALUE ZEROS.
       77  WRK-LINHA-SEQ    PIC X(70) VALUE SPACES.
       77  WRK-CANDIDATA    PIC X(01) VALUE 'N'.
           88 LINHA-CANDIDATA VALUE 'S'.
       77  WRK-POS-CONTABIL PIC 9(09) VALUE ZEROS.
       77  WRK-SALDO-PEND   PIC X(01) VALUE 'N'.
           88 SALDO-A-CONFERIR VALUE 'S'.
       77  WRK-SALDO-AUSENTE PIC X(01) VALUE 'N'.
           88 SALDO-ESPERADO-AUSENTE VALUE 'S'.
       77  WRK-SALDO-ACHOU  PIC X(01) VALUE 'N'.
           88 SALDO-ENCONTRADO VALUE 'S'.
       77  WRK-SALDO-ARQUIVO PIC X(08) VALUE SPACES.
       77  WRK-SALDO-CHAVE  PIC X(30) VALUE SPACES.
       77  WRK-SALDO-ESPERADO PIC X(120) VALUE SPACES.
       77  WRK-SALDO-ATUAL  PIC X(120) VALUE SPACES.
       77  WRK-QT-ED        PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-QT2-ED       PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-QT3-ED       PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-IDX-SEQ      PIC 9(01) VALUE ZEROS.
       77  WRK-SEQ-RETIRADOS PIC X(03) VALUE SPACES.
       77  WRK-TRAB-RETIDO  PIC X(01) VALUE 'N'.
           88 TRABALHO-RETIDO VALUE 'S'.
       77  WRK-QT-NOTAS     PIC 9(05) VALUE ZEROS.
       77  WRK-FIM-NFV      PIC X(01) VALUE 'N'.
           88 FIM-NOTAS VALUE 'S'.
       77  WRK-FILIAL-ACHOU PIC X(01) VALUE 'N'.
           88 FILIAL-DA-EXECUCAO VALUE 'S'.
       77  WRK-FILIAL-AUX   PIC 9(03) VALUE ZEROS.
       77  WRK-QT-FIL-EXEC  PIC 9(02) VALUE ZEROS.
       77  WRK-FIL-EXEC-CHEIA PIC X(01) VALUE 'N'.
           88 FILIAIS-EXEC-CHEIA VALUE 'S'.
      * FILIAIS COM VENDA NA EXECUCAO (FILIAL DO LOTE + FILIAIS DO
      * VENDHIST, DO CLICOMPR E DO RESGREJ NO JORNAL)
       01  WRK-FILIAIS-EXEC.
           05 WRK-FIL-EXEC OCCURS 10 TIMES PIC 9(03).
      * ARQUIVOS QUE A APURACAO DIARIA GRAVA NO JORNAL - DESFEITOS
      * / JA AUSENTES (EXCLUSAO DE REGISTRO QUE NAO EXISTE MAIS)
      * / FALHAS
       01  WRK-ARQUIVOS-NOMES.
           05 FILLER PIC X(08) VALUE 'VENDHIST'.
           05 FILLER PIC X(08) VALUE 'CREDIAR '.
           05 FILLER PIC X(08) VALUE 'ESTPEND '.
           05 FILLER PIC X(08) VALUE 'CRDPEND '.
           05 FILLER PIC X(08) VALUE 'PONTOS  '.
           05 FILLER PIC X(08) VALUE 'PONTMOV '.
           05 FILLER PIC X(08) VALUE 'ESTOQUE '.
           05 FILLER PIC X(08) VALUE 'MOVESTQ '.
           05 FILLER PIC X(08) VALUE 'LOTECTRL'.
           05 FILLER PIC X(08) VALUE 'CLICOMPR'.
           05 FILLER PIC X(08) VALUE 'GLINTF  '.
           05 FILLER PIC X(08) VALUE 'RESGREJ '.
       01  WRK-ARQUIVOS-R REDEFINES WRK-ARQUIVOS-NOMES.
           05 WRK-ARQ-NOME OCCURS 12 TIMES PIC X(08).
       01  WRK-ARQUIVOS-TAB.
           05 WRK-ARQ-ENT OCCURS 12 TIMES.
              10 WRK-ARQ-QT-DESF    PIC 9(07).
              10 WRK-ARQ-QT-AUSENTE PIC 9(07).
              10 WRK-ARQ-QT-FALHA   PIC 9(07).
      * LINHAS DO ARQUIVO SEQUENCIAL GRAVADAS PELA EXECUCAO -
      * CADA IMAGEM RETIRA UMA LINHA SO
       01  WRK-IMAGENS-TAB.
           05 WRK-IMG-ENT OCCURS 20000 TIMES.
              10 WRK-IMG-LINHA PIC X(70).
              10 WRK-IMG-USADA PIC X(01).
       01  WRK-LINHA-REL PIC X(100).
       01  WRK-LINHA-DET.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-ARQUIVO   PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-OPERACAO  PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-REFERENCIA PIC X(60).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-RESULTADO PIC X(20).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBBKOU' TO WRK-PROGRAMA-LOG.
           PERFORM 0950-AUTENTICAR-OPERADOR.
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY 'ACESSO NEGADO - ENCERRANDO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT OPERADOR-SUPERVISOR
               DISPLAY 'SOMENTE SUPERVISOR DESFAZ A APURACAO'
               MOVE WRK-OPER-ID-ENT TO WRK-OPERADOR-ID
               STRING 'OPERADOR ' WRK-OPER-ID-ENT ' SEM PERFIL DE'
                   ' SUPERVISOR NEGADO NO DESFAZIMENTO'
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
               PERFORM 0906-FECHAR-LOG
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WRK-OPER-ID-ENT TO WRK-OPERADOR-ID.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-ARQUIVOS-TAB.
           PERFORM 0100-IDENTIFICAR-EXECUCAO.
           IF EXECUCAO-ESCOLHIDA
               PERFORM 0150-ABRIR-RELATORIO
           END-IF.
           IF EXECUCAO-ESCOLHIDA AND NOT ERRO-ABERTURA
               PERFORM 0200-CONFERIR-EXECUCAO
               IF DESFAZIMENTO-RECUSADO
                   MOVE SPACES TO WRK-LINHA-REL
                   PERFORM 0490-GRAVAR-LINHA-REL
                   STRING 'DESFAZIMENTO RECUSADO - NENHUM ARQUIVO'
                       ' FOI ALTERADO' DELIMITED BY SIZE
                       INTO WRK-LINHA-REL
                   PERFORM 0490-GRAVAR-LINHA-REL
               ELSE
                   PERFORM 0300-DESFAZER-INDEXADOS
                   PERFORM 0400-DESFAZER-SEQUENCIAIS
                   PERFORM 0500-LIMPAR-CHECKPOINT
                   PERFORM 0600-MARCAR-DESFEITA
                   PERFORM 0700-GRAVAR-RESUMO
               END-IF
               CLOSE REL-DESFAZ
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO FECHAR RELBKOU - FS='
                       WRK-FS-RELATORIO
               END-IF
           END-IF.
           PERFORM 0800-ENCERRAR.
           PERFORM 0906-FECHAR-LOG.
           GOBACK.
      * ESCOLHA DA EXECUCAO - LISTA AS EXECUCOES DO LOTE NO
      * JORNAL E PEDE A DATA E HORA DA QUE SERA DESFEITA
       0100-IDENTIFICAR-EXECUCAO.
           DISPLAY 'DATA DO LOTE (AAAAMMDD): '.
           ACCEPT WRK-LOTE-DATA FROM CONSOLE.
           DISPLAY 'FILIAL DO LOTE: '.
           ACCEPT WRK-LOTE-FILIAL FROM CONSOLE.
           MOVE ZEROS TO WRK-QT-EXECUCOES.
           OPEN INPUT ARQ-JORNAL.
           IF WRK-FS-JRN NOT = '00'
               DISPLAY 'ERRO AO ABRIR VENDJRN.DAT - FS=' WRK-FS-JRN
               SET ERRO-ABERTURA TO TRUE
           ELSE
               MOVE WRK-LOTE-DATA TO JRN-EXEC-DATA-LOTE
               MOVE WRK-LOTE-FILIAL TO JRN-EXEC-FILIAL
               MOVE ZEROS TO JRN-EXEC-DATA-PROC JRN-EXEC-HORA
               MOVE LOW-VALUES TO JRN-ARQUIVO JRN-CHAVE-REG
               MOVE ZEROS TO JRN-TENTATIVA JRN-SEQ
               MOVE 'N' TO WRK-FIM-JRN
               START ARQ-JORNAL KEY IS >= JRN-CHAVE
                   INVALID KEY
                       SET FIM-JORNAL TO TRUE
               END-START
               PERFORM 0110-LISTAR-EXECUCAO UNTIL FIM-JORNAL
               CLOSE ARQ-JORNAL
           END-IF.
           IF WRK-QT-EXECUCOES = ZEROS
               IF NOT ERRO-ABERTURA
                   DISPLAY 'NENHUMA EXECUCAO NO JORNAL PARA O LOTE '
                       WRK-LOTE-DATA ' FILIAL ' WRK-LOTE-FILIAL
                   SET DESFAZIMENTO-RECUSADO TO TRUE
               END-IF
           ELSE
               DISPLAY 'DATA E HORA DA EXECUCAO A DESFAZER'
                   ' (AAAAMMDDHHMMSS): '
               ACCEPT WRK-ESCOLHA FROM CONSOLE
               PERFORM 0120-LER-CABECALHO
           END-IF.
       0110-LISTAR-EXECUCAO.
           READ ARQ-JORNAL NEXT RECORD
               AT END
                   SET FIM-JORNAL TO TRUE
               NOT AT END
                   IF JRN-EXEC-DATA-LOTE NOT = WRK-LOTE-DATA
                           OR JRN-EXEC-FILIAL NOT = WRK-LOTE-FILIAL
                       SET FIM-JORNAL TO TRUE
                   ELSE
                       IF JRN-CABECALHO
                           ADD 1 TO WRK-QT-EXECUCOES
                           DISPLAY 'EXECUCAO ' JRN-EXEC-DATA-PROC
                               JRN-EXEC-HORA ' OPERADOR '
                               JRN-OPERADOR ' SITUACAO '
                               JRN-CAB-SITUACAO ' TENTATIVAS '
                               JRN-CAB-TENTATIVAS
                       END-IF
                   END-IF
           END-READ.
      * SITUACAO A = INTERROMPIDA (OU EM CURSO) / C = CONCLUIDA /
      * D = JA DESFEITA - ESTA ULTIMA NAO PODE SER ESCOLHIDA
       0120-LER-CABECALHO.
           MOVE WRK-LOTE-DATA TO WRK-JRN-EXEC-DATA-LOTE.
           MOVE WRK-LOTE-FILIAL TO WRK-JRN-EXEC-FILIAL.
           MOVE WRK-ESCOLHA(1:8) TO WRK-JRN-EXEC-DATA-PROC.
           MOVE WRK-ESCOLHA(9:6) TO WRK-JRN-EXEC-HORA.
           OPEN INPUT ARQ-JORNAL.
           IF WRK-FS-JRN NOT = '00'
               DISPLAY 'ERRO AO ABRIR VENDJRN.DAT - FS=' WRK-FS-JRN
               SET ERRO-ABERTURA TO TRUE
           ELSE
               MOVE WRK-JRN-EXECUCAO TO JRN-EXECUCAO
               MOVE '*EXEC' TO JRN-ARQUIVO
               MOVE SPACES TO JRN-CHAVE-REG
               MOVE ZEROS TO JRN-TENTATIVA JRN-SEQ
               READ ARQ-JORNAL
                   INVALID KEY
                       DISPLAY 'EXECUCAO ' WRK-ESCOLHA
                           ' NAO ENCONTRADA NO JORNAL'
                       SET DESFAZIMENTO-RECUSADO TO TRUE
                   NOT INVALID KEY
                       IF EXECUCAO-DESFEITA
                           DISPLAY 'EXECUCAO JA DESFEITA EM '
                               JRN-CAB-DATA-DESF ' POR '
                               JRN-CAB-OPER-DESF
                           SET DESFAZIMENTO-RECUSADO TO TRUE
                       ELSE
                           MOVE JRN-CAB-SEQ-RETIRADOS
                               TO WRK-SEQ-RETIRADOS
                           DISPLAY 'CONFIRMA O DESFAZIMENTO DA'
                               ' EXECUCAO ' WRK-JRN-EXECUCAO
                               ' (S/N)? '
                           ACCEPT WRK-CONFIRMA FROM CONSOLE
                           IF WRK-CONFIRMA = 'S' OR
                                   WRK-CONFIRMA = 's'
                               SET EXECUCAO-ESCOLHIDA TO TRUE
                           ELSE
                               DISPLAY 'DESFAZIMENTO CANCELADO'
                           END-IF
                       END-IF
               END-READ
               CLOSE ARQ-JORNAL
           END-IF.
       0150-ABRIR-RELATORIO.
           OPEN OUTPUT REL-DESFAZ.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELBKOU - FS=' WRK-FS-RELATORIO
               SET ERRO-ABERTURA TO TRUE
           ELSE
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'DESFAZIMENTO DA APURACAO DIARIA - EXECUCAO '
                   WRK-JRN-EXECUCAO DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'LOTE ' WRK-LOTE-DATA ' FILIAL '
                   WRK-LOTE-FILIAL ' - EMITIDO EM ' WRK-DATA-HOJE
                   ' - SUPERVISOR ' WRK-OPERADOR-ID
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
               MOVE SPACES TO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
               MOVE '  ARQUIVO   OP  CHAVE / IMAGEM' TO WRK-LINHA-REL
               MOVE 'RESULTADO' TO WRK-LINHA-REL(78:)
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
      * 1 - CONFERENCIA ANTES DE MEXER EM QUALQUER ARQUIVO
      * PERIODO DO LOTE JA FECHADO OU REGISTRO DA EXECUCAO JA
      * MOVIMENTADO POR OUTRA ROTINA (PAGAMENTO NO PROGCOBCRED,
      * DECISAO NO PROGCOBEST/PROGCOBLIBC, SALDO DE PONTOS OU DE
      * ESTOQUE DIFERENTE DA ULTIMA IMAGEM POSTERIOR, LANCAMENTO
      * DO GLINTF JA CONTABILIZADO, NF-E JA EMITIDA) RECUSA O
      * DESFAZIMENTO
       0200-CONFERIR-EXECUCAO.
           MOVE ZEROS TO WRK-QT-CONFLITOS.
           MOVE ZEROS TO WRK-QT-FIL-EXEC.
           MOVE 'N' TO WRK-FIL-EXEC-CHEIA.
           MOVE WRK-LOTE-FILIAL TO WRK-FILIAL-AUX.
           PERFORM 0275-INCLUIR-FILIAL.
           MOVE WRK-LOTE-DATA(1:6) TO WRK-PERIODO.
           PERFORM 0910-VERIFICAR-FECHADO.
           IF PERIODO-FECHADO
               MOVE SPACES TO WRK-LINHA-REL
               STRING '  CONFLITO - PERIODO ' WRK-PERIODO
                   ' JA FECHADO NO FECHPER.DAT (REABRIR ANTES)'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
               ADD 1 TO WRK-QT-CONFLITOS
           END-IF.
           OPEN INPUT ARQ-JORNAL.
           IF WRK-FS-JRN NOT = '00'
               DISPLAY 'ERRO AO ABRIR VENDJRN.DAT - FS=' WRK-FS-JRN
               ADD 1 TO WRK-QT-CONFLITOS
           ELSE
               PERFORM 0280-POSICIONAR-EXECUCAO
               MOVE SPACES TO WRK-ULT-ARQUIVO WRK-ULT-CHAVE-REG
               MOVE 'N' TO WRK-SALDO-PEND
               PERFORM 0210-CONFERIR-REGISTRO UNTIL FIM-JORNAL
               PERFORM 0250-CONFERIR-SALDO
               CLOSE ARQ-JORNAL
           END-IF.
           PERFORM 0260-CONFERIR-CONTABIL.
           PERFORM 0270-CONFERIR-NOTAS.
           PERFORM 0295-CONFERIR-TRABALHO.
           IF WRK-QT-CONFLITOS > ZEROS
               SET DESFAZIMENTO-RECUSADO TO TRUE
           END-IF.
       0210-CONFERIR-REGISTRO.
           PERFORM 0285-LER-JORNAL.
           IF NOT FIM-JORNAL
               EVALUATE JRN-ARQUIVO
                   WHEN 'VENDHIST'
                       MOVE JRN-CHAVE-REG(9:3) TO WRK-FILIAL-AUX
                       PERFORM 0275-INCLUIR-FILIAL
                   WHEN 'CLICOMPR'
                       MOVE JRN-IMAGEM(22:3) TO WRK-FILIAL-AUX
                       PERFORM 0275-INCLUIR-FILIAL
                   WHEN 'RESGREJ'
                       MOVE JRN-IMAGEM(9:3) TO WRK-FILIAL-AUX
                       PERFORM 0275-INCLUIR-FILIAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF JRN-CHAVE-REG NOT = SPACES
                       AND (JRN-ARQUIVO NOT = WRK-ULT-ARQUIVO
                       OR JRN-CHAVE-REG NOT = WRK-ULT-CHAVE-REG)
                   PERFORM 0250-CONFERIR-SALDO
                   MOVE JRN-ARQUIVO TO WRK-ULT-ARQUIVO
                   MOVE JRN-CHAVE-REG TO WRK-ULT-CHAVE-REG
                   IF JRN-INCLUSAO
                       EVALUATE JRN-ARQUIVO
                           WHEN 'CREDIAR'
                               PERFORM 0220-CONFERIR-CREDIARIO
                           WHEN 'ESTPEND'
                               PERFORM 0230-CONFERIR-ESTORNO
                           WHEN 'CRDPEND'
                               PERFORM 0240-CONFERIR-RETENCAO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   IF JRN-ARQUIVO = 'PONTOS' OR JRN-ARQUIVO = 'ESTOQUE'
                       SET SALDO-A-CONFERIR TO TRUE
                       MOVE JRN-ARQUIVO TO WRK-SALDO-ARQUIVO
                       MOVE JRN-CHAVE-REG TO WRK-SALDO-CHAVE
                       MOVE JRN-IMAGEM TO WRK-SALDO-ESPERADO
                       MOVE 'N' TO WRK-SALDO-AUSENTE
                       IF JRN-INCLUSAO
                           SET SALDO-ESPERADO-AUSENTE TO TRUE
                       END-IF
                   END-IF
               ELSE
                   IF JRN-POSTERIOR AND SALDO-A-CONFERIR
                       MOVE JRN-IMAGEM TO WRK-SALDO-ESPERADO
                       MOVE 'N' TO WRK-SALDO-AUSENTE
                   END-IF
               END-IF
           END-IF.
       0220-CONFERIR-CREDIARIO.
           OPEN INPUT ARQ-CREDIARIO.
           IF WRK-FS-CRED = '00'
               MOVE JRN-CHAVE-REG TO CRED-CHAVE
               READ ARQ-CREDIARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CREDIARIO-ABERTO
                               OR CRED-SALDO NOT = CRED-VALOR-ORIG
                           MOVE 'CONFLITO - PAGO'
                               TO WRK-RESULTADO
                           PERFORM 0290-GRAVAR-CONFLITO
                       END-IF
               END-READ
               CLOSE ARQ-CREDIARIO
           END-IF.
       0230-CONFERIR-ESTORNO.
           OPEN INPUT ARQ-ESTORNOS.
           IF WRK-FS-EST = '00'
               MOVE JRN-CHAVE-REG TO EST-CHAVE
               READ ARQ-ESTORNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT ESTORNO-PENDENTE
                           MOVE 'CONFLITO - DECIDIDO'
                               TO WRK-RESULTADO
                           PERFORM 0290-GRAVAR-CONFLITO
                       END-IF
               END-READ
               CLOSE ARQ-ESTORNOS
           END-IF.
       0240-CONFERIR-RETENCAO.
           OPEN INPUT ARQ-CRED-RETIDO.
           IF WRK-FS-CRP = '00'
               MOVE JRN-CHAVE-REG TO CRP-CHAVE
               READ ARQ-CRED-RETIDO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT RETENCAO-PENDENTE
                           MOVE 'CONFLITO - DECIDIDA'
                               TO WRK-RESULTADO
                           PERFORM 0290-GRAVAR-CONFLITO
                       END-IF
               END-READ
               CLOSE ARQ-CRED-RETIDO
           END-IF.
      * O SALDO ESPERADO E A ULTIMA IMAGEM POSTERIOR DA CHAVE -
      * SEM ELA (MOVIMENTO NAO GRAVADO OU JA APLICADO EM
      * TENTATIVA ANTERIOR) A EXECUCAO NAO MEXEU NO SALDO E
      * VALE A IMAGEM ANTERIOR (INCLUSAO = SALDO INEXISTENTE)
       0250-CONFERIR-SALDO.
           IF SALDO-A-CONFERIR
               MOVE 'N' TO WRK-SALDO-PEND
               MOVE 'N' TO WRK-SALDO-ACHOU
               MOVE SPACES TO WRK-SALDO-ATUAL
               IF WRK-SALDO-ARQUIVO = 'PONTOS'
                   PERFORM 0252-LER-SALDO-PONTOS
               ELSE
                   PERFORM 0254-LER-SALDO-ESTOQUE
               END-IF
               MOVE SPACES TO WRK-RESULTADO
               EVALUATE TRUE
                   WHEN WRK-FS-ACAO NOT = '00'
                           AND WRK-FS-ACAO NOT = '35'
                       STRING 'CONFLITO - FS=' WRK-FS-ACAO
                           DELIMITED BY SIZE INTO WRK-RESULTADO
                   WHEN SALDO-ESPERADO-AUSENTE
                       IF SALDO-ENCONTRADO
                           MOVE 'CONFLITO - ALTERADO' TO WRK-RESULTADO
                       END-IF
                   WHEN NOT SALDO-ENCONTRADO
                       MOVE 'CONFLITO - EXCLUIDO' TO WRK-RESULTADO
                   WHEN WRK-SALDO-ATUAL NOT = WRK-SALDO-ESPERADO
                       MOVE 'CONFLITO - ALTERADO' TO WRK-RESULTADO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WRK-RESULTADO NOT = SPACES
                   ADD 1 TO WRK-QT-CONFLITOS
                   MOVE WRK-SALDO-ARQUIVO TO WRK-DET-ARQUIVO
                   MOVE 'P' TO WRK-DET-OPERACAO
                   MOVE WRK-SALDO-CHAVE TO WRK-DET-REFERENCIA
                   MOVE WRK-RESULTADO TO WRK-DET-RESULTADO
                   MOVE WRK-LINHA-DET TO WRK-LINHA-REL
                   PERFORM 0490-GRAVAR-LINHA-REL
               END-IF
           END-IF.
       0252-LER-SALDO-PONTOS.
           OPEN INPUT ARQ-PONTOS.
           MOVE WRK-FS-PTS TO WRK-FS-ACAO.
           IF WRK-FS-PTS = '00'
               MOVE WRK-SALDO-CHAVE TO PTS-CPF
               READ ARQ-PONTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SALDO-ENCONTRADO TO TRUE
                       MOVE REG-PONTOS TO WRK-SALDO-ATUAL
               END-READ
               CLOSE ARQ-PONTOS
           END-IF.
       0254-LER-SALDO-ESTOQUE.
           OPEN INPUT ARQ-ESTOQUE.
           MOVE WRK-FS-ESQ TO WRK-FS-ACAO.
           IF WRK-FS-ESQ = '00'
               MOVE WRK-SALDO-CHAVE TO ESQ-CHAVE
               READ ARQ-ESTOQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SALDO-ENCONTRADO TO TRUE
                       MOVE REG-ESTOQUE TO WRK-SALDO-ATUAL
               END-READ
               CLOSE ARQ-ESTOQUE
           END-IF.
      * O PROGCOBCONT GUARDA NO CONTCTRL.DAT QUANTOS LANCAMENTOS
      * DO GLINTF JA LEU - LINHA DA EXECUCAO DENTRO DESSA
      * POSICAO JA ESTA NO RAZAO E NAO PODE SAIR DO GLINTF (O
      * ESTORNO E FEITO NA CONTABILIDADE)
       0260-CONFERIR-CONTABIL.
           MOVE ZEROS TO WRK-POS-CONTABIL.
           OPEN INPUT ARQ-POSICAO.
           IF WRK-FS-POS = '00'
               READ ARQ-POSICAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE POS-QT-LIDOS TO WRK-POS-CONTABIL
               END-READ
               CLOSE ARQ-POSICAO
           ELSE
               IF WRK-FS-POS NOT = '35'
                   DISPLAY 'ERRO AO ABRIR CONTCTRL.DAT - FS='
                       WRK-FS-POS
                   ADD 1 TO WRK-QT-CONFLITOS
               END-IF
           END-IF.
           IF WRK-POS-CONTABIL > ZEROS
               MOVE 'GLINTF' TO WRK-SEQ-ARQUIVO
               PERFORM 0420-CARREGAR-IMAGENS
               IF WRK-QT-IMAGENS > ZEROS
                   PERFORM 0262-CONTAR-CONTABILIZADAS
               END-IF
           END-IF.
       0262-CONTAR-CONTABILIZADAS.
           MOVE ZEROS TO WRK-QT-LIDAS WRK-QT-RETIRADAS.
           PERFORM 0470-ABRIR-SEQ-ENTRADA.
           IF WRK-FS-ACAO = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 0265-CONFERIR-LINHA-CONTABIL
                   UNTIL FIM-ARQUIVO
                       OR WRK-QT-LIDAS >= WRK-POS-CONTABIL
               PERFORM 0478-FECHAR-SEQ
               IF WRK-QT-RETIRADAS > ZEROS
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING '  CONFLITO - ' WRK-QT-RETIRADAS
                       ' LINHAS DO GLINTF JA CONTABILIZADAS NO'
                       ' PROGCOBCONT (POSICAO ' WRK-POS-CONTABIL ')'
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
                   PERFORM 0490-GRAVAR-LINHA-REL
                   ADD 1 TO WRK-QT-CONFLITOS
               END-IF
           ELSE
               IF WRK-FS-ACAO NOT = '35'
                   ADD 1 TO WRK-QT-CONFLITOS
               END-IF
           END-IF.
       0265-CONFERIR-LINHA-CONTABIL.
           PERFORM 0474-LER-SEQ.
           IF NOT FIM-ARQUIVO
               ADD 1 TO WRK-QT-LIDAS
               PERFORM 0440-PROCURAR-IMAGEM
               IF WRK-IDX-ACHOU > ZEROS
                   MOVE 'S' TO WRK-IMG-USADA(WRK-IDX-ACHOU)
                   SUBTRACT 1 FROM WRK-QT-PENDENTES
                   ADD 1 TO WRK-QT-RETIRADAS
               END-IF
           END-IF.
      * NF-E JA EMITIDA PARA VENDA DA EXECUCAO (NFEVND.DAT COM A
      * DATA DO LOTE E UMA DAS FILIAIS DA EXECUCAO) RECUSA O
      * DESFAZIMENTO DE VEZ - NENHUMA ROTINA CANCELA NOTA, ENTAO
      * O DESFAZIMENTO SO E POSSIVEL ANTES DO STEP025 DO PROCDIA.
      * CADA NOTA SAI NO RELATORIO E O ACERTO VAI POR AJUSTE
       0270-CONFERIR-NOTAS.
           MOVE ZEROS TO WRK-QT-NOTAS.
           OPEN INPUT ARQ-NOTA-VENDA.
           IF WRK-FS-NFV = '00'
               MOVE WRK-LOTE-DATA TO NFV-DATA-VENDA
               MOVE ZEROS TO NFV-FILIAL NFV-SEQ-VENDA
               MOVE 'N' TO WRK-FIM-NFV
               START ARQ-NOTA-VENDA KEY IS >= NFV-CHAVE
                   INVALID KEY
                       SET FIM-NOTAS TO TRUE
               END-START
               PERFORM 0272-CONFERIR-NOTA UNTIL FIM-NOTAS
               CLOSE ARQ-NOTA-VENDA
               IF WRK-QT-NOTAS > ZEROS
                   DISPLAY 'NF-E JA EMITIDA PARA O LOTE - DESFAZIMENTO'
                       ' SO E POSSIVEL ANTES DO STEP025 - ACERTO POR'
                       ' AJUSTE'
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING '  CONFLITO - ' WRK-QT-NOTAS ' NF-E JA'
                       ' EMITIDAS - DESFAZIMENTO SO ANTES DO STEP025'
                       ' (ACERTO POR AJUSTE)' DELIMITED BY SIZE
                       INTO WRK-LINHA-REL
                   PERFORM 0490-GRAVAR-LINHA-REL
               END-IF
           ELSE
               IF WRK-FS-NFV NOT = '35'
                   DISPLAY 'ERRO AO ABRIR NFEVND.DAT - FS=' WRK-FS-NFV
                   ADD 1 TO WRK-QT-CONFLITOS
               END-IF
           END-IF.
       0272-CONFERIR-NOTA.
           READ ARQ-NOTA-VENDA NEXT RECORD
               AT END
                   SET FIM-NOTAS TO TRUE
               NOT AT END
                   IF NFV-DATA-VENDA NOT = WRK-LOTE-DATA
                       SET FIM-NOTAS TO TRUE
                   ELSE
                       MOVE NFV-FILIAL TO WRK-FILIAL-AUX
                       PERFORM 0276-PROCURAR-FILIAL
                       IF FILIAL-DA-EXECUCAO OR FILIAIS-EXEC-CHEIA
                           ADD 1 TO WRK-QT-CONFLITOS
                           ADD 1 TO WRK-QT-NOTAS
                           MOVE 'NFEVND' TO WRK-DET-ARQUIVO
                           MOVE 'I' TO WRK-DET-OPERACAO
                           MOVE SPACES TO WRK-DET-REFERENCIA
                           STRING 'FILIAL ' NFV-FILIAL ' VENDA '
                               NFV-SEQ-VENDA ' NOTA ' NFV-NUMERO
                               ' - EMITIDA' DELIMITED BY SIZE
                               INTO WRK-DET-REFERENCIA
                           MOVE 'CONFLITO - NF-E' TO WRK-DET-RESULTADO
                           MOVE WRK-LINHA-DET TO WRK-LINHA-REL
                           PERFORM 0490-GRAVAR-LINHA-REL
                       END-IF
                   END-IF
           END-READ.
      * MAIS DE 10 FILIAIS NA EXECUCAO = TODA NOTA DA DATA CONTA
       0275-INCLUIR-FILIAL.
           PERFORM 0276-PROCURAR-FILIAL.
           IF NOT FILIAL-DA-EXECUCAO AND WRK-FILIAL-AUX NOT = ZEROS
               IF WRK-QT-FIL-EXEC < 10
                   ADD 1 TO WRK-QT-FIL-EXEC
                   MOVE WRK-FILIAL-AUX TO WRK-FIL-EXEC(WRK-QT-FIL-EXEC)
               ELSE
                   SET FILIAIS-EXEC-CHEIA TO TRUE
               END-IF
           END-IF.
       0276-PROCURAR-FILIAL.
           MOVE 'N' TO WRK-FILIAL-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-FIL-EXEC
               IF WRK-FIL-EXEC(WRK-IDX) = WRK-FILIAL-AUX
                   SET FILIAL-DA-EXECUCAO TO TRUE
               END-IF
           END-PERFORM.
      * POSICIONA NO PRIMEIRO REGISTRO DA EXECUCAO ESCOLHIDA
       0280-POSICIONAR-EXECUCAO.
           MOVE WRK-JRN-EXECUCAO TO JRN-EXECUCAO.
           MOVE LOW-VALUES TO JRN-ARQUIVO JRN-CHAVE-REG.
           MOVE ZEROS TO JRN-TENTATIVA JRN-SEQ.
           MOVE 'N' TO WRK-FIM-JRN.
           START ARQ-JORNAL KEY IS >= JRN-CHAVE
               INVALID KEY
                   SET FIM-JORNAL TO TRUE
           END-START.
       0285-LER-JORNAL.
           READ ARQ-JORNAL NEXT RECORD
               AT END
                   SET FIM-JORNAL TO TRUE
               NOT AT END
                   IF JRN-EXECUCAO NOT = WRK-JRN-EXECUCAO
                       SET FIM-JORNAL TO TRUE
                   END-IF
           END-READ.
       0290-GRAVAR-CONFLITO.
           ADD 1 TO WRK-QT-CONFLITOS.
           MOVE JRN-ARQUIVO TO WRK-DET-ARQUIVO.
           MOVE JRN-OPERACAO TO WRK-DET-OPERACAO.
           MOVE JRN-CHAVE-REG TO WRK-DET-REFERENCIA.
           MOVE WRK-RESULTADO TO WRK-DET-RESULTADO.
           MOVE WRK-LINHA-DET TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
      * BKOTRAB.DAT COM LINHAS = COPIA DE DESFAZIMENTO ANTERIOR QUE
      * NAO VOLTOU AO ARQUIVO SEQUENCIAL (O LOGTRANS.DAT DIZ DE
      * QUAL) - E A UNICA COPIA INTEIRA E NAO PODE SER SOBREPOSTA
      * ANTES DE DEVOLVIDA
       0295-CONFERIR-TRABALHO.
           OPEN INPUT ARQ-TRABALHO.
           IF WRK-FS-TRAB = '00'
               READ ARQ-TRABALHO
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY 'BKOTRAB.DAT COM COPIA NAO DEVOLVIDA -'
                           ' RESTAURAR ANTES DO DESFAZIMENTO'
                       MOVE SPACES TO WRK-LINHA-REL
                       STRING '  CONFLITO - BKOTRAB.DAT RETEM COPIA'
                           ' NAO DEVOLVIDA DE DESFAZIMENTO ANTERIOR'
                           ' (VER LOGTRANS.DAT)'
                           DELIMITED BY SIZE INTO WRK-LINHA-REL
                       PERFORM 0490-GRAVAR-LINHA-REL
                       ADD 1 TO WRK-QT-CONFLITOS
               END-READ
               CLOSE ARQ-TRABALHO
           ELSE
               IF WRK-FS-TRAB NOT = '35'
                   DISPLAY 'ERRO AO ABRIR BKOTRAB.DAT - FS='
                       WRK-FS-TRAB
                   ADD 1 TO WRK-QT-CONFLITOS
               END-IF
           END-IF.
      * 2 - ARQUIVOS INDEXADOS - O JORNAL ESTA NA ORDEM ARQUIVO +
      * CHAVE + TENTATIVA + SEQUENCIA, ENTAO O PRIMEIRO REGISTRO
      * DE CADA CHAVE E O DE ANTES DA EXECUCAO: INCLUSAO EXCLUI
      * O REGISTRO, ALTERACAO DEVOLVE A IMAGEM ANTERIOR. OS
      * DEMAIS REGISTROS DA MESMA CHAVE SAO IGNORADOS
       0300-DESFAZER-INDEXADOS.
           OPEN INPUT ARQ-JORNAL.
           IF WRK-FS-JRN NOT = '00'
               DISPLAY 'ERRO AO ABRIR VENDJRN.DAT - FS=' WRK-FS-JRN
               ADD 1 TO WRK-QT-FALHAS
           ELSE
               PERFORM 0280-POSICIONAR-EXECUCAO
               MOVE SPACES TO WRK-ULT-ARQUIVO WRK-ULT-CHAVE-REG
               PERFORM 0310-DESFAZER-REGISTRO UNTIL FIM-JORNAL
               CLOSE ARQ-JORNAL
           END-IF.
       0310-DESFAZER-REGISTRO.
           PERFORM 0285-LER-JORNAL.
           IF NOT FIM-JORNAL
               IF JRN-CHAVE-REG NOT = SPACES
                       AND (JRN-ARQUIVO NOT = WRK-ULT-ARQUIVO
                       OR JRN-CHAVE-REG NOT = WRK-ULT-CHAVE-REG)
                   MOVE JRN-ARQUIVO TO WRK-ULT-ARQUIVO
                   MOVE JRN-CHAVE-REG TO WRK-ULT-CHAVE-REG
                   MOVE '99' TO WRK-FS-ACAO
                   EVALUATE JRN-ARQUIVO
                       WHEN 'VENDHIST'
                           PERFORM 0320-DESFAZER-HISTORICO
                       WHEN 'CREDIAR'
                           PERFORM 0325-DESFAZER-CREDIARIO
                       WHEN 'ESTPEND'
                           PERFORM 0330-DESFAZER-ESTORNO
                       WHEN 'CRDPEND'
                           PERFORM 0335-DESFAZER-RETENCAO
                       WHEN 'PONTOS'
                           PERFORM 0340-DESFAZER-PONTOS
                       WHEN 'PONTMOV'
                           PERFORM 0345-DESFAZER-MOV-PONTOS
                       WHEN 'ESTOQUE'
                           PERFORM 0350-DESFAZER-ESTOQUE
                       WHEN 'MOVESTQ'
                           PERFORM 0355-DESFAZER-MOV-ESTOQUE
                       WHEN 'LOTECTRL'
                           PERFORM 0360-DESFAZER-CONTROLE-LOTE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM 0380-REGISTRAR-ACAO
               END-IF
           END-IF.
       0320-DESFAZER-HISTORICO.
           OPEN I-O ARQ-HISTORICO.
           IF WRK-FS-HIST = '00'
               MOVE JRN-CHAVE-REG TO HIST-CHAVE
               READ ARQ-HISTORICO
                   INVALID KEY
                       IF JRN-ALTERACAO
                           MOVE JRN-IMAGEM TO REG-HISTORICO
                           WRITE REG-HISTORICO
                       END-IF
                   NOT INVALID KEY
                       IF JRN-ALTERACAO
                           MOVE JRN-IMAGEM TO REG-HISTORICO
                           REWRITE REG-HISTORICO
                       ELSE
                           DELETE ARQ-HISTORICO RECORD
                       END-IF
               END-READ
               MOVE WRK-FS-HIST TO WRK-FS-ACAO
               CLOSE ARQ-HISTORICO
           ELSE
               MOVE WRK-FS-HIST TO WRK-FS-ACAO
           END-IF.
       0325-DESFAZER-CREDIARIO.
           OPEN I-O ARQ-CREDIARIO.
           IF WRK-FS-CRED = '00'
               MOVE JRN-CHAVE-REG TO CRED-CHAVE
               DELETE ARQ-CREDIARIO RECORD
               MOVE WRK-FS-CRED TO WRK-FS-ACAO
               CLOSE ARQ-CREDIARIO
           ELSE
               MOVE WRK-FS-CRED TO WRK-FS-ACAO
           END-IF.
       0330-DESFAZER-ESTORNO.
           OPEN I-O ARQ-ESTORNOS.
           IF WRK-FS-EST = '00'
               MOVE JRN-CHAVE-REG TO EST-CHAVE
               DELETE ARQ-ESTORNOS RECORD
               MOVE WRK-FS-EST TO WRK-FS-ACAO
               CLOSE ARQ-ESTORNOS
           ELSE
               MOVE WRK-FS-EST TO WRK-FS-ACAO
           END-IF.
       0335-DESFAZER-RETENCAO.
           OPEN I-O ARQ-CRED-RETIDO.
           IF WRK-FS-CRP = '00'
               MOVE JRN-CHAVE-REG TO CRP-CHAVE
               DELETE ARQ-CRED-RETIDO RECORD
               MOVE WRK-FS-CRP TO WRK-FS-ACAO
               CLOSE ARQ-CRED-RETIDO
           ELSE
               MOVE WRK-FS-CRP TO WRK-FS-ACAO
           END-IF.
       0340-DESFAZER-PONTOS.
           OPEN I-O ARQ-PONTOS.
           IF WRK-FS-PTS = '00'
               MOVE JRN-CHAVE-REG TO PTS-CPF
               READ ARQ-PONTOS
                   INVALID KEY
                       IF JRN-ALTERACAO
                           MOVE JRN-IMAGEM TO REG-PONTOS
                           WRITE REG-PONTOS
                       END-IF
                   NOT INVALID KEY
                       IF JRN-ALTERACAO
                           MOVE JRN-IMAGEM TO REG-PONTOS
                           REWRITE REG-PONTOS
                       ELSE
                           DELETE ARQ-PONTOS RECORD
                       END-IF
               END-READ
               MOVE WRK-FS-PTS TO WRK-FS-ACAO
               CLOSE ARQ-PONTOS
           ELSE
               MOVE WRK-FS-PTS TO WRK-FS-ACAO
           END-IF.
       0345-DESFAZER-MOV-PONTOS.
           OPEN I-O ARQ-MOV-PONTOS.
           IF WRK-FS-PMV = '00'
               MOVE JRN-CHAVE-REG TO PMV-CHAVE
               DELETE ARQ-MOV-PONTOS RECORD
               MOVE WRK-FS-PMV TO WRK-FS-ACAO
               CLOSE ARQ-MOV-PONTOS
           ELSE
               MOVE WRK-FS-PMV TO WRK-FS-ACAO
           END-IF.
       0350-DESFAZER-ESTOQUE.
           OPEN I-O ARQ-ESTOQUE.
           IF WRK-FS-ESQ = '00'
               MOVE JRN-CHAVE-REG TO ESQ-CHAVE
               READ ARQ-ESTOQUE
                   INVALID KEY
                       IF JRN-ALTERACAO
                           MOVE JRN-IMAGEM TO REG-ESTOQUE
                           WRITE REG-ESTOQUE
                       END-IF
                   NOT INVALID KEY
                       IF JRN-ALTERACAO
                           MOVE JRN-IMAGEM TO REG-ESTOQUE
                           REWRITE REG-ESTOQUE
                       ELSE
                           DELETE ARQ-ESTOQUE RECORD
                       END-IF
               END-READ
               MOVE WRK-FS-ESQ TO WRK-FS-ACAO
               CLOSE ARQ-ESTOQUE
           ELSE
               MOVE WRK-FS-ESQ TO WRK-FS-ACAO
           END-IF.
       0355-DESFAZER-MOV-ESTOQUE.
           OPEN I-O ARQ-MOV-ESTOQUE.
           IF WRK-FS-MVE = '00'
               MOVE JRN-CHAVE-REG TO MVE-CHAVE
               DELETE ARQ-MOV-ESTOQUE RECORD
               MOVE WRK-FS-MVE TO WRK-FS-ACAO
               CLOSE ARQ-MOV-ESTOQUE
           ELSE
               MOVE WRK-FS-MVE TO WRK-FS-ACAO
           END-IF.
      * SEM A ENTRADA NO LOTECTRL O PROGCOB15 ACEITA O MESMO
      * LOTE DE NOVO (0116-VERIFICAR-LOTE-APLICADO)
       0360-DESFAZER-CONTROLE-LOTE.
           OPEN I-O ARQ-CONTROLE-LOTE.
           IF WRK-FS-CTRL = '00'
               MOVE JRN-CHAVE-REG TO CTRL-CHAVE
               DELETE ARQ-CONTROLE-LOTE RECORD
               MOVE WRK-FS-CTRL TO WRK-FS-ACAO
               CLOSE ARQ-CONTROLE-LOTE
           ELSE
               MOVE WRK-FS-CTRL TO WRK-FS-ACAO
           END-IF.
      * FS 23 NA EXCLUSAO = REGISTRO JA NAO EXISTE (A EXECUCAO
      * PAROU ANTES DE GRAVAR OU O DESFAZIMENTO ESTA SENDO
      * REPETIDO) - NAO E FALHA
       0380-REGISTRAR-ACAO.
           PERFORM 0385-LOCALIZAR-ARQUIVO.
           EVALUATE WRK-FS-ACAO
               WHEN '00'
                   IF JRN-ALTERACAO
                       MOVE 'IMAGEM RESTAURADA' TO WRK-RESULTADO
                   ELSE
                       MOVE 'EXCLUIDO' TO WRK-RESULTADO
                   END-IF
                   ADD 1 TO WRK-QT-DESFEITOS
                   IF WRK-IDX-ARQ > ZEROS
                       ADD 1 TO WRK-ARQ-QT-DESF(WRK-IDX-ARQ)
                   END-IF
               WHEN '23'
                   MOVE 'JA AUSENTE' TO WRK-RESULTADO
                   IF WRK-IDX-ARQ > ZEROS
                       ADD 1 TO WRK-ARQ-QT-AUSENTE(WRK-IDX-ARQ)
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WRK-RESULTADO
                   STRING 'FALHA - FS=' WRK-FS-ACAO
                       DELIMITED BY SIZE INTO WRK-RESULTADO
                   ADD 1 TO WRK-QT-FALHAS
                   IF WRK-IDX-ARQ > ZEROS
                       ADD 1 TO WRK-ARQ-QT-FALHA(WRK-IDX-ARQ)
                   END-IF
           END-EVALUATE.
           MOVE JRN-ARQUIVO TO WRK-DET-ARQUIVO.
           MOVE JRN-OPERACAO TO WRK-DET-OPERACAO.
           MOVE JRN-CHAVE-REG TO WRK-DET-REFERENCIA.
           MOVE WRK-RESULTADO TO WRK-DET-RESULTADO.
           MOVE WRK-LINHA-DET TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
       0385-LOCALIZAR-ARQUIVO.
           MOVE ZEROS TO WRK-IDX-ARQ.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 12
               IF WRK-ARQ-NOME(WRK-IDX) = JRN-ARQUIVO
                   MOVE WRK-IDX TO WRK-IDX-ARQ
                   MOVE 12 TO WRK-IDX
               END-IF
           END-PERFORM.
      * 3 - ARQUIVOS SEQUENCIAIS - CARREGA AS LINHAS GRAVADAS PELA
      * EXECUCAO, COPIA O ARQUIVO PARA O BKOTRAB.DAT SEM ELAS E
      * DEVOLVE A COPIA. SO LINHA DA DATA DO LOTE E COMPARADA COM
      * A TABELA (DE QUALQUER FILIAL - O LOTE TRAZ ATE 10 E A
      * COMPARACAO E DA LINHA INTEIRA). ARQUIVO JA RETIRADO EM
      * DESFAZIMENTO ANTERIOR DA MESMA EXECUCAO NAO E LIDO DE NOVO
      * E, COM O BKOTRAB.DAT RETENDO A COPIA DE UM ARQUIVO, OS
      * SEGUINTES FICAM COMO ESTAO
       0400-DESFAZER-SEQUENCIAIS.
           MOVE 'CLICOMPR' TO WRK-SEQ-ARQUIVO.
           PERFORM 0410-DESFAZER-ARQ-SEQUENCIAL.
           MOVE 'GLINTF' TO WRK-SEQ-ARQUIVO.
           PERFORM 0410-DESFAZER-ARQ-SEQUENCIAL.
           MOVE 'RESGREJ' TO WRK-SEQ-ARQUIVO.
           PERFORM 0410-DESFAZER-ARQ-SEQUENCIAL.
       0410-DESFAZER-ARQ-SEQUENCIAL.
           MOVE WRK-SEQ-ARQUIVO TO JRN-ARQUIVO.
           PERFORM 0385-LOCALIZAR-ARQUIVO.
           COMPUTE WRK-IDX-SEQ = WRK-IDX-ARQ - 9.
           MOVE SPACES TO WRK-LINHA-REL.
           EVALUATE TRUE
               WHEN WRK-SEQ-RETIRADOS(WRK-IDX-SEQ:1) = 'S'
                   STRING '  ' WRK-SEQ-ARQUIVO ' JA RETIRADO EM'
                       ' DESFAZIMENTO ANTERIOR DA EXECUCAO'
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
                   PERFORM 0490-GRAVAR-LINHA-REL
               WHEN TRABALHO-RETIDO
                   STRING '  ' WRK-SEQ-ARQUIVO ' NAO DESFEITO -'
                       ' BKOTRAB.DAT RETEM A COPIA DE OUTRO ARQUIVO'
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
                   PERFORM 0490-GRAVAR-LINHA-REL
                   ADD 1 TO WRK-QT-FALHAS
                   ADD 1 TO WRK-ARQ-QT-FALHA(WRK-IDX-ARQ)
               WHEN OTHER
                   PERFORM 0415-RETIRAR-LINHAS
           END-EVALUATE.
       0415-RETIRAR-LINHAS.
           PERFORM 0420-CARREGAR-IMAGENS.
           IF WRK-QT-IMAGENS > ZEROS
               IF TABELA-CHEIA
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING '  ' WRK-SEQ-ARQUIVO ' NAO DESFEITO - MAIS'
                       ' DE 20000 LINHAS DA EXECUCAO NO JORNAL'
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
                   PERFORM 0490-GRAVAR-LINHA-REL
                   ADD 1 TO WRK-QT-FALHAS
                   ADD 1 TO WRK-ARQ-QT-FALHA(WRK-IDX-ARQ)
               ELSE
                   PERFORM 0430-COPIAR-SEM-IMAGENS
                   IF WRK-FS-ACAO = '00'
                       PERFORM 0450-DEVOLVER-COPIA
                   END-IF
                   PERFORM 0460-TOTALIZAR-SEQUENCIAL
               END-IF
           END-IF.
       0420-CARREGAR-IMAGENS.
           MOVE ZEROS TO WRK-QT-IMAGENS.
           MOVE 'N' TO WRK-TAB-CHEIA.
           OPEN INPUT ARQ-JORNAL.
           IF WRK-FS-JRN NOT = '00'
               DISPLAY 'ERRO AO ABRIR VENDJRN.DAT - FS=' WRK-FS-JRN
           ELSE
               MOVE WRK-JRN-EXECUCAO TO JRN-EXECUCAO
               MOVE WRK-SEQ-ARQUIVO TO JRN-ARQUIVO
               MOVE LOW-VALUES TO JRN-CHAVE-REG
               MOVE ZEROS TO JRN-TENTATIVA JRN-SEQ
               MOVE 'N' TO WRK-FIM-JRN
               START ARQ-JORNAL KEY IS >= JRN-CHAVE
                   INVALID KEY
                       SET FIM-JORNAL TO TRUE
               END-START
               PERFORM 0425-CARREGAR-IMAGEM UNTIL FIM-JORNAL
               CLOSE ARQ-JORNAL
           END-IF.
           MOVE WRK-QT-IMAGENS TO WRK-QT-PENDENTES.
       0425-CARREGAR-IMAGEM.
           PERFORM 0285-LER-JORNAL.
           IF NOT FIM-JORNAL
               IF JRN-ARQUIVO NOT = WRK-SEQ-ARQUIVO
                   SET FIM-JORNAL TO TRUE
               ELSE
                   IF WRK-QT-IMAGENS < 20000
                       ADD 1 TO WRK-QT-IMAGENS
                       MOVE JRN-IMAGEM
                           TO WRK-IMG-LINHA(WRK-QT-IMAGENS)
                       MOVE 'N' TO WRK-IMG-USADA(WRK-QT-IMAGENS)
                   ELSE
                       SET TABELA-CHEIA TO TRUE
                   END-IF
               END-IF
           END-IF.
       0430-COPIAR-SEM-IMAGENS.
           MOVE ZEROS TO WRK-QT-LIDAS WRK-QT-RETIRADAS.
           MOVE '00' TO WRK-FS-ACAO.
           PERFORM 0470-ABRIR-SEQ-ENTRADA.
           IF WRK-FS-ACAO = '00'
               OPEN OUTPUT ARQ-TRABALHO
               IF WRK-FS-TRAB NOT = '00'
                   DISPLAY 'ERRO AO ABRIR BKOTRAB.DAT - FS='
                       WRK-FS-TRAB
                   MOVE WRK-FS-TRAB TO WRK-FS-ACAO
               ELSE
                   MOVE 'N' TO WRK-FIM-ARQ
                   PERFORM 0435-COPIAR-LINHA UNTIL FIM-ARQUIVO
                   CLOSE ARQ-TRABALHO
               END-IF
               PERFORM 0478-FECHAR-SEQ
           END-IF.
       0435-COPIAR-LINHA.
           PERFORM 0474-LER-SEQ.
           IF NOT FIM-ARQUIVO
               ADD 1 TO WRK-QT-LIDAS
               PERFORM 0440-PROCURAR-IMAGEM
               IF WRK-IDX-ACHOU > ZEROS
                   MOVE 'S' TO WRK-IMG-USADA(WRK-IDX-ACHOU)
                   SUBTRACT 1 FROM WRK-QT-PENDENTES
                   ADD 1 TO WRK-QT-RETIRADAS
                   MOVE WRK-SEQ-ARQUIVO TO WRK-DET-ARQUIVO
                   MOVE 'I' TO WRK-DET-OPERACAO
                   MOVE WRK-LINHA-SEQ TO WRK-DET-REFERENCIA
                   MOVE 'LINHA RETIRADA' TO WRK-DET-RESULTADO
                   MOVE WRK-LINHA-DET TO WRK-LINHA-REL
                   PERFORM 0490-GRAVAR-LINHA-REL
               ELSE
                   MOVE WRK-LINHA-SEQ TO REG-TRABALHO
                   WRITE REG-TRABALHO
                   IF WRK-FS-TRAB NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR BKOTRAB.DAT - FS='
                           WRK-FS-TRAB
                       MOVE WRK-FS-TRAB TO WRK-FS-ACAO
                       SET FIM-ARQUIVO TO TRUE
                   END-IF
               END-IF
           END-IF.
      * LINHA DA DATA DO LOTE IGUAL A UMA IMAGEM
      * AINDA NAO USADA DA EXECUCAO
       0440-PROCURAR-IMAGEM.
           MOVE ZEROS TO WRK-IDX-ACHOU.
           IF LINHA-CANDIDATA AND WRK-QT-PENDENTES > ZEROS
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QT-IMAGENS
                   IF WRK-IMG-USADA(WRK-IDX) = 'N'
                           AND WRK-IMG-LINHA(WRK-IDX) = WRK-LINHA-SEQ
                       MOVE WRK-IDX TO WRK-IDX-ACHOU
                       MOVE WRK-QT-IMAGENS TO WRK-IDX
                   END-IF
               END-PERFORM
           END-IF.
      * A COPIA SO VOLTA SE FOI GRAVADA INTEIRA - O ARQUIVO
      * ORIGINAL E RECRIADO COM AS LINHAS QUE SOBRARAM. FALHA
      * DEPOIS DE ABERTO O ORIGINAL PARA SAIDA DEIXA A UNICA COPIA
      * INTEIRA NO BKOTRAB.DAT - FICA RETIDA ATE SER DEVOLVIDA
       0450-DEVOLVER-COPIA.
           OPEN INPUT ARQ-TRABALHO.
           IF WRK-FS-TRAB NOT = '00'
               DISPLAY 'ERRO AO ABRIR BKOTRAB.DAT - FS=' WRK-FS-TRAB
               MOVE WRK-FS-TRAB TO WRK-FS-ACAO
           ELSE
               PERFORM 0476-ABRIR-SEQ-SAIDA
               IF WRK-FS-ACAO = '00'
                   MOVE 'N' TO WRK-FIM-ARQ
                   PERFORM 0455-DEVOLVER-LINHA UNTIL FIM-ARQUIVO
                   PERFORM 0478-FECHAR-SEQ
               END-IF
               CLOSE ARQ-TRABALHO
               IF WRK-FS-ACAO NOT = '00'
                   PERFORM 0457-RETER-TRABALHO
               END-IF
           END-IF.
       0455-DEVOLVER-LINHA.
           READ ARQ-TRABALHO
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   MOVE REG-TRABALHO TO WRK-LINHA-SEQ
                   PERFORM 0477-GRAVAR-SEQ
           END-READ.
       0457-RETER-TRABALHO.
           SET TRABALHO-RETIDO TO TRUE.
           DISPLAY 'BKOTRAB.DAT RETEM A COPIA DO ' WRK-SEQ-ARQUIVO
               ' - DEVOLVER ANTES DE NOVO DESFAZIMENTO'.
           MOVE SPACES TO WRK-DESCRICAO-LOG.
           STRING 'BKOTRAB.DAT RETEM COPIA DO ' WRK-SEQ-ARQUIVO
               ' EXEC ' WRK-JRN-EXEC-DATA-PROC WRK-JRN-EXEC-HORA
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
      * IMAGEM DO JORNAL SEM LINHA IGUAL NO ARQUIVO E FALHA - A
      * LINHA FOI MEXIDA FORA DA APURACAO E A EXECUCAO NAO E
      * MARCADA DESFEITA ATE O ARQUIVO SER CONFERIDO. SEM FALHA O
      * ARQUIVO FICA MARCADO COMO RETIRADO NO CABECALHO DO JORNAL
       0460-TOTALIZAR-SEQUENCIAL.
           MOVE SPACES TO WRK-LINHA-REL.
           IF WRK-FS-ACAO = '00'
               ADD WRK-QT-RETIRADAS TO WRK-QT-DESFEITOS
               ADD WRK-QT-RETIRADAS TO WRK-ARQ-QT-DESF(WRK-IDX-ARQ)
               IF WRK-QT-PENDENTES > ZEROS
                   MOVE WRK-QT-PENDENTES TO WRK-QT-ED
                   STRING '  ' WRK-SEQ-ARQUIVO ' -' WRK-QT-ED
                       ' LINHAS DO JORNAL SEM LINHA IGUAL NO'
                       ' ARQUIVO - CONFERIR' DELIMITED BY SIZE
                       INTO WRK-LINHA-REL
                   PERFORM 0490-GRAVAR-LINHA-REL
                   ADD 1 TO WRK-QT-FALHAS
                   ADD WRK-QT-PENDENTES
                       TO WRK-ARQ-QT-FALHA(WRK-IDX-ARQ)
               ELSE
                   PERFORM 0465-MARCAR-RETIRADO
               END-IF
           ELSE
               IF TRABALHO-RETIDO
                   STRING '  ' WRK-SEQ-ARQUIVO ' NAO DESFEITO - FS='
                       WRK-FS-ACAO ' - COPIA INTEIRA RETIDA NO'
                       ' BKOTRAB.DAT' DELIMITED BY SIZE
                       INTO WRK-LINHA-REL
               ELSE
                   STRING '  ' WRK-SEQ-ARQUIVO ' NAO DESFEITO - FS='
                       WRK-FS-ACAO ' - ARQUIVO ORIGINAL MANTIDO'
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
               END-IF
               PERFORM 0490-GRAVAR-LINHA-REL
               ADD 1 TO WRK-QT-FALHAS
               ADD 1 TO WRK-ARQ-QT-FALHA(WRK-IDX-ARQ)
           END-IF.
           IF NOT TRABALHO-RETIDO
               PERFORM 0467-LIMPAR-TRABALHO
           END-IF.
       0465-MARCAR-RETIRADO.
           OPEN I-O ARQ-JORNAL.
           IF WRK-FS-JRN NOT = '00'
               DISPLAY 'ERRO AO ABRIR VENDJRN.DAT - FS=' WRK-FS-JRN
               ADD 1 TO WRK-QT-FALHAS
           ELSE
               MOVE WRK-JRN-EXECUCAO TO JRN-EXECUCAO
               MOVE '*EXEC' TO JRN-ARQUIVO
               MOVE SPACES TO JRN-CHAVE-REG
               MOVE ZEROS TO JRN-TENTATIVA JRN-SEQ
               READ ARQ-JORNAL
                   INVALID KEY
                       ADD 1 TO WRK-QT-FALHAS
                   NOT INVALID KEY
                       MOVE 'S' TO JRN-CAB-SEQ-RETIRADO(WRK-IDX-SEQ)
                       REWRITE REG-JORNAL
                       IF WRK-FS-JRN NOT = '00'
                           DISPLAY 'ERRO AO GRAVAR VENDJRN.DAT - FS='
                               WRK-FS-JRN
                           ADD 1 TO WRK-QT-FALHAS
                       END-IF
               END-READ
               CLOSE ARQ-JORNAL
           END-IF.
      * COPIA DEVOLVIDA (OU ORIGINAL INTACTO) - O BKOTRAB.DAT FICA
      * VAZIO PARA NAO BARRAR O PROXIMO DESFAZIMENTO
       0467-LIMPAR-TRABALHO.
           OPEN OUTPUT ARQ-TRABALHO.
           IF WRK-FS-TRAB = '00'
               CLOSE ARQ-TRABALHO
           ELSE
               DISPLAY 'ERRO AO LIMPAR BKOTRAB.DAT - FS=' WRK-FS-TRAB
           END-IF.
      * LEITURA E GRAVACAO DO ARQUIVO SEQUENCIAL DA VEZ
       0470-ABRIR-SEQ-ENTRADA.
           EVALUATE WRK-SEQ-ARQUIVO
               WHEN 'CLICOMPR'
                   OPEN INPUT ARQ-COMPRAS-CLI
                   MOVE WRK-FS-CCL TO WRK-FS-ACAO
               WHEN 'GLINTF'
                   OPEN INPUT ARQ-LANCAMENTOS
                   MOVE WRK-FS-LANC TO WRK-FS-ACAO
               WHEN OTHER
                   OPEN INPUT ARQ-RESGATE-REJ
                   MOVE WRK-FS-RESGREJ TO WRK-FS-ACAO
           END-EVALUATE.
           IF WRK-FS-ACAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ' WRK-SEQ-ARQUIVO ' - FS='
                   WRK-FS-ACAO
           END-IF.
       0474-LER-SEQ.
           MOVE 'N' TO WRK-CANDIDATA.
           MOVE SPACES TO WRK-LINHA-SEQ.
           EVALUATE WRK-SEQ-ARQUIVO
               WHEN 'CLICOMPR'
                   READ ARQ-COMPRAS-CLI
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE REG-COMPRA-CLI TO WRK-LINHA-SEQ
                           IF CCL-DATA = WRK-LOTE-DATA
                               SET LINHA-CANDIDATA TO TRUE
                           END-IF
                   END-READ
               WHEN 'GLINTF'
                   READ ARQ-LANCAMENTOS
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE REG-LANCAMENTO TO WRK-LINHA-SEQ
                           IF LANC-DATA = WRK-LOTE-DATA
                               SET LINHA-CANDIDATA TO TRUE
                           END-IF
                   END-READ
               WHEN OTHER
                   READ ARQ-RESGATE-REJ
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE REG-RESGATE-REJ TO WRK-LINHA-SEQ
                           IF RRJ-DATA = WRK-LOTE-DATA
                               SET LINHA-CANDIDATA TO TRUE
                           END-IF
                   END-READ
           END-EVALUATE.
       0476-ABRIR-SEQ-SAIDA.
           EVALUATE WRK-SEQ-ARQUIVO
               WHEN 'CLICOMPR'
                   OPEN OUTPUT ARQ-COMPRAS-CLI
                   MOVE WRK-FS-CCL TO WRK-FS-ACAO
               WHEN 'GLINTF'
                   OPEN OUTPUT ARQ-LANCAMENTOS
                   MOVE WRK-FS-LANC TO WRK-FS-ACAO
               WHEN OTHER
                   OPEN OUTPUT ARQ-RESGATE-REJ
                   MOVE WRK-FS-RESGREJ TO WRK-FS-ACAO
           END-EVALUATE.
           IF WRK-FS-ACAO NOT = '00'
               DISPLAY 'ERRO AO RECRIAR ' WRK-SEQ-ARQUIVO ' - FS='
                   WRK-FS-ACAO
           END-IF.
       0477-GRAVAR-SEQ.
           EVALUATE WRK-SEQ-ARQUIVO
               WHEN 'CLICOMPR'
                   MOVE WRK-LINHA-SEQ TO REG-COMPRA-CLI
                   WRITE REG-COMPRA-CLI
                   MOVE WRK-FS-CCL TO WRK-FS-ACAO
               WHEN 'GLINTF'
                   MOVE WRK-LINHA-SEQ TO REG-LANCAMENTO
                   WRITE REG-LANCAMENTO
                   MOVE WRK-FS-LANC TO WRK-FS-ACAO
               WHEN OTHER
                   MOVE WRK-LINHA-SEQ TO REG-RESGATE-REJ
                   WRITE REG-RESGATE-REJ
                   MOVE WRK-FS-RESGREJ TO WRK-FS-ACAO
           END-EVALUATE.
           IF WRK-FS-ACAO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ' WRK-SEQ-ARQUIVO ' - FS='
                   WRK-FS-ACAO
               SET FIM-ARQUIVO TO TRUE
           END-IF.
       0478-FECHAR-SEQ.
           EVALUATE WRK-SEQ-ARQUIVO
               WHEN 'CLICOMPR'
                   CLOSE ARQ-COMPRAS-CLI
               WHEN 'GLINTF'
                   CLOSE ARQ-LANCAMENTOS
               WHEN OTHER
                   CLOSE ARQ-RESGATE-REJ
           END-EVALUATE.
       0490-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELBKOU - FS='
                   WRK-FS-RELATORIO
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
      * 4 - CHECKPOINT DA EXECUCAO DESFEITA NAO PODE SER RETOMADO
      * - CHECKPOINT DE OUTRA EXECUCAO FICA COMO ESTA
       0500-LIMPAR-CHECKPOINT.
           MOVE 'N' TO WRK-CONFIRMA.
           OPEN INPUT ARQ-CHECKPOINT.
           IF WRK-FS-CKPT = '00'
               READ ARQ-CHECKPOINT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKPT-EXEC-DATA-PROC = WRK-JRN-EXEC-DATA-PROC
                               AND CKPT-EXEC-HORA = WRK-JRN-EXEC-HORA
                           MOVE 'S' TO WRK-CONFIRMA
                       END-IF
               END-READ
               CLOSE ARQ-CHECKPOINT
           END-IF.
           IF WRK-CONFIRMA = 'S'
               OPEN OUTPUT ARQ-CHECKPOINT
               IF WRK-FS-CKPT = '00'
                   CLOSE ARQ-CHECKPOINT
                   MOVE '  CHECKPOINT DA EXECUCAO (VENDCKPT) LIMPO'
                       TO WRK-LINHA-REL
                   PERFORM 0490-GRAVAR-LINHA-REL
               ELSE
                   DISPLAY 'ERRO AO LIMPAR VENDCKPT - FS='
                       WRK-FS-CKPT
                   ADD 1 TO WRK-QT-FALHAS
               END-IF
           END-IF.
      * SO MARCA DESFEITA SEM FALHA - COM FALHA A EXECUCAO
      * CONTINUA NA LISTA PARA O DESFAZIMENTO SER REPETIDO
      * DEPOIS DE CORRIGIDA A CAUSA
       0600-MARCAR-DESFEITA.
           IF WRK-QT-FALHAS = ZEROS
               OPEN I-O ARQ-JORNAL
               IF WRK-FS-JRN NOT = '00'
                   DISPLAY 'ERRO AO ABRIR VENDJRN.DAT - FS='
                       WRK-FS-JRN
                   ADD 1 TO WRK-QT-FALHAS
               ELSE
                   MOVE WRK-JRN-EXECUCAO TO JRN-EXECUCAO
                   MOVE '*EXEC' TO JRN-ARQUIVO
                   MOVE SPACES TO JRN-CHAVE-REG
                   MOVE ZEROS TO JRN-TENTATIVA JRN-SEQ
                   READ ARQ-JORNAL
                       INVALID KEY
                           ADD 1 TO WRK-QT-FALHAS
                       NOT INVALID KEY
                           SET EXECUCAO-DESFEITA TO TRUE
                           MOVE WRK-DATA-HOJE TO JRN-CAB-DATA-DESF
                           MOVE WRK-OPERADOR-ID TO JRN-CAB-OPER-DESF
                           REWRITE REG-JORNAL
                           IF WRK-FS-JRN NOT = '00'
                               DISPLAY 'ERRO AO GRAVAR VENDJRN.DAT'
                                   ' - FS=' WRK-FS-JRN
                               ADD 1 TO WRK-QT-FALHAS
                           END-IF
                   END-READ
                   CLOSE ARQ-JORNAL
               END-IF
           END-IF.
       0700-GRAVAR-RESUMO.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE 'RESUMO POR ARQUIVO' TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE '  ARQUIVO    DESFEITOS  JA AUSENTES     FALHAS'
               TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           PERFORM VARYING WRK-IDX-ARQ FROM 1 BY 1
                   UNTIL WRK-IDX-ARQ > 12
               MOVE WRK-ARQ-QT-DESF(WRK-IDX-ARQ) TO WRK-QT-ED
               MOVE WRK-ARQ-QT-AUSENTE(WRK-IDX-ARQ) TO WRK-QT2-ED
               MOVE WRK-ARQ-QT-FALHA(WRK-IDX-ARQ) TO WRK-QT3-ED
               STRING '  ' WRK-ARQ-NOME(WRK-IDX-ARQ) '  '
                   WRK-QT-ED '    ' WRK-QT2-ED '  ' WRK-QT3-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           IF WRK-QT-FALHAS = ZEROS
               STRING 'EXECUCAO DESFEITA - O LOTE PODE SER'
                   ' SUBMETIDO DE NOVO' DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
           ELSE
               STRING 'DESFAZIMENTO INCOMPLETO - CORRIGIR AS FALHAS'
                   ' E REPETIR' DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
           END-IF.
           PERFORM 0490-GRAVAR-LINHA-REL.
      * RETORNO 0 = DESFEITA / 4 = DESFAZIMENTO COM FALHA /
      * 8 = ERRO DE ABERTURA DO JORNAL OU DO RELATORIO /
      * 12 = RECUSADO (CONFLITO, EXECUCAO INEXISTENTE OU JA
      * DESFEITA) OU CANCELADO PELO SUPERVISOR
       0800-ENCERRAR.
           DISPLAY '---------------------'.
           MOVE SPACES TO WRK-DESCRICAO-LOG.
           EVALUATE TRUE
               WHEN ERRO-ABERTURA
                   MOVE 8 TO RETURN-CODE
                   STRING 'DESFAZIMENTO LOTE ' WRK-LOTE-DATA ' FIL '
                       WRK-LOTE-FILIAL ' - ERRO DE ABERTURA'
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               WHEN DESFAZIMENTO-RECUSADO
                   MOVE 12 TO RETURN-CODE
                   DISPLAY 'CONFLITOS ' WRK-QT-CONFLITOS
                   STRING 'DESFAZIMENTO RECUSADO ' WRK-JRN-EXECUCAO
                       ' CONFLITOS ' WRK-QT-CONFLITOS
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               WHEN NOT EXECUCAO-ESCOLHIDA
                   MOVE 12 TO RETURN-CODE
                   STRING 'DESFAZIMENTO LOTE ' WRK-LOTE-DATA ' FIL '
                       WRK-LOTE-FILIAL ' - CANCELADO'
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               WHEN WRK-QT-FALHAS > ZEROS
                   MOVE 4 TO RETURN-CODE
                   DISPLAY 'DESFEITOS ' WRK-QT-DESFEITOS
                       ' FALHAS ' WRK-QT-FALHAS
                   STRING 'DESFAZIMENTO INCOMPLETO ' WRK-JRN-EXECUCAO
                       ' FALHAS ' WRK-QT-FALHAS
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   DISPLAY 'DESFEITOS ' WRK-QT-DESFEITOS
                   STRING 'EXECUCAO DESFEITA ' WRK-JRN-EXECUCAO
                       ' REGISTROS ' WRK-QT-DESFEITOS
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
           END-EVALUATE.
           PERFORM 0900-GRAVAR-LOG.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           COPY 'BOOKOPERCHK.COB'.
           COPY 'BOOKFECHCHK.COB'.
           COPY 'BOOKLOGWRT.COB'.
