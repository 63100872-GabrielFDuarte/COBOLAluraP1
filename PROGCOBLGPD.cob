       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBLGPD.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = ATENDIMENTO DAS SOLICITACOES DO TITULAR DE
      * DADOS PESSOAIS (LGPD) - CADA SOLICITACAO RECEBE UM
      * PROTOCOLO NO LGPDSOL.DAT, A TRILHA PROPRIA DE AUDITORIA
      * COM SOLICITANTE, DATAS, PRAZO LEGAL (RECEBIMENTO MAIS
      * 15 DIAS), EXECUTOR E RESULTADO
      * CONSULTA (TIPO C) LISTA NO DD RELLGPD CADA OCORRENCIA
      * DO CPF EM CLIENTDB, CLICOMPR, CREDIARIO, CPFREJ,
      * ESTPEND, CRDPEND, PONTOS, PONTMOV, RESGREJ, NFE,
      * LOGTRANS E NA GERACAO DO LOG ARQUIVADO PELO PROGCOBARQV
      * (DD LOGTRARQ) - O HISTORICO ARQUIVADO (DD VENDHARQ) E SO
      * POR DATA E FILIAL, SEM CPF
      * ANONIMIZACAO (TIPO A) EXIGE SIGN-ON DE SUPERVISOR E
      * TROCA CPF E NOME PELO TOKEN 'LGPD' + PROTOCOLO NOS
      * MESMOS ARQUIVOS - VALORES NAO SAO TOCADOS, ENTAO OS
      * TOTAIS DE VENDA CONTINUAM OS MESMOS - E RECUSADA
      * ENQUANTO HOUVER SALDO DE CREDIARIO EM ABERTO
      * A NOTA FISCAL EMITIDA (NFE.DAT) E DOCUMENTO FISCAL COM
      * GUARDA LEGAL - NAO E ALTERADA, SAI NO RELATORIO E NA
      * TRILHA DO PROTOCOLO COMO RETIDA POR OBRIGACAO FISCAL
      * ARQUIVO SEQUENCIAL E REESCRITO PELA COPIA DE TRABALHO
      * LGPDTRAB.DAT - FALHA EM QUALQUER ARQUIVO DEIXA A
      * SOLICITACAO PENDENTE E A REEXECUCAO SO ACHA O QUE
      * AINDA TEM O CPF
      * LGPDTRAB.DAT COM LINHAS NO INICIO DA ANONIMIZACAO E COPIA
      * QUE NAO VOLTOU AO ARQUIVO - A ANONIMIZACAO E RECUSADA ATE
      * A COPIA SER DEVOLVIDA (O ARQUIVO DELA SAI NO RELATORIO, NO
      * MOTIVO DA TRILHA E NO LOGTRANS)
      * O CPF NUNCA VAI PARA O LOGTRANS - SO O PROTOCOLO
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SOLICITACOES ASSIGN TO 'LGPDSOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGS-PROTOCOLO
               FILE STATUS IS WRK-FS-SOL.
           COPY 'BOOKCLISEL.COB'.
           COPY 'BOOKCCLSEL.COB'.
           COPY 'BOOKCRDSEL.COB'.
           COPY 'BOOKREJSEL.COB'.
           COPY 'BOOKESTSEL.COB'.
           COPY 'BOOKCRPSEL.COB'.
           COPY 'BOOKPTSSEL.COB'.
           COPY 'BOOKPMVSEL.COB'.
           COPY 'BOOKNFESEL.COB'.
           SELECT ARQ-RESGATE-REJ ASSIGN TO 'RESGREJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESGREJ.
           SELECT ARQ-LOG-ARQV ASSIGN TO LOGTRARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LARQV.
           SELECT ARQ-TRABALHO ASSIGN TO 'LGPDTRAB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRAB.
           SELECT REL-LGPD ASSIGN TO RELLGPD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           COPY 'BOOKOPERSEL.COB'.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
      * STATUS P = PENDENTE / R = CONSULTA RESPONDIDA /
      * A = ANONIMIZADA / X = RECUSADA
       FD  ARQ-SOLICITACOES.
       01  REG-SOLICITACAO.
           05 LGS-PROTOCOLO    PIC 9(07).
           05 LGS-CPF          PIC X(11).
           05 LGS-TIPO         PIC X(01).
               88 SOLIC-CONSULTA      VALUE 'C'.
               88 SOLIC-ANONIMIZACAO  VALUE 'A'.
           05 LGS-DATA-RECEB   PIC 9(08).
           05 LGS-DATA-LIMITE  PIC 9(08).
           05 LGS-SOLICITANTE  PIC X(08).
           05 LGS-DATA-REG     PIC 9(08).
           05 LGS-STATUS       PIC X(01).
               88 SOLIC-PENDENTE      VALUE 'P'.
               88 SOLIC-RESPONDIDA    VALUE 'R'.
               88 SOLIC-ANONIMIZADA   VALUE 'A'.
               88 SOLIC-RECUSADA      VALUE 'X'.
           05 LGS-EXECUTOR     PIC X(08).
           05 LGS-DATA-ATEND   PIC 9(08).
           05 LGS-QT-OCORR     PIC 9(07).
           05 LGS-MOTIVO       PIC X(40).
           COPY 'BOOKCLIFD.COB'.
           COPY 'BOOKCCLFD.COB'.
           COPY 'BOOKCRDFD.COB'.
           COPY 'BOOKREJFD.COB'.
           COPY 'BOOKESTFD.COB'.
           COPY 'BOOKCRPFD.COB'.
           COPY 'BOOKPTSFD.COB'.
           COPY 'BOOKPMVFD.COB'.
           COPY 'BOOKNFEFD.COB'.
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
       FD  ARQ-LOG-ARQV.
       01  REG-LOG-ARQV  PIC X(102).
       FD  ARQ-TRABALHO.
       01  REG-TRABALHO  PIC X(102).
       FD  REL-LGPD.
       01  REG-RELATORIO PIC X(100).
           COPY 'BOOKOPERFD.COB'.
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKCLIWS.COB'.
           COPY 'BOOKCCLWS.COB'.
           COPY 'BOOKCRDWS.COB'.
           COPY 'BOOKREJWS.COB'.
           COPY 'BOOKESTWS.COB'.
           COPY 'BOOKCRPWS.COB'.
           COPY 'BOOKPTSWS.COB'.
           COPY 'BOOKPMVWS.COB'.
           COPY 'BOOKNFEWS.COB'.
           COPY 'BOOKVALWS.COB'.
           COPY 'BOOKOPERWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-SOL       PIC X(02) VALUE '00'.
       77  WRK-FS-LARQV     PIC X(02) VALUE '00'.
       77  WRK-FS-RESGREJ   PIC X(02) VALUE '00'.
       77  WRK-FS-TRAB      PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-FS-ACAO      PIC X(02) VALUE '00'.
       77  WRK-OPCAO-ENT    PIC X(01) VALUE SPACE.
       77  WRK-OPCAO        PIC 9(01) VALUE ZEROS.
       77  WRK-CPF-ENT      PIC X(11) VALUE SPACES.
       77  WRK-CPF-ALVO     PIC X(11) VALUE SPACES.
       77  WRK-TIPO-ENT     PIC X(01) VALUE SPACE.
       77  WRK-DATA-ENT     PIC X(08) VALUE SPACES.
       77  WRK-DATA-RECEB   PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-INT-DATA     PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ABERTO  PIC S9(05) VALUE ZEROS.
       77  WRK-PROT-ENT     PIC X(07) VALUE SPACES.
       77  WRK-ULT-PROTOCOLO PIC 9(07) VALUE ZEROS.
       77  WRK-CONFIRMA     PIC X(01) VALUE SPACE.
       77  WRK-APROVADOR    PIC X(08) VALUE SPACES.
       77  WRK-SEQ-ARQUIVO  PIC X(08) VALUE SPACES.
       77  WRK-QT-OCORR     PIC 9(07) VALUE ZEROS.
       77  WRK-QT-ARQ       PIC 9(07) VALUE ZEROS.
       77  WRK-QT-TAL       PIC 9(03) VALUE ZEROS.
       77  WRK-QT-FALHAS    PIC 9(03) VALUE ZEROS.
       77  WRK-QT-RETIDAS   PIC 9(07) VALUE ZEROS.
       77  WRK-QT-PENDENTES PIC 9(05) VALUE ZEROS.
       77  WRK-QT-ATRASADAS PIC 9(05) VALUE ZEROS.
       77  WRK-QT-CHAVES    PIC 9(03) VALUE ZEROS.
       77  WRK-IDX          PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-ED     PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CPF-VALIDO   PIC X(01) VALUE 'N'.
           88 CPF-VALIDO VALUE 'S'.
       77  WRK-DATA-VALIDA  PIC X(01) VALUE 'N'.
           88 DATA-VALIDA VALUE 'S'.
       77  WRK-SOL-ACHOU    PIC X(01) VALUE 'N'.
           88 SOLICITACAO-ACHADA VALUE 'S'.
       77  WRK-SOL-ABERTO   PIC X(01) VALUE 'N'.
           88 SOLICITACOES-ABERTAS VALUE 'S'.
       77  WRK-FIM-ARQ      PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77  WRK-TRAB-RETIDO  PIC X(01) VALUE 'N'.
           88 COPIA-RETIDA VALUE 'S'.
       77  WRK-TRAB-ARQUIVO PIC X(08) VALUE SPACES.
       77  WRK-MODO         PIC X(01) VALUE 'L'.
           88 MODO-LEVANTAMENTO  VALUE 'L'.
           88 MODO-ANONIMIZACAO  VALUE 'A'.
      * N = SEM SALDO / S = SALDO EM ABERTO / E = NAO FOI
      * POSSIVEL LER O CREDIARIO
       77  WRK-CRED-SIT     PIC X(01) VALUE 'N'.
           88 CREDIARIO-SEM-SALDO  VALUE 'N'.
           88 CREDIARIO-COM-SALDO  VALUE 'S'.
           88 CREDIARIO-ILEGIVEL   VALUE 'E'.
       01  WRK-PROT-NUM-AREA.
           05 WRK-PROT-NUM  PIC 9(07) VALUE ZEROS.
       01  WRK-TOKEN.
           05 FILLER        PIC X(04) VALUE 'LGPD'.
           05 WRK-TOKEN-PROT PIC 9(07) VALUE ZEROS.
       01  WRK-REG-SALVO    PIC X(102) VALUE SPACES.
       01  WRK-CRED-TAB.
           05 WRK-CRED-CHAVE-T OCCURS 200 TIMES PIC X(24).
       01  WRK-PMV-TAB.
           05 WRK-PMV-CHAVE-T OCCURS 200 TIMES PIC X(28).
      * LINHA DO ARQUIVO SEQUENCIAL DA VEZ - CLICOMPR E CPFREJ
      * COMECAM PELO CPF, NO RESGREJ O CPF VEM DEPOIS DA VENDA
      * E DA MATRICULA, OS DOIS LOGS SEGUEM O BOOKLOGFD.COB
       01  WRK-LINHA-SEQ    PIC X(102) VALUE SPACES.
       01  WRK-LINHA-CPF REDEFINES WRK-LINHA-SEQ.
           05 WRK-SEQ-CPF        PIC X(11).
           05 FILLER             PIC X(91).
       01  WRK-LINHA-LOG REDEFINES WRK-LINHA-SEQ.
           05 WRK-SLOG-OPERADOR  PIC X(08).
           05 FILLER             PIC X.
           05 WRK-SLOG-PROGRAMA  PIC X(14).
           05 FILLER             PIC X.
           05 WRK-SLOG-DATA      PIC 9(08).
           05 FILLER             PIC X.
           05 WRK-SLOG-HORA      PIC 9(08).
           05 FILLER             PIC X.
           05 WRK-SLOG-DESCRICAO PIC X(60).
       01  WRK-LINHA-RRJ REDEFINES WRK-LINHA-SEQ.
           05 FILLER             PIC X(22).
           05 WRK-RRJ-CPF        PIC X(11).
           05 FILLER             PIC X(69).
       01  WRK-LINHA-DET.
           05 WRK-DET-ARQUIVO    PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-DET-CONTEUDO   PIC X(89).
       01  WRK-LINHA-REL PIC X(100).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBLGPD' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM UNTIL WRK-OPCAO = 9
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0150-CAPTURAR-OPCAO
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0200-REGISTRAR-SOLICITACAO
                   WHEN 2
                       PERFORM 0300-ATENDER-CONSULTA
                   WHEN 3
                       PERFORM 0400-ANONIMIZAR
                   WHEN 4
                       PERFORM 0500-LISTAR-SOLICITACOES
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
           DISPLAY ' SOLICITACOES DO TITULAR (LGPD)'.
           DISPLAY ' 1 - REGISTRAR SOLICITACAO'.
           DISPLAY ' 2 - ATENDER CONSULTA (OCORRENCIAS)'.
           DISPLAY ' 3 - ANONIMIZAR (SUPERVISOR)'.
           DISPLAY ' 4 - LISTAR SOLICITACOES E PRAZOS'.
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
       0160-CAPTURAR-CPF.
           MOVE 'N' TO WRK-CPF-VALIDO.
           PERFORM UNTIL CPF-VALIDO
               DISPLAY 'CPF DO TITULAR (11 DIGITOS): '
               ACCEPT WRK-CPF-ENT FROM CONSOLE
               MOVE WRK-CPF-ENT TO WRK-VAL-CPF
               CALL 'PROGCOBVALCPF' USING WRK-VAL-CPF
                   WRK-VAL-RETORNO
               IF WRK-VAL-RETORNO = '00'
                   SET CPF-VALIDO TO TRUE
               ELSE
                   DISPLAY 'CPF INVALIDO - RETORNO ' WRK-VAL-RETORNO
               END-IF
           END-PERFORM.
      * DATA EM QUE O TITULAR FEZ O PEDIDO - O PRAZO LEGAL
      * CONTA DELA, NAO DO REGISTRO NO SISTEMA
       0165-CAPTURAR-DATA-RECEB.
           MOVE 'N' TO WRK-DATA-VALIDA.
           PERFORM UNTIL DATA-VALIDA
               DISPLAY 'DATA DO PEDIDO DO TITULAR (AAAAMMDD): '
               ACCEPT WRK-DATA-ENT FROM CONSOLE
               IF WRK-DATA-ENT IS NUMERIC
                   MOVE WRK-DATA-ENT TO WRK-DATA-RECEB
                   IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-RECEB) = 0
                           AND WRK-DATA-RECEB NOT > WRK-DATA-HOJE
                       SET DATA-VALIDA TO TRUE
                   END-IF
               END-IF
               IF NOT DATA-VALIDA
                   DISPLAY 'DATA INVALIDA - INFORME AAAAMMDD ATE HOJE'
               END-IF
           END-PERFORM.
      * ABRE A TRILHA EM I-O - NA PRIMEIRA VEZ CRIA O ARQUIVO
       0170-ABRIR-SOLICITACOES.
           MOVE 'N' TO WRK-SOL-ABERTO.
           OPEN I-O ARQ-SOLICITACOES.
           IF WRK-FS-SOL = '35'
               OPEN OUTPUT ARQ-SOLICITACOES
               IF WRK-FS-SOL = '00'
                   CLOSE ARQ-SOLICITACOES
                   OPEN I-O ARQ-SOLICITACOES
               END-IF
           END-IF.
           IF WRK-FS-SOL = '00'
               SET SOLICITACOES-ABERTAS TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR LGPDSOL.DAT - FS=' WRK-FS-SOL
           END-IF.
       0175-FECHAR-SOLICITACOES.
           IF SOLICITACOES-ABERTAS
               CLOSE ARQ-SOLICITACOES
               IF WRK-FS-SOL NOT = '00'
                   DISPLAY 'ERRO AO FECHAR LGPDSOL.DAT - FS='
                       WRK-FS-SOL
               END-IF
               MOVE 'N' TO WRK-SOL-ABERTO
           END-IF.
      * LE O PROTOCOLO INFORMADO - SO SERVE PENDENTE DO TIPO
      * PEDIDO PELO CHAMADOR (WRK-TIPO-ENT)
       0180-LOCALIZAR-PROTOCOLO.
           MOVE 'N' TO WRK-SOL-ACHOU.
           MOVE SPACES TO WRK-PROT-ENT.
           PERFORM UNTIL WRK-PROT-ENT IS NUMERIC
               DISPLAY 'PROTOCOLO (7 DIGITOS): '
               ACCEPT WRK-PROT-ENT FROM CONSOLE
               IF WRK-PROT-ENT NOT NUMERIC
                   DISPLAY 'PROTOCOLO INVALIDO - INFORME 7 DIGITOS'
               END-IF
           END-PERFORM.
           MOVE WRK-PROT-ENT TO WRK-PROT-NUM.
           MOVE WRK-PROT-NUM TO LGS-PROTOCOLO.
           READ ARQ-SOLICITACOES
               INVALID KEY
                   DISPLAY 'PROTOCOLO NAO ENCONTRADO'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT SOLIC-PENDENTE
                           DISPLAY 'PROTOCOLO JA ENCERRADO - STATUS '
                               LGS-STATUS ' EM ' LGS-DATA-ATEND
                       WHEN LGS-TIPO NOT = WRK-TIPO-ENT
                           DISPLAY 'PROTOCOLO DE OUTRO TIPO - TIPO '
                               LGS-TIPO
                       WHEN OTHER
                           SET SOLICITACAO-ACHADA TO TRUE
                   END-EVALUATE
           END-READ.
      * 1 - REGISTRO - PROTOCOLO SEQUENCIAL E PRAZO LEGAL DE 15
      * DIAS CORRIDOS A PARTIR DO PEDIDO DO TITULAR
       0200-REGISTRAR-SOLICITACAO.
           PERFORM 0160-CAPTURAR-CPF.
           MOVE SPACE TO WRK-TIPO-ENT.
           PERFORM UNTIL WRK-TIPO-ENT = 'C' OR WRK-TIPO-ENT = 'A'
               DISPLAY 'TIPO (C=CONSULTA A=ANONIMIZACAO): '
               ACCEPT WRK-TIPO-ENT FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-TIPO-ENT) TO WRK-TIPO-ENT
               IF WRK-TIPO-ENT NOT = 'C' AND WRK-TIPO-ENT NOT = 'A'
                   DISPLAY 'TIPO INVALIDO - INFORME C OU A'
               END-IF
           END-PERFORM.
           PERFORM 0165-CAPTURAR-DATA-RECEB.
           PERFORM 0170-ABRIR-SOLICITACOES.
           IF SOLICITACOES-ABERTAS
               PERFORM 0210-ULTIMO-PROTOCOLO
               PERFORM 0220-GRAVAR-SOLICITACAO
               PERFORM 0175-FECHAR-SOLICITACOES
           END-IF.
       0210-ULTIMO-PROTOCOLO.
           MOVE ZEROS TO WRK-ULT-PROTOCOLO.
           MOVE ZEROS TO LGS-PROTOCOLO.
           MOVE 'N' TO WRK-FIM-ARQ.
           START ARQ-SOLICITACOES KEY IS >= LGS-PROTOCOLO
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-SOLICITACOES NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE LGS-PROTOCOLO TO WRK-ULT-PROTOCOLO
               END-READ
           END-PERFORM.
       0220-GRAVAR-SOLICITACAO.
           MOVE SPACES TO REG-SOLICITACAO.
           COMPUTE LGS-PROTOCOLO = WRK-ULT-PROTOCOLO + 1.
           MOVE WRK-CPF-ENT TO LGS-CPF.
           MOVE WRK-TIPO-ENT TO LGS-TIPO.
           MOVE WRK-DATA-RECEB TO LGS-DATA-RECEB.
           COMPUTE WRK-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-RECEB) + 15.
           COMPUTE LGS-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WRK-INT-DATA).
           MOVE WRK-OPERADOR-ID TO LGS-SOLICITANTE.
           MOVE WRK-DATA-HOJE TO LGS-DATA-REG.
           MOVE 'P' TO LGS-STATUS.
           MOVE ZEROS TO LGS-DATA-ATEND LGS-QT-OCORR.
           WRITE REG-SOLICITACAO.
           IF WRK-FS-SOL NOT = '00'
               DISPLAY 'ERRO AO GRAVAR LGPDSOL.DAT - FS=' WRK-FS-SOL
           ELSE
               DISPLAY 'SOLICITACAO REGISTRADA - PROTOCOLO '
                   LGS-PROTOCOLO ' - PRAZO LEGAL ATE '
                   LGS-DATA-LIMITE
               IF LGS-DATA-LIMITE < WRK-DATA-HOJE
                   DISPLAY 'ATENCAO - PEDIDO RECEBIDO HA MAIS DE 15'
                       ' DIAS, PRAZO LEGAL JA VENCIDO'
               END-IF
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING 'LGPD PROTOCOLO ' LGS-PROTOCOLO
                   ' REGISTRADO TIPO ' LGS-TIPO ' PRAZO '
                   LGS-DATA-LIMITE DELIMITED BY SIZE
                   INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.
      * 2 - CONSULTA - RELATORIO DE OCORRENCIAS NO DD RELLGPD
       0300-ATENDER-CONSULTA.
           PERFORM 0170-ABRIR-SOLICITACOES.
           IF SOLICITACOES-ABERTAS
               MOVE 'C' TO WRK-TIPO-ENT
               PERFORM 0180-LOCALIZAR-PROTOCOLO
               IF SOLICITACAO-ACHADA
                   MOVE LGS-CPF TO WRK-CPF-ALVO
                   MOVE LGS-PROTOCOLO TO WRK-TOKEN-PROT
                   SET MODO-LEVANTAMENTO TO TRUE
                   PERFORM 0600-PROCESSAR-ARQUIVOS
                   PERFORM 0310-ENCERRAR-CONSULTA
               END-IF
               PERFORM 0175-FECHAR-SOLICITACOES
           END-IF.
       0310-ENCERRAR-CONSULTA.
           MOVE WRK-OPERADOR-ID TO LGS-EXECUTOR.
           MOVE WRK-QT-OCORR TO LGS-QT-OCORR.
           MOVE SPACES TO WRK-DESCRICAO-LOG.
           IF WRK-QT-FALHAS = ZEROS
               MOVE 'R' TO LGS-STATUS
               MOVE WRK-DATA-HOJE TO LGS-DATA-ATEND
               MOVE 'RELATORIO DE OCORRENCIAS EMITIDO'
                   TO LGS-MOTIVO
               STRING 'LGPD PROTOCOLO ' LGS-PROTOCOLO
                   ' CONSULTA RESPONDIDA ' WRK-QT-OCORR
                   ' OCORR' DELIMITED BY SIZE
                   INTO WRK-DESCRICAO-LOG
           ELSE
               MOVE 'LEVANTAMENTO INCOMPLETO - REEXECUTAR'
                   TO LGS-MOTIVO
               STRING 'LGPD PROTOCOLO ' LGS-PROTOCOLO
                   ' CONSULTA INCOMPLETA ' WRK-QT-FALHAS
                   ' ARQ COM ERRO' DELIMITED BY SIZE
                   INTO WRK-DESCRICAO-LOG
           END-IF.
           REWRITE REG-SOLICITACAO.
           IF WRK-FS-SOL NOT = '00'
               DISPLAY 'ERRO AO GRAVAR LGPDSOL.DAT - FS=' WRK-FS-SOL
           END-IF.
           DISPLAY 'OCORRENCIAS ENCONTRADAS: ' WRK-QT-OCORR.
           DISPLAY LGS-MOTIVO.
           PERFORM 0900-GRAVAR-LOG.
      * 3 - ANONIMIZACAO - SEGUNDO SIGN-ON, SO SUPERVISOR
       0400-ANONIMIZAR.
           PERFORM 0950-AUTENTICAR-OPERADOR.
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY 'ANONIMIZACAO CANCELADA - SIGN-ON NEGADO'
           ELSE
               IF NOT OPERADOR-SUPERVISOR
                   DISPLAY 'SOMENTE SUPERVISOR ANONIMIZA DADOS'
                   MOVE SPACES TO WRK-DESCRICAO-LOG
                   STRING 'OPERADOR ' WRK-OPER-ID-ENT ' SEM PERFIL'
                       ' DE SUPERVISOR NEGADO NA ANONIMIZACAO LGPD'
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
               ELSE
                   MOVE WRK-OPER-ID-ENT TO WRK-APROVADOR
                   PERFORM 0405-CONFERIR-TRABALHO
                   IF COPIA-RETIDA
                       DISPLAY 'LGPDTRAB.DAT RETEM A COPIA DO '
                           WRK-TRAB-ARQUIVO ' - DEVOLVER A COPIA'
                           ' ANTES DE NOVA ANONIMIZACAO'
                   ELSE
                       PERFORM 0170-ABRIR-SOLICITACOES
                       IF SOLICITACOES-ABERTAS
                           PERFORM 0410-ANONIMIZAR-SOLICITACAO
                           PERFORM 0175-FECHAR-SOLICITACOES
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * COPIA RETIDA NESTA SESSAO OU LGPDTRAB.DAT COM LINHAS DE
      * SESSAO ANTERIOR (O ARQUIVO DELA ESTA NO LOGTRANS E NO
      * MOTIVO DO PROTOCOLO) - E A UNICA COPIA INTEGRA E NAO PODE
      * SER SOBREPOSTA
       0405-CONFERIR-TRABALHO.
           IF NOT COPIA-RETIDA
               OPEN INPUT ARQ-TRABALHO
               IF WRK-FS-TRAB = '00'
                   READ ARQ-TRABALHO
                       AT END
                           CONTINUE
                       NOT AT END
                           SET COPIA-RETIDA TO TRUE
                           MOVE 'ANTERIOR' TO WRK-TRAB-ARQUIVO
                   END-READ
                   CLOSE ARQ-TRABALHO
               ELSE
                   IF WRK-FS-TRAB NOT = '35'
                       DISPLAY 'ERRO AO ABRIR LGPDTRAB.DAT - FS='
                           WRK-FS-TRAB
                       SET COPIA-RETIDA TO TRUE
                       MOVE 'ILEGIVEL' TO WRK-TRAB-ARQUIVO
                   END-IF
               END-IF
           END-IF.
       0410-ANONIMIZAR-SOLICITACAO.
           MOVE 'A' TO WRK-TIPO-ENT.
           PERFORM 0180-LOCALIZAR-PROTOCOLO.
           IF SOLICITACAO-ACHADA
               MOVE LGS-CPF TO WRK-CPF-ALVO
               MOVE LGS-PROTOCOLO TO WRK-TOKEN-PROT
               PERFORM 0420-VERIFICAR-CREDIARIO
               EVALUATE TRUE
                   WHEN CREDIARIO-ILEGIVEL
                       DISPLAY 'CREDIARIO.DAT ILEGIVEL - ANONIMIZACAO'
                           ' NAO EXECUTADA'
                   WHEN CREDIARIO-COM-SALDO
                       PERFORM 0430-RECUSAR-SOLICITACAO
                   WHEN OTHER
                       MOVE SPACE TO WRK-CONFIRMA
                       PERFORM UNTIL WRK-CONFIRMA = 'S'
                               OR WRK-CONFIRMA = 'N'
                           DISPLAY 'CONFIRMA A ANONIMIZACAO DO'
                               ' PROTOCOLO ' LGS-PROTOCOLO ' (S/N): '
                           ACCEPT WRK-CONFIRMA FROM CONSOLE
                           MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA)
                               TO WRK-CONFIRMA
                       END-PERFORM
                       IF WRK-CONFIRMA = 'S'
                           SET MODO-ANONIMIZACAO TO TRUE
                           PERFORM 0600-PROCESSAR-ARQUIVOS
                           PERFORM 0440-ENCERRAR-ANONIMIZACAO
                       ELSE
                           DISPLAY 'ANONIMIZACAO CANCELADA'
                       END-IF
               END-EVALUATE
           END-IF.
      * SALDO DE CREDIARIO EM ABERTO AINDA E DIVIDA DO TITULAR -
      * O CPF TEM DE CONTINUAR NO TITULO ATE A QUITACAO
       0420-VERIFICAR-CREDIARIO.
           SET CREDIARIO-SEM-SALDO TO TRUE.
           OPEN INPUT ARQ-CREDIARIO.
           IF WRK-FS-CRED NOT = '00' AND WRK-FS-CRED NOT = '35'
               DISPLAY 'ERRO AO ABRIR CREDIARIO.DAT - FS='
                   WRK-FS-CRED
               SET CREDIARIO-ILEGIVEL TO TRUE
           END-IF.
           IF WRK-FS-CRED = '00'
               PERFORM 0622-POSICIONAR-CREDIARIO
               PERFORM UNTIL FIM-ARQUIVO
                   IF CREDIARIO-ABERTO AND CRED-SALDO > ZEROS
                       SET CREDIARIO-COM-SALDO TO TRUE
                       SET FIM-ARQUIVO TO TRUE
                   ELSE
                       PERFORM 0624-LER-CREDIARIO-CPF
                   END-IF
               END-PERFORM
               CLOSE ARQ-CREDIARIO
               IF WRK-FS-CRED NOT = '00'
                   DISPLAY 'ERRO AO FECHAR CREDIARIO.DAT - FS='
                       WRK-FS-CRED
               END-IF
           END-IF.
       0430-RECUSAR-SOLICITACAO.
           MOVE 'X' TO LGS-STATUS.
           MOVE WRK-APROVADOR TO LGS-EXECUTOR.
           MOVE WRK-DATA-HOJE TO LGS-DATA-ATEND.
           MOVE 'RECUSADA - SALDO DE CREDIARIO EM ABERTO'
               TO LGS-MOTIVO.
           REWRITE REG-SOLICITACAO.
           IF WRK-FS-SOL NOT = '00'
               DISPLAY 'ERRO AO GRAVAR LGPDSOL.DAT - FS=' WRK-FS-SOL
           END-IF.
           DISPLAY 'ANONIMIZACAO RECUSADA - TITULAR COM SALDO DE'
               ' CREDIARIO EM ABERTO'.
           MOVE SPACES TO WRK-DESCRICAO-LOG.
           STRING 'LGPD PROT ' LGS-PROTOCOLO
               ' RECUSADO CREDIARIO ABERTO SUP '
               WRK-APROVADOR DELIMITED BY SIZE
               INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
      * SEM FALHA A SOLICITACAO FECHA E O CPF SAI TAMBEM DA
      * PROPRIA TRILHA - OS PROTOCOLOS DO TITULAR FICAM COM O
      * TOKEN
       0440-ENCERRAR-ANONIMIZACAO.
           MOVE WRK-APROVADOR TO LGS-EXECUTOR.
           MOVE WRK-QT-OCORR TO LGS-QT-OCORR.
           MOVE SPACES TO WRK-DESCRICAO-LOG.
           IF WRK-QT-FALHAS = ZEROS
               MOVE 'A' TO LGS-STATUS
               MOVE WRK-DATA-HOJE TO LGS-DATA-ATEND
               MOVE WRK-TOKEN TO LGS-CPF
               IF WRK-QT-RETIDAS > ZEROS
                   MOVE 'TOKEN - NFE RETIDO - OBRIGACAO FISCAL'
                       TO LGS-MOTIVO
               ELSE
                   MOVE 'CPF E NOME SUBSTITUIDOS PELO TOKEN'
                       TO LGS-MOTIVO
               END-IF
               STRING 'LGPD PROT ' LGS-PROTOCOLO
                   ' ANONIMIZADO ' WRK-QT-OCORR
                   ' OCORR SUP ' WRK-APROVADOR
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
           ELSE
               MOVE 'ANONIMIZACAO PARCIAL - REEXECUTAR'
                   TO LGS-MOTIVO
               STRING 'LGPD PROTOCOLO ' LGS-PROTOCOLO
                   ' ANONIMIZACAO PARCIAL ' WRK-QT-FALHAS
                   ' ARQ COM ERRO' DELIMITED BY SIZE
                   INTO WRK-DESCRICAO-LOG
               IF COPIA-RETIDA
                   MOVE SPACES TO LGS-MOTIVO
                   STRING 'PARCIAL - LGPDTRAB.DAT RETEM O '
                       WRK-TRAB-ARQUIVO DELIMITED BY SIZE
                       INTO LGS-MOTIVO
               END-IF
           END-IF.
           REWRITE REG-SOLICITACAO.
           IF WRK-FS-SOL NOT = '00'
               DISPLAY 'ERRO AO GRAVAR LGPDSOL.DAT - FS=' WRK-FS-SOL
           END-IF.
           DISPLAY 'OCORRENCIAS SUBSTITUIDAS: ' WRK-QT-OCORR.
           DISPLAY LGS-MOTIVO.
           PERFORM 0900-GRAVAR-LOG.
           IF COPIA-RETIDA
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING 'LGPD PROTOCOLO ' LGS-PROTOCOLO
                   ' LGPDTRAB.DAT RETEM COPIA DO ' WRK-TRAB-ARQUIVO
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.
           IF WRK-QT-RETIDAS > ZEROS
               DISPLAY 'NOTAS FISCAIS RETIDAS...: ' WRK-QT-RETIDAS
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING 'LGPD PROTOCOLO ' LGS-PROTOCOLO ' '
                   WRK-QT-RETIDAS ' NFE RETIDO - OBRIGACAO FISCAL'
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.
           IF WRK-QT-FALHAS = ZEROS
               PERFORM 0450-ANONIMIZAR-TRILHA
           END-IF.
       0450-ANONIMIZAR-TRILHA.
           MOVE ZEROS TO LGS-PROTOCOLO.
           MOVE 'N' TO WRK-FIM-ARQ.
           START ARQ-SOLICITACOES KEY IS >= LGS-PROTOCOLO
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-SOLICITACOES NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF LGS-CPF = WRK-CPF-ALVO
                           MOVE WRK-TOKEN TO LGS-CPF
                           REWRITE REG-SOLICITACAO
                           IF WRK-FS-SOL NOT = '00'
                               DISPLAY 'ERRO AO GRAVAR LGPDSOL.DAT'
                                   ' - FS=' WRK-FS-SOL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      * 4 - LISTAGEM - PENDENTE COM PRAZO LEGAL VENCIDO SAI
      * MARCADA PARA O JURIDICO
       0500-LISTAR-SOLICITACOES.
           MOVE ZEROS TO WRK-QT-PENDENTES WRK-QT-ATRASADAS.
           PERFORM 0170-ABRIR-SOLICITACOES.
           IF SOLICITACOES-ABERTAS
               DISPLAY 'PROTOCOLO T RECEBIDO PRAZO    ST EXECUTOR'
                   ' ATENDIDO OCORRENCIAS'
               MOVE ZEROS TO LGS-PROTOCOLO
               MOVE 'N' TO WRK-FIM-ARQ
               START ARQ-SOLICITACOES KEY IS >= LGS-PROTOCOLO
                   INVALID KEY
                       SET FIM-ARQUIVO TO TRUE
               END-START
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-SOLICITACOES NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM 0510-EXIBIR-SOLICITACAO
                   END-READ
               END-PERFORM
               PERFORM 0175-FECHAR-SOLICITACOES
               DISPLAY '---------------------'
               DISPLAY 'PENDENTES.............: ' WRK-QT-PENDENTES
               DISPLAY 'PENDENTES FORA DO PRAZO: ' WRK-QT-ATRASADAS
           END-IF.
       0510-EXIBIR-SOLICITACAO.
           DISPLAY LGS-PROTOCOLO '   ' LGS-TIPO ' ' LGS-DATA-RECEB
               ' ' LGS-DATA-LIMITE ' ' LGS-STATUS '  '
               LGS-EXECUTOR ' ' LGS-DATA-ATEND ' ' LGS-QT-OCORR.
           IF SOLIC-PENDENTE
               ADD 1 TO WRK-QT-PENDENTES
               COMPUTE WRK-DIAS-ABERTO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(LGS-DATA-RECEB)
               IF WRK-DATA-HOJE > LGS-DATA-LIMITE
                   ADD 1 TO WRK-QT-ATRASADAS
                   DISPLAY '          *** FORA DO PRAZO LEGAL - '
                       WRK-DIAS-ABERTO ' DIAS EM ABERTO ***'
               ELSE
                   DISPLAY '          PENDENTE HA ' WRK-DIAS-ABERTO
                       ' DIAS'
               END-IF
           END-IF.
      * PERCORRE OS ARQUIVOS COM O CPF - MODO L SO LISTA, MODO A
      * TROCA O CPF (E O NOME NO CADASTRO) PELO TOKEN
      * O LOGTRANS E UM DOS ARQUIVOS - O LOG DO PROGRAMA FECHA
      * ANTES E REABRE SOZINHO NA PROXIMA GRAVACAO
       0600-PROCESSAR-ARQUIVOS.
           MOVE ZEROS TO WRK-QT-OCORR WRK-QT-FALHAS WRK-QT-RETIDAS.
           PERFORM 0906-FECHAR-LOG.
           OPEN OUTPUT REL-LGPD.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELLGPD - FS=' WRK-FS-RELATORIO
               ADD 1 TO WRK-QT-FALHAS
           ELSE
               PERFORM 0605-GRAVAR-CABECALHO
               PERFORM 0610-TRATAR-CLIENTES
               PERFORM 0620-TRATAR-CREDIARIO
               PERFORM 0630-TRATAR-ESTORNOS
               PERFORM 0640-TRATAR-RETENCOES
               PERFORM 0650-TRATAR-PONTOS
               PERFORM 0660-TRATAR-MOV-PONTOS
               PERFORM 0670-TRATAR-NOTAS
               MOVE 'CLICOMPR' TO WRK-SEQ-ARQUIVO
               PERFORM 0700-TRATAR-SEQUENCIAL
               MOVE 'CPFREJ' TO WRK-SEQ-ARQUIVO
               PERFORM 0700-TRATAR-SEQUENCIAL
               MOVE 'RESGREJ' TO WRK-SEQ-ARQUIVO
               PERFORM 0700-TRATAR-SEQUENCIAL
               MOVE 'LOGTRANS' TO WRK-SEQ-ARQUIVO
               PERFORM 0700-TRATAR-SEQUENCIAL
               MOVE 'LOGTRARQ' TO WRK-SEQ-ARQUIVO
               PERFORM 0700-TRATAR-SEQUENCIAL
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'VENDHARQ   SEM CPF - HISTORICO ARQUIVADO SO'
                   ' POR DATA E FILIAL' DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               PERFORM 0790-GRAVAR-LINHA-REL
               PERFORM 0690-GRAVAR-TOTAIS
               CLOSE REL-LGPD
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO FECHAR RELLGPD - FS='
                       WRK-FS-RELATORIO
               END-IF
           END-IF.
      * O RELATORIO DA ANONIMIZACAO NAO REPETE O CPF AO LADO
      * DO TOKEN
       0605-GRAVAR-CABECALHO.
           MOVE SPACES TO WRK-LINHA-REL.
           IF MODO-LEVANTAMENTO
               STRING 'LGPD - OCORRENCIAS DO CPF ' WRK-CPF-ALVO
                   ' - PROTOCOLO ' LGS-PROTOCOLO ' - EM '
                   WRK-DATA-HOJE DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
           ELSE
               STRING 'LGPD - ANONIMIZACAO DO PROTOCOLO '
                   LGS-PROTOCOLO ' - TOKEN ' WRK-TOKEN ' - EM '
                   WRK-DATA-HOJE ' - SUP ' WRK-APROVADOR
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-IF.
           PERFORM 0790-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'PEDIDO DO TITULAR EM ' LGS-DATA-RECEB
               ' - PRAZO LEGAL ATE ' LGS-DATA-LIMITE
               ' - REGISTRADO POR ' LGS-SOLICITANTE
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0790-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0790-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'ARQUIVO    OCORRENCIA' DELIMITED BY SIZE
               INTO WRK-LINHA-REL.
           PERFORM 0790-GRAVAR-LINHA-REL.
      * CADASTRO - A CHAVE E O CPF, ENTAO A TROCA E EXCLUIR E
      * INCLUIR DE NOVO COM O TOKEN NA CHAVE E NO NOME
       0610-TRATAR-CLIENTES.
           MOVE ZEROS TO WRK-QT-ARQ.
           MOVE 'CLIENTES' TO WRK-SEQ-ARQUIVO.
           IF MODO-LEVANTAMENTO
               OPEN INPUT ARQ-CLIENTES
           ELSE
               OPEN I-O ARQ-CLIENTES
           END-IF.
           MOVE WRK-FS-CLI TO WRK-FS-ACAO.
           IF WRK-FS-CLI = '00'
               MOVE WRK-CPF-ALVO TO REG-CLI-CPF
               READ ARQ-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-ARQ
                       IF MODO-LEVANTAMENTO
                           PERFORM 0612-LISTAR-CLIENTE
                       ELSE
                           PERFORM 0614-ANONIMIZAR-CLIENTE
                       END-IF
               END-READ
               CLOSE ARQ-CLIENTES
               IF WRK-FS-CLI NOT = '00'
                   DISPLAY 'ERRO AO FECHAR CLIENTDB.DAT - FS='
                       WRK-FS-CLI
               END-IF
           END-IF.
           PERFORM 0680-TOTALIZAR-ARQUIVO.
       0612-LISTAR-CLIENTE.
           MOVE SPACES TO WRK-LINHA-DET.
           MOVE 'CLIENTES' TO WRK-DET-ARQUIVO.
           MOVE REG-CLI-LIMITE-CRED TO WRK-VALOR-ED.
           STRING 'NOME ' REG-CLI-NOME ' CADASTRO '
               REG-CLI-DATA-CAD ' STATUS ' REG-CLI-STATUS
               ' LIMITE ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-DET-CONTEUDO.
           PERFORM 0695-GRAVAR-DETALHE.
       0614-ANONIMIZAR-CLIENTE.
           MOVE REG-CLIENTE TO WRK-REG-SALVO.
           DELETE ARQ-CLIENTES.
           IF WRK-FS-CLI NOT = '00'
               MOVE WRK-FS-CLI TO WRK-FS-ACAO
           ELSE
               MOVE WRK-REG-SALVO TO REG-CLIENTE
               MOVE WRK-TOKEN TO REG-CLI-CPF
               MOVE SPACES TO REG-CLI-NOME
               MOVE WRK-TOKEN TO REG-CLI-NOME
               WRITE REG-CLIENTE
               IF WRK-FS-CLI NOT = '00'
                   MOVE WRK-FS-CLI TO WRK-FS-ACAO
               END-IF
           END-IF.
      * CREDIARIO - CPF NA FRENTE DA CHAVE - NA ANONIMIZACAO AS
      * CHAVES DO CPF VAO PARA A TABELA EM LOTES DE 200 E CADA
      * TITULO E EXCLUIDO E INCLUIDO DE NOVO COM O TOKEN
       0620-TRATAR-CREDIARIO.
           MOVE ZEROS TO WRK-QT-ARQ.
           MOVE 'CREDIARI' TO WRK-SEQ-ARQUIVO.
           IF MODO-LEVANTAMENTO
               OPEN INPUT ARQ-CREDIARIO
           ELSE
               OPEN I-O ARQ-CREDIARIO
           END-IF.
           MOVE WRK-FS-CRED TO WRK-FS-ACAO.
           IF WRK-FS-CRED = '00'
               IF MODO-LEVANTAMENTO
                   PERFORM 0622-POSICIONAR-CREDIARIO
                   PERFORM UNTIL FIM-ARQUIVO
                       ADD 1 TO WRK-QT-ARQ
                       PERFORM 0626-LISTAR-TITULO
                       PERFORM 0624-LER-CREDIARIO-CPF
                   END-PERFORM
               ELSE
                   MOVE 200 TO WRK-QT-CHAVES
                   PERFORM 0627-ANONIMIZAR-LOTE-TITULOS
                       UNTIL WRK-QT-CHAVES < 200
                          OR WRK-FS-ACAO NOT = '00'
               END-IF
               CLOSE ARQ-CREDIARIO
               IF WRK-FS-CRED NOT = '00'
                   DISPLAY 'ERRO AO FECHAR CREDIARIO.DAT - FS='
                       WRK-FS-CRED
               END-IF
           END-IF.
           MOVE 'CREDIARIO' TO WRK-SEQ-ARQUIVO.
           PERFORM 0680-TOTALIZAR-ARQUIVO.
       0622-POSICIONAR-CREDIARIO.
           MOVE 'N' TO WRK-FIM-ARQ.
           MOVE WRK-CPF-ALVO TO CRED-CPF.
           MOVE ZEROS TO CRED-DATA-VENDA CRED-SEQ.
           START ARQ-CREDIARIO KEY IS >= CRED-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           IF NOT FIM-ARQUIVO
               PERFORM 0624-LER-CREDIARIO-CPF
           END-IF.
       0624-LER-CREDIARIO-CPF.
           READ ARQ-CREDIARIO NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND CRED-CPF NOT = WRK-CPF-ALVO
               SET FIM-ARQUIVO TO TRUE
           END-IF.
       0626-LISTAR-TITULO.
           MOVE SPACES TO WRK-LINHA-DET.
           MOVE 'CREDIARIO' TO WRK-DET-ARQUIVO.
           MOVE CRED-SALDO TO WRK-VALOR-ED.
           STRING 'VENDA ' CRED-DATA-VENDA ' SEQ ' CRED-SEQ
               ' FIL ' CRED-FILIAL ' SALDO ' WRK-VALOR-ED
               ' STATUS ' CRED-STATUS
               DELIMITED BY SIZE INTO WRK-DET-CONTEUDO.
           PERFORM 0695-GRAVAR-DETALHE.
       0627-ANONIMIZAR-LOTE-TITULOS.
           MOVE ZEROS TO WRK-QT-CHAVES.
           PERFORM 0622-POSICIONAR-CREDIARIO.
           PERFORM UNTIL FIM-ARQUIVO OR WRK-QT-CHAVES >= 200
               ADD 1 TO WRK-QT-CHAVES
               MOVE CRED-CHAVE TO WRK-CRED-CHAVE-T(WRK-QT-CHAVES)
               IF WRK-QT-CHAVES < 200
                   PERFORM 0624-LER-CREDIARIO-CPF
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-CHAVES
                      OR WRK-FS-ACAO NOT = '00'
               MOVE WRK-CRED-CHAVE-T(WRK-IDX) TO CRED-CHAVE
               READ ARQ-CREDIARIO
                   INVALID KEY
                       MOVE WRK-FS-CRED TO WRK-FS-ACAO
                   NOT INVALID KEY
                       PERFORM 0628-ANONIMIZAR-TITULO
               END-READ
           END-PERFORM.
       0628-ANONIMIZAR-TITULO.
           MOVE REG-CREDIARIO TO WRK-REG-SALVO.
           DELETE ARQ-CREDIARIO.
           IF WRK-FS-CRED NOT = '00'
               MOVE WRK-FS-CRED TO WRK-FS-ACAO
           ELSE
               MOVE WRK-REG-SALVO TO REG-CREDIARIO
               MOVE WRK-TOKEN TO CRED-CPF
               WRITE REG-CREDIARIO
               IF WRK-FS-CRED NOT = '00'
                   MOVE WRK-FS-CRED TO WRK-FS-ACAO
               ELSE
                   ADD 1 TO WRK-QT-ARQ
               END-IF
           END-IF.
      * ESTORNOS - CPF FORA DA CHAVE, LEITURA DO ARQUIVO TODO
       0630-TRATAR-ESTORNOS.
           MOVE ZEROS TO WRK-QT-ARQ.
           MOVE 'ESTPEND' TO WRK-SEQ-ARQUIVO.
           IF MODO-LEVANTAMENTO
               OPEN INPUT ARQ-ESTORNOS
           ELSE
               OPEN I-O ARQ-ESTORNOS
           END-IF.
           MOVE WRK-FS-EST TO WRK-FS-ACAO.
           IF WRK-FS-EST = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-ESTORNOS NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF EST-CPF = WRK-CPF-ALVO
                               ADD 1 TO WRK-QT-ARQ
                               PERFORM 0632-TRATAR-ESTORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ESTORNOS
               IF WRK-FS-EST NOT = '00'
                   DISPLAY 'ERRO AO FECHAR ESTPEND.DAT - FS='
                       WRK-FS-EST
               END-IF
           END-IF.
           PERFORM 0680-TOTALIZAR-ARQUIVO.
       0632-TRATAR-ESTORNO.
           IF MODO-LEVANTAMENTO
               MOVE SPACES TO WRK-LINHA-DET
               MOVE 'ESTPEND' TO WRK-DET-ARQUIVO
               MOVE EST-VALOR TO WRK-VALOR-ED
               STRING 'VENDA ' EST-DATA ' FIL ' EST-FILIAL ' SEQ '
                   EST-SEQ ' VALOR ' WRK-VALOR-ED ' STATUS '
                   EST-STATUS DELIMITED BY SIZE
                   INTO WRK-DET-CONTEUDO
               PERFORM 0695-GRAVAR-DETALHE
           ELSE
               MOVE WRK-TOKEN TO EST-CPF
               REWRITE REG-ESTORNO
               IF WRK-FS-EST NOT = '00'
                   MOVE WRK-FS-EST TO WRK-FS-ACAO
                   SET FIM-ARQUIVO TO TRUE
               END-IF
           END-IF.
      * CREDITO RETIDO - CPF FORA DA CHAVE, MESMO TRATAMENTO
      * DOS ESTORNOS
       0640-TRATAR-RETENCOES.
           MOVE ZEROS TO WRK-QT-ARQ.
           MOVE 'CRDPEND' TO WRK-SEQ-ARQUIVO.
           IF MODO-LEVANTAMENTO
               OPEN INPUT ARQ-CRED-RETIDO
           ELSE
               OPEN I-O ARQ-CRED-RETIDO
           END-IF.
           MOVE WRK-FS-CRP TO WRK-FS-ACAO.
           IF WRK-FS-CRP = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-CRED-RETIDO NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF CRP-CPF = WRK-CPF-ALVO
                               ADD 1 TO WRK-QT-ARQ
                               PERFORM 0642-TRATAR-RETENCAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CRED-RETIDO
               IF WRK-FS-CRP NOT = '00'
                   DISPLAY 'ERRO AO FECHAR CRDPEND.DAT - FS='
                       WRK-FS-CRP
               END-IF
           END-IF.
           PERFORM 0680-TOTALIZAR-ARQUIVO.
       0642-TRATAR-RETENCAO.
           IF MODO-LEVANTAMENTO
               MOVE SPACES TO WRK-LINHA-DET
               MOVE 'CRDPEND' TO WRK-DET-ARQUIVO
               MOVE CRP-VALOR TO WRK-VALOR-ED
               STRING 'VENDA ' CRP-DATA ' FIL ' CRP-FILIAL ' SEQ '
                   CRP-SEQ ' VALOR ' WRK-VALOR-ED ' STATUS '
                   CRP-STATUS DELIMITED BY SIZE
                   INTO WRK-DET-CONTEUDO
               PERFORM 0695-GRAVAR-DETALHE
           ELSE
               MOVE WRK-TOKEN TO CRP-CPF
               REWRITE REG-CRED-RETIDO
               IF WRK-FS-CRP NOT = '00'
                   MOVE WRK-FS-CRP TO WRK-FS-ACAO
                   SET FIM-ARQUIVO TO TRUE
               END-IF
           END-IF.
      * SALDO DE PONTOS - A CHAVE E O CPF, MESMA TROCA DO
      * CADASTRO (EXCLUIR E INCLUIR COM O TOKEN) - O SALDO FICA
       0650-TRATAR-PONTOS.
           MOVE ZEROS TO WRK-QT-ARQ.
           MOVE 'PONTOS' TO WRK-SEQ-ARQUIVO.
           IF MODO-LEVANTAMENTO
               OPEN INPUT ARQ-PONTOS
           ELSE
               OPEN I-O ARQ-PONTOS
           END-IF.
           MOVE WRK-FS-PTS TO WRK-FS-ACAO.
           IF WRK-FS-PTS = '00'
               MOVE WRK-CPF-ALVO TO PTS-CPF
               READ ARQ-PONTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-ARQ
                       IF MODO-LEVANTAMENTO
                           PERFORM 0652-LISTAR-PONTOS
                       ELSE
                           PERFORM 0654-ANONIMIZAR-PONTOS
                       END-IF
               END-READ
               CLOSE ARQ-PONTOS
               IF WRK-FS-PTS NOT = '00'
                   DISPLAY 'ERRO AO FECHAR PONTOS.DAT - FS='
                       WRK-FS-PTS
               END-IF
           END-IF.
           PERFORM 0680-TOTALIZAR-ARQUIVO.
       0652-LISTAR-PONTOS.
           MOVE SPACES TO WRK-LINHA-DET.
           MOVE 'PONTOS' TO WRK-DET-ARQUIVO.
           STRING 'SALDO ' PTS-SALDO ' ULTIMO GANHO '
               PTS-DATA-ULT-GANHO ' ULTIMO MOVIMENTO '
               PTS-DATA-ULT-MOV DELIMITED BY SIZE
               INTO WRK-DET-CONTEUDO.
           PERFORM 0695-GRAVAR-DETALHE.
       0654-ANONIMIZAR-PONTOS.
           MOVE REG-PONTOS TO WRK-REG-SALVO.
           DELETE ARQ-PONTOS.
           IF WRK-FS-PTS NOT = '00'
               MOVE WRK-FS-PTS TO WRK-FS-ACAO
           ELSE
               MOVE WRK-REG-SALVO TO REG-PONTOS
               MOVE WRK-TOKEN TO PTS-CPF
               WRITE REG-PONTOS
               IF WRK-FS-PTS NOT = '00'
                   MOVE WRK-FS-PTS TO WRK-FS-ACAO
               END-IF
           END-IF.
      * MOVIMENTOS DE PONTOS - CPF NA FRENTE DA CHAVE, MESMOS
      * LOTES DE 200 CHAVES DO CREDIARIO
       0660-TRATAR-MOV-PONTOS.
           MOVE ZEROS TO WRK-QT-ARQ.
           MOVE 'PONTMOV' TO WRK-SEQ-ARQUIVO.
           IF MODO-LEVANTAMENTO
               OPEN INPUT ARQ-MOV-PONTOS
           ELSE
               OPEN I-O ARQ-MOV-PONTOS
           END-IF.
           MOVE WRK-FS-PMV TO WRK-FS-ACAO.
           IF WRK-FS-PMV = '00'
               IF MODO-LEVANTAMENTO
                   PERFORM 0662-POSICIONAR-MOV-PONTOS
                   PERFORM UNTIL FIM-ARQUIVO
                       ADD 1 TO WRK-QT-ARQ
                       PERFORM 0666-LISTAR-MOV-PONTOS
                       PERFORM 0664-LER-MOV-PONTOS-CPF
                   END-PERFORM
               ELSE
                   MOVE 200 TO WRK-QT-CHAVES
                   PERFORM 0667-ANONIMIZAR-LOTE-MOV
                       UNTIL WRK-QT-CHAVES < 200
                          OR WRK-FS-ACAO NOT = '00'
               END-IF
               CLOSE ARQ-MOV-PONTOS
               IF WRK-FS-PMV NOT = '00'
                   DISPLAY 'ERRO AO FECHAR PONTMOV.DAT - FS='
                       WRK-FS-PMV
               END-IF
           END-IF.
           PERFORM 0680-TOTALIZAR-ARQUIVO.
       0662-POSICIONAR-MOV-PONTOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           MOVE WRK-CPF-ALVO TO PMV-CPF.
           MOVE ZEROS TO PMV-DATA PMV-FILIAL PMV-SEQ.
           MOVE LOW-VALUES TO PMV-TIPO.
           START ARQ-MOV-PONTOS KEY IS >= PMV-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           IF NOT FIM-ARQUIVO
               PERFORM 0664-LER-MOV-PONTOS-CPF
           END-IF.
       0664-LER-MOV-PONTOS-CPF.
           READ ARQ-MOV-PONTOS NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND PMV-CPF NOT = WRK-CPF-ALVO
               SET FIM-ARQUIVO TO TRUE
           END-IF.
       0666-LISTAR-MOV-PONTOS.
           MOVE SPACES TO WRK-LINHA-DET.
           MOVE 'PONTMOV' TO WRK-DET-ARQUIVO.
           MOVE PMV-VALOR TO WRK-VALOR-ED.
           STRING 'VENDA ' PMV-DATA ' FIL ' PMV-FILIAL ' SEQ '
               PMV-SEQ ' TIPO ' PMV-TIPO ' PONTOS ' PMV-PONTOS
               ' VALOR ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-DET-CONTEUDO.
           PERFORM 0695-GRAVAR-DETALHE.
       0667-ANONIMIZAR-LOTE-MOV.
           MOVE ZEROS TO WRK-QT-CHAVES.
           PERFORM 0662-POSICIONAR-MOV-PONTOS.
           PERFORM UNTIL FIM-ARQUIVO OR WRK-QT-CHAVES >= 200
               ADD 1 TO WRK-QT-CHAVES
               MOVE PMV-CHAVE TO WRK-PMV-CHAVE-T(WRK-QT-CHAVES)
               IF WRK-QT-CHAVES < 200
                   PERFORM 0664-LER-MOV-PONTOS-CPF
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-CHAVES
                      OR WRK-FS-ACAO NOT = '00'
               MOVE WRK-PMV-CHAVE-T(WRK-IDX) TO PMV-CHAVE
               READ ARQ-MOV-PONTOS
                   INVALID KEY
                       MOVE WRK-FS-PMV TO WRK-FS-ACAO
                   NOT INVALID KEY
                       PERFORM 0668-ANONIMIZAR-MOV-PONTOS
               END-READ
           END-PERFORM.
       0668-ANONIMIZAR-MOV-PONTOS.
           MOVE REG-MOV-PONTOS TO WRK-REG-SALVO.
           DELETE ARQ-MOV-PONTOS.
           IF WRK-FS-PMV NOT = '00'
               MOVE WRK-FS-PMV TO WRK-FS-ACAO
           ELSE
               MOVE WRK-REG-SALVO TO REG-MOV-PONTOS
               MOVE WRK-TOKEN TO PMV-CPF
               WRITE REG-MOV-PONTOS
               IF WRK-FS-PMV NOT = '00'
                   MOVE WRK-FS-PMV TO WRK-FS-ACAO
               ELSE
                   ADD 1 TO WRK-QT-ARQ
               END-IF
           END-IF.
      * NOTAS FISCAIS - CPF FORA DA CHAVE, LEITURA DO ARQUIVO
      * TODO - A NOTA EMITIDA TEM GUARDA LEGAL E JA FOI
      * TRANSMITIDA A SEFAZ COM O CPF, ENTAO NA ANONIMIZACAO
      * NADA E TROCADO - CADA NOTA SAI COMO RETIDA E CONTA NO
      * MOTIVO DO PROTOCOLO
       0670-TRATAR-NOTAS.
           MOVE ZEROS TO WRK-QT-ARQ.
           MOVE 'NFE' TO WRK-SEQ-ARQUIVO.
           OPEN INPUT ARQ-NOTAS.
           MOVE WRK-FS-NFE TO WRK-FS-ACAO.
           IF WRK-FS-NFE = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-NOTAS NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF NFE-CPF = WRK-CPF-ALVO
                               ADD 1 TO WRK-QT-ARQ
                               PERFORM 0672-LISTAR-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               IF WRK-FS-NFE NOT = '10'
                   MOVE WRK-FS-NFE TO WRK-FS-ACAO
               END-IF
               CLOSE ARQ-NOTAS
               IF WRK-FS-NFE NOT = '00'
                   DISPLAY 'ERRO AO FECHAR NFE.DAT - FS=' WRK-FS-NFE
               END-IF
           END-IF.
           IF MODO-ANONIMIZACAO AND WRK-FS-ACAO = '00'
               MOVE WRK-QT-ARQ TO WRK-QT-RETIDAS
               MOVE SPACES TO WRK-LINHA-REL
               STRING WRK-SEQ-ARQUIVO '   ' WRK-QT-ARQ
                   ' NOTAS RETIDAS - OBRIGACAO FISCAL'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0790-GRAVAR-LINHA-REL
           ELSE
               PERFORM 0680-TOTALIZAR-ARQUIVO
           END-IF.
       0672-LISTAR-NOTA.
           MOVE SPACES TO WRK-LINHA-DET.
           MOVE 'NFE' TO WRK-DET-ARQUIVO.
           MOVE NFE-VALOR TO WRK-VALOR-ED.
           IF MODO-LEVANTAMENTO
               STRING 'NOTA ' NFE-FILIAL '/' NFE-NUMERO ' EMISSAO '
                   NFE-DATA-EMISSAO ' VALOR ' WRK-VALOR-ED
                   ' STATUS ' NFE-STATUS
                   DELIMITED BY SIZE INTO WRK-DET-CONTEUDO
           ELSE
               STRING 'NOTA ' NFE-FILIAL '/' NFE-NUMERO ' EMISSAO '
                   NFE-DATA-EMISSAO ' RETIDO - OBRIGACAO FISCAL'
                   DELIMITED BY SIZE INTO WRK-DET-CONTEUDO
           END-IF.
           PERFORM 0695-GRAVAR-DETALHE.
      * ARQUIVO AUSENTE (FS 35) NAO TEM OCORRENCIA - QUALQUER
      * OUTRO ERRO CONTA FALHA E DEIXA A SOLICITACAO PENDENTE
       0680-TOTALIZAR-ARQUIVO.
           MOVE SPACES TO WRK-LINHA-REL.
           EVALUATE WRK-FS-ACAO
               WHEN '00'
                   ADD WRK-QT-ARQ TO WRK-QT-OCORR
                   IF MODO-LEVANTAMENTO
                       STRING WRK-SEQ-ARQUIVO '   ' WRK-QT-ARQ
                           ' OCORRENCIAS' DELIMITED BY SIZE
                           INTO WRK-LINHA-REL
                   ELSE
                       STRING WRK-SEQ-ARQUIVO '   ' WRK-QT-ARQ
                           ' REGISTROS ANONIMIZADOS'
                           DELIMITED BY SIZE INTO WRK-LINHA-REL
                   END-IF
               WHEN '35'
                   STRING WRK-SEQ-ARQUIVO '   ARQUIVO AUSENTE -'
                       ' SEM OCORRENCIA' DELIMITED BY SIZE
                       INTO WRK-LINHA-REL
               WHEN OTHER
                   ADD 1 TO WRK-QT-FALHAS
                   ADD WRK-QT-ARQ TO WRK-QT-OCORR
                   STRING WRK-SEQ-ARQUIVO '   ERRO FS=' WRK-FS-ACAO
                       ' - ' WRK-QT-ARQ ' TRATADAS ANTES DO ERRO'
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-EVALUATE.
           PERFORM 0790-GRAVAR-LINHA-REL.
       0690-GRAVAR-TOTAIS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '----------------------------------------'
               '----------------------------------------'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0790-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TOTAL DE OCORRENCIAS.: ' WRK-QT-OCORR
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0790-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'ARQUIVOS COM ERRO....: ' WRK-QT-FALHAS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0790-GRAVAR-LINHA-REL.
       0695-GRAVAR-DETALHE.
           MOVE WRK-LINHA-DET TO WRK-LINHA-REL.
           PERFORM 0790-GRAVAR-LINHA-REL.
      * ARQUIVOS SEQUENCIAIS - NO MODO A CADA LINHA VAI PARA O
      * LGPDTRAB.DAT (COM O TOKEN QUANDO TINHA O CPF) E A COPIA
      * SO VOLTA SE FOI GRAVADA INTEIRA E HOUVE TROCA
      * SE A DEVOLUCAO FALHAR O LGPDTRAB.DAT E A UNICA COPIA
      * INTEGRA - OS ARQUIVOS SEGUINTES FICAM PARA A REEXECUCAO
      * E A COPIA FICA RETIDA ATE O FIM DA SESSAO. SEM RETENCAO O
      * LGPDTRAB.DAT E ESVAZIADO DEPOIS DE CADA ARQUIVO
       0700-TRATAR-SEQUENCIAL.
           MOVE ZEROS TO WRK-QT-ARQ.
           IF COPIA-RETIDA
               ADD 1 TO WRK-QT-FALHAS
               MOVE SPACES TO WRK-LINHA-REL
               STRING WRK-SEQ-ARQUIVO '   NAO TRATADO - LGPDTRAB.DAT'
                   ' RETEM A COPIA DO ' WRK-TRAB-ARQUIVO
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0790-GRAVAR-LINHA-REL
           ELSE
               PERFORM 0705-TRATAR-SEQ-ARQUIVO
           END-IF.
       0705-TRATAR-SEQ-ARQUIVO.
           PERFORM 0770-ABRIR-SEQ-ENTRADA.
           IF WRK-FS-ACAO = '00'
               IF MODO-ANONIMIZACAO
                   OPEN OUTPUT ARQ-TRABALHO
                   IF WRK-FS-TRAB NOT = '00'
                       DISPLAY 'ERRO AO ABRIR LGPDTRAB.DAT - FS='
                           WRK-FS-TRAB
                       MOVE WRK-FS-TRAB TO WRK-FS-ACAO
                   END-IF
               END-IF
               IF WRK-FS-ACAO = '00'
                   MOVE 'N' TO WRK-FIM-ARQ
                   PERFORM 0710-TRATAR-LINHA UNTIL FIM-ARQUIVO
                   IF MODO-ANONIMIZACAO
                       CLOSE ARQ-TRABALHO
                   END-IF
               END-IF
               PERFORM 0778-FECHAR-SEQ
               IF MODO-ANONIMIZACAO AND WRK-FS-ACAO = '00'
                       AND WRK-QT-ARQ > ZEROS
                   PERFORM 0750-DEVOLVER-COPIA
               END-IF
           END-IF.
           IF MODO-ANONIMIZACAO AND NOT COPIA-RETIDA
               PERFORM 0760-LIMPAR-TRABALHO
           END-IF.
           PERFORM 0680-TOTALIZAR-ARQUIVO.
       0710-TRATAR-LINHA.
           PERFORM 0774-LER-SEQ.
           IF NOT FIM-ARQUIVO
               PERFORM 0720-PROCURAR-CPF
               IF WRK-QT-TAL > ZEROS
                   ADD 1 TO WRK-QT-ARQ
                   IF MODO-LEVANTAMENTO
                       PERFORM 0730-LISTAR-LINHA
                   ELSE
                       PERFORM 0740-SUBSTITUIR-CPF
                   END-IF
               END-IF
               IF MODO-ANONIMIZACAO
                   MOVE WRK-LINHA-SEQ TO REG-TRABALHO
                   WRITE REG-TRABALHO
                   IF WRK-FS-TRAB NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR LGPDTRAB.DAT - FS='
                           WRK-FS-TRAB
                       MOVE WRK-FS-TRAB TO WRK-FS-ACAO
                       SET FIM-ARQUIVO TO TRUE
                   END-IF
               END-IF
           END-IF.
      * NOS LOGS O CPF SO APARECE DENTRO DA DESCRICAO
       0720-PROCURAR-CPF.
           MOVE ZEROS TO WRK-QT-TAL.
           IF WRK-SEQ-ARQUIVO = 'LOGTRANS' OR 'LOGTRARQ'
               INSPECT WRK-SLOG-DESCRICAO TALLYING WRK-QT-TAL
                   FOR ALL WRK-CPF-ALVO
           ELSE
               IF WRK-SEQ-ARQUIVO = 'RESGREJ'
                   IF WRK-RRJ-CPF = WRK-CPF-ALVO
                       MOVE 1 TO WRK-QT-TAL
                   END-IF
               ELSE
                   IF WRK-SEQ-CPF = WRK-CPF-ALVO
                       MOVE 1 TO WRK-QT-TAL
                   END-IF
               END-IF
           END-IF.
       0730-LISTAR-LINHA.
           MOVE SPACES TO WRK-LINHA-DET.
           MOVE WRK-SEQ-ARQUIVO TO WRK-DET-ARQUIVO.
           EVALUATE WRK-SEQ-ARQUIVO
               WHEN 'CLICOMPR'
                   MOVE CCL-VALOR TO WRK-VALOR-ED
                   STRING 'COMPRA ' CCL-DATA ' FIL ' CCL-FILIAL
                       ' PGTO ' CCL-TIPO-PGTO ' VALOR ' WRK-VALOR-ED
                       DELIMITED BY SIZE INTO WRK-DET-CONTEUDO
               WHEN 'CPFREJ'
                   STRING 'REJEICAO ' REG-CPF-REJ-DATA ' MOTIVO '
                       REG-CPF-REJ-MOTIVO ' ' REG-CPF-REJ-DESCR
                       ' STATUS ' REG-CPF-REJ-STATUS
                       DELIMITED BY SIZE INTO WRK-DET-CONTEUDO
               WHEN 'RESGREJ'
                   MOVE RRJ-VALOR TO WRK-VALOR-ED
                   STRING 'RESGATE RECUSADO ' RRJ-DATA ' FIL '
                       RRJ-FILIAL ' SEQ ' RRJ-SEQ ' VALOR '
                       WRK-VALOR-ED DELIMITED BY SIZE
                       INTO WRK-DET-CONTEUDO
               WHEN OTHER
                   STRING WRK-SLOG-DATA ' ' WRK-SLOG-PROGRAMA ' '
                       WRK-SLOG-DESCRICAO
                       DELIMITED BY SIZE INTO WRK-DET-CONTEUDO
           END-EVALUATE.
           PERFORM 0695-GRAVAR-DETALHE.
       0740-SUBSTITUIR-CPF.
           IF WRK-SEQ-ARQUIVO = 'LOGTRANS' OR 'LOGTRARQ'
               INSPECT WRK-SLOG-DESCRICAO
                   REPLACING ALL WRK-CPF-ALVO BY WRK-TOKEN
           ELSE
               IF WRK-SEQ-ARQUIVO = 'RESGREJ'
                   MOVE WRK-TOKEN TO WRK-RRJ-CPF
               ELSE
                   MOVE WRK-TOKEN TO WRK-SEQ-CPF
               END-IF
           END-IF.
       0750-DEVOLVER-COPIA.
           OPEN INPUT ARQ-TRABALHO.
           IF WRK-FS-TRAB NOT = '00'
               DISPLAY 'ERRO AO ABRIR LGPDTRAB.DAT - FS=' WRK-FS-TRAB
               MOVE WRK-FS-TRAB TO WRK-FS-ACAO
           ELSE
               PERFORM 0776-ABRIR-SEQ-SAIDA
               IF WRK-FS-ACAO NOT = '00'
                   PERFORM 0755-RETER-COPIA
               ELSE
                   MOVE 'N' TO WRK-FIM-ARQ
                   PERFORM UNTIL FIM-ARQUIVO
                       READ ARQ-TRABALHO
                           AT END
                               SET FIM-ARQUIVO TO TRUE
                           NOT AT END
                               MOVE REG-TRABALHO TO WRK-LINHA-SEQ
                               PERFORM 0777-GRAVAR-SEQ
                       END-READ
                   END-PERFORM
                   PERFORM 0778-FECHAR-SEQ
                   IF WRK-FS-ACAO NOT = '00'
                       PERFORM 0755-RETER-COPIA
                   END-IF
               END-IF
               CLOSE ARQ-TRABALHO
           END-IF.
       0755-RETER-COPIA.
           SET COPIA-RETIDA TO TRUE.
           MOVE WRK-SEQ-ARQUIVO TO WRK-TRAB-ARQUIVO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING WRK-SEQ-ARQUIVO '   COPIA INTEGRA RETIDA NO'
               ' LGPDTRAB.DAT - DEVOLVER ANTES DE NOVA ANONIMIZACAO'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0790-GRAVAR-LINHA-REL.
       0760-LIMPAR-TRABALHO.
           OPEN OUTPUT ARQ-TRABALHO.
           IF WRK-FS-TRAB = '00'
               CLOSE ARQ-TRABALHO
           ELSE
               DISPLAY 'ERRO AO LIMPAR LGPDTRAB.DAT - FS=' WRK-FS-TRAB
           END-IF.
      * LEITURA E GRAVACAO DO ARQUIVO SEQUENCIAL DA VEZ
       0770-ABRIR-SEQ-ENTRADA.
           EVALUATE WRK-SEQ-ARQUIVO
               WHEN 'CLICOMPR'
                   OPEN INPUT ARQ-COMPRAS-CLI
                   MOVE WRK-FS-CCL TO WRK-FS-ACAO
               WHEN 'CPFREJ'
                   OPEN INPUT ARQ-CPF-REJ
                   MOVE WRK-FS-CPF-REJ TO WRK-FS-ACAO
               WHEN 'RESGREJ'
                   OPEN INPUT ARQ-RESGATE-REJ
                   MOVE WRK-FS-RESGREJ TO WRK-FS-ACAO
               WHEN 'LOGTRANS'
                   OPEN INPUT ARQ-LOG
                   MOVE WRK-FS-LOG TO WRK-FS-ACAO
               WHEN OTHER
                   OPEN INPUT ARQ-LOG-ARQV
                   MOVE WRK-FS-LARQV TO WRK-FS-ACAO
           END-EVALUATE.
           IF WRK-FS-ACAO NOT = '00' AND WRK-FS-ACAO NOT = '35'
               DISPLAY 'ERRO AO ABRIR ' WRK-SEQ-ARQUIVO ' - FS='
                   WRK-FS-ACAO
           END-IF.
       0774-LER-SEQ.
           MOVE SPACES TO WRK-LINHA-SEQ.
           EVALUATE WRK-SEQ-ARQUIVO
               WHEN 'CLICOMPR'
                   READ ARQ-COMPRAS-CLI
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE REG-COMPRA-CLI TO WRK-LINHA-SEQ
                   END-READ
               WHEN 'CPFREJ'
                   READ ARQ-CPF-REJ
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE REG-CPF-REJ TO WRK-LINHA-SEQ
                   END-READ
               WHEN 'RESGREJ'
                   READ ARQ-RESGATE-REJ
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE REG-RESGATE-REJ TO WRK-LINHA-SEQ
                   END-READ
               WHEN 'LOGTRANS'
                   READ ARQ-LOG
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE REG-LOG TO WRK-LINHA-SEQ
                   END-READ
               WHEN OTHER
                   READ ARQ-LOG-ARQV
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE REG-LOG-ARQV TO WRK-LINHA-SEQ
                   END-READ
           END-EVALUATE.
       0776-ABRIR-SEQ-SAIDA.
           EVALUATE WRK-SEQ-ARQUIVO
               WHEN 'CLICOMPR'
                   OPEN OUTPUT ARQ-COMPRAS-CLI
                   MOVE WRK-FS-CCL TO WRK-FS-ACAO
               WHEN 'CPFREJ'
                   OPEN OUTPUT ARQ-CPF-REJ
                   MOVE WRK-FS-CPF-REJ TO WRK-FS-ACAO
               WHEN 'RESGREJ'
                   OPEN OUTPUT ARQ-RESGATE-REJ
                   MOVE WRK-FS-RESGREJ TO WRK-FS-ACAO
               WHEN 'LOGTRANS'
                   OPEN OUTPUT ARQ-LOG
                   MOVE WRK-FS-LOG TO WRK-FS-ACAO
               WHEN OTHER
                   OPEN OUTPUT ARQ-LOG-ARQV
                   MOVE WRK-FS-LARQV TO WRK-FS-ACAO
           END-EVALUATE.
           IF WRK-FS-ACAO NOT = '00'
               DISPLAY 'ERRO AO RECRIAR ' WRK-SEQ-ARQUIVO ' - FS='
                   WRK-FS-ACAO ' - COPIA INTEGRA EM LGPDTRAB.DAT'
           END-IF.
       0777-GRAVAR-SEQ.
           EVALUATE WRK-SEQ-ARQUIVO
               WHEN 'CLICOMPR'
                   MOVE WRK-LINHA-SEQ TO REG-COMPRA-CLI
                   WRITE REG-COMPRA-CLI
                   MOVE WRK-FS-CCL TO WRK-FS-ACAO
               WHEN 'CPFREJ'
                   MOVE WRK-LINHA-SEQ TO REG-CPF-REJ
                   WRITE REG-CPF-REJ
                   MOVE WRK-FS-CPF-REJ TO WRK-FS-ACAO
               WHEN 'RESGREJ'
                   MOVE WRK-LINHA-SEQ TO REG-RESGATE-REJ
                   WRITE REG-RESGATE-REJ
                   MOVE WRK-FS-RESGREJ TO WRK-FS-ACAO
               WHEN 'LOGTRANS'
                   MOVE WRK-LINHA-SEQ TO REG-LOG
                   WRITE REG-LOG
                   MOVE WRK-FS-LOG TO WRK-FS-ACAO
               WHEN OTHER
                   MOVE WRK-LINHA-SEQ TO REG-LOG-ARQV
                   WRITE REG-LOG-ARQV
                   MOVE WRK-FS-LARQV TO WRK-FS-ACAO
           END-EVALUATE.
           IF WRK-FS-ACAO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ' WRK-SEQ-ARQUIVO ' - FS='
                   WRK-FS-ACAO ' - COPIA INTEGRA EM LGPDTRAB.DAT'
               SET FIM-ARQUIVO TO TRUE
           END-IF.
       0778-FECHAR-SEQ.
           EVALUATE WRK-SEQ-ARQUIVO
               WHEN 'CLICOMPR'
                   CLOSE ARQ-COMPRAS-CLI
               WHEN 'CPFREJ'
                   CLOSE ARQ-CPF-REJ
               WHEN 'RESGREJ'
                   CLOSE ARQ-RESGATE-REJ
               WHEN 'LOGTRANS'
                   CLOSE ARQ-LOG
               WHEN OTHER
                   CLOSE ARQ-LOG-ARQV
           END-EVALUATE.
       0790-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELLGPD - FS='
                   WRK-FS-RELATORIO
           END-IF.
           COPY 'BOOKOPERCHK.COB'.
           COPY 'BOOKLOGWRT.COB'.
