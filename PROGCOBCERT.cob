       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBCERT.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = RECERTIFICACAO DOS ACESSOS DE OPERADORES E
      * BLOQUEIO AUTOMATICO DAS CONTAS INATIVAS
      * MODO R (MENSAL) - RELATORIO NO DD RELCERT, UM BLOCO
      * POR OPERADOR DO OPERDB.DAT: OPCOES CONCEDIDAS NO
      * PERFIL, SUPERVISOR, SITUACAO, ULTIMO SIGN-ON, ULTIMA
      * ATIVIDADE POR PROGRAMA NO LOGTRANS.DAT, OPCAO
      * CONCEDIDA E NUNCA USADA, PROGRAMA USADO SEM A OPCAO E
      * CONFLITO DE SEGREGACAO DE FUNCOES (SOLICITA ALTERACAO
      * DE PARAMETRO NO PROGCOBPARM E APROVA ESTORNO NO
      * PROGCOBEST) - NO FIM OS IDS QUE APARECEM NO LOG SEM
      * CADASTRO NO OPERDB.DAT
      * MODO B (DIARIO) - BLOQUEIA QUEM ESTA SEM SIGN-ON HA
      * MAIS DE OPER-DIAS-INATIVO DIAS (PARAMDB.DAT, DEFAULT
      * 60, ZERO DESLIGA) E GRAVA CADA BLOQUEIO NO LOG - A
      * INATIVIDADE CONTA DO ULTIMO SIGN-ON, DA INCLUSAO/
      * DESBLOQUEIO OU DA ULTIMA TROCA DE SENHA, O QUE FOR
      * MAIS RECENTE - O ULTIMO SUPERVISOR ATIVO NUNCA E
      * BLOQUEADO, SENAO NINGUEM DESBLOQUEIA MAIS
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKOPERSEL.COB'.
           COPY 'BOOKESTSEL.COB'.
           COPY 'BOOKPARSEL.COB'.
           SELECT REL-CERTIFICACAO ASSIGN TO RELCERT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKOPERFD.COB'.
           COPY 'BOOKESTFD.COB'.
           COPY 'BOOKPARFD.COB'.
       FD  REL-CERTIFICACAO.
       01  REG-RELATORIO    PIC X(100).
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKOPERWS.COB'.
           COPY 'BOOKESTWS.COB'.
           COPY 'BOOKPARWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-MODO         PIC X(01) VALUE SPACE.
           88 MODO-RELATORIO VALUE 'R'.
           88 MODO-BLOQUEIO  VALUE 'B'.
           88 MODO-VALIDO    VALUE 'R' 'B'.
       77  WRK-FIM-ARQ      PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA VALUE 'S'.
       77  WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA VALUE 'S'.
       77  WRK-LOG-LIDO     PIC X(01) VALUE 'N'.
           88 LOG-DISPONIVEL VALUE 'S'.
       77  WRK-EST-LIDO     PIC X(01) VALUE 'N'.
           88 ESTORNOS-DISPONIVEIS VALUE 'S'.
       77  WRK-DIAS-PARAM   PIC 9(05) VALUE ZEROS.
       77  WRK-DATA-REF     PIC 9(08) VALUE ZEROS.
       77  WRK-ORIGEM-REF   PIC X(10) VALUE SPACES.
       77  WRK-DIAS-INATIVO PIC 9(05) VALUE ZEROS.
       77  WRK-INATIVO      PIC X(01) VALUE 'N'.
           88 OPERADOR-INATIVO VALUE 'S'.
       77  WRK-LOG-PRIMEIRA PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-ULTIMA   PIC 9(08) VALUE ZEROS.
       77  WRK-QT-LOG       PIC 9(07) VALUE ZEROS.
       77  WRK-QT-PARES     PIC 9(04) VALUE ZEROS.
       77  WRK-QT-SOD       PIC 9(03) VALUE ZEROS.
       77  WRK-IDX          PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ACHOU    PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-SOD      PIC 9(03) VALUE ZEROS.
       77  WRK-OPC          PIC 9(01) VALUE ZEROS.
       77  WRK-OPC-ACHOU    PIC 9(01) VALUE ZEROS.
       77  WRK-QT-TAL       PIC 9(03) VALUE ZEROS.
       77  WRK-SOD-ID       PIC X(08) VALUE SPACES.
       77  WRK-SOD-TIPO     PIC X(01) VALUE SPACE.
       77  WRK-QT-OPERADORES PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SUPERVISORES PIC 9(05) VALUE ZEROS.
       77  WRK-QT-BLOQUEADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QT-INATIVOS  PIC 9(05) VALUE ZEROS.
       77  WRK-QT-NUNCA-USADA PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SEM-OPCAO PIC 9(05) VALUE ZEROS.
       77  WRK-QT-CONFLITOS PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SEM-CADASTRO PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SUPERV-ATIVOS PIC 9(05) VALUE ZEROS.
       77  WRK-QT-BLOQ-AGORA PIC 9(05) VALUE ZEROS.
       77  WRK-QT-MANTIDOS  PIC 9(05) VALUE ZEROS.
       77  WRK-QT-ERRO-BLOQ PIC 9(05) VALUE ZEROS.
       77  WRK-QT-ED        PIC Z.ZZZ.ZZ9 VALUE ZEROS.
      * OPCOES DO PROGCOBMENU - POSICAO DO PERFIL X PROGRAMA
      * QUE A OPCAO CHAMA (E QUE GRAVA NO LOG COM ESSE NOME)
       01  WRK-OPCOES-TAB.
           05 FILLER PIC X(40)
               VALUE 'PROGCOB02     CADASTRO DE FUNCIONARIO   '.
           05 FILLER PIC X(40)
               VALUE 'PROGCOB06     CALCULADORA               '.
           05 FILLER PIC X(40)
               VALUE 'PROGCOB15     APURACAO DE VENDAS        '.
           05 FILLER PIC X(40)
               VALUE 'PROGCOBEXERC01VALIDACAO DE CPF          '.
           05 FILLER PIC X(40)
               VALUE 'PROGCOBCLI    CADASTRO DE CLIENTES      '.
           05 FILLER PIC X(40)
               VALUE 'PROGCOBREJ    CPF REJEITADOS            '.
           05 FILLER PIC X(40)
               VALUE 'PROGCOBLOGC   CONSULTA DO LOG           '.
           05 FILLER PIC X(40)
               VALUE 'PROGCOBOPER   CADASTRO DE OPERADORES    '.
       01  WRK-OPCOES-R REDEFINES WRK-OPCOES-TAB.
           05 WRK-OPC-ENT OCCURS 8 TIMES.
              10 WRK-OPC-PROGRAMA  PIC X(14).
              10 WRK-OPC-DESCRICAO PIC X(26).
      * ATIVIDADE DO LOG POR OPERADOR + PROGRAMA
       01  WRK-PARES-TAB.
           05 WRK-PAR-ENT OCCURS 3000 TIMES.
              10 WRK-PAR-OPERADOR   PIC X(08).
              10 WRK-PAR-PROGRAMA   PIC X(14).
              10 WRK-PAR-ULTIMA     PIC 9(08).
              10 WRK-PAR-QT         PIC 9(07).
              10 WRK-PAR-CADASTRADO PIC X(01).
      * QUEM SOLICITOU PARAMETRO E QUEM APROVOU ESTORNO
       01  WRK-SOD-TAB.
           05 WRK-SOD-ENT OCCURS 500 TIMES.
              10 WRK-SOD-OPERADOR   PIC X(08).
              10 WRK-SOD-QT-PARM    PIC 9(05).
              10 WRK-SOD-QT-EST     PIC 9(05).
       01  WRK-LINHA-REL PIC X(100).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBCERT' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-CAPTURAR-MODO.
           PERFORM 0110-CARREGAR-PARAMETROS.
      * ESTPEND ANTES DO LOG - COM ELE DISPONIVEL A APROVACAO
      * DE ESTORNO SO CONTA PELO EST-APROVADOR, NAO PELO LOG
           IF MODO-RELATORIO
               MOVE ZEROS TO WRK-QT-PARES WRK-QT-SOD WRK-QT-LOG
               PERFORM 0250-CARREGAR-ESTORNOS
               PERFORM 0200-CARREGAR-LOG
               PERFORM 0300-EMITIR-RELATORIO
           ELSE
               PERFORM 0700-BLOQUEAR-INATIVOS
           END-IF.
           DISPLAY '---------------------'.
           MOVE SPACES TO WRK-DESCRICAO-LOG.
           IF MODO-RELATORIO
               DISPLAY 'OPERADORES.............: ' WRK-QT-OPERADORES
               DISPLAY 'OPCOES NUNCA USADAS....: ' WRK-QT-NUNCA-USADA
               DISPLAY 'CONFLITOS DE SEGREGACAO: ' WRK-QT-CONFLITOS
               DISPLAY 'INATIVOS A BLOQUEAR....: ' WRK-QT-INATIVOS
               DISPLAY 'IDS DO LOG SEM CADASTRO: '
                   WRK-QT-SEM-CADASTRO
               STRING 'RECERTIFICACAO DE OPERADORES - '
                   WRK-QT-OPERADORES ' OPERADORES '
                   WRK-QT-CONFLITOS ' CONFLITOS'
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
           ELSE
               DISPLAY 'OPERADORES BLOQUEADOS..: ' WRK-QT-BLOQ-AGORA
               DISPLAY 'SUPERVISORES MANTIDOS..: ' WRK-QT-MANTIDOS
               DISPLAY 'ERROS DE BLOQUEIO......: ' WRK-QT-ERRO-BLOQ
               STRING 'BLOQUEIO POR INATIVIDADE - '
                   WRK-QT-BLOQ-AGORA ' BLOQUEADOS LIMITE '
                   WRK-DIAS-PARAM ' DIAS'
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
           END-IF.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           PERFORM 0900-GRAVAR-LOG.
           PERFORM 0906-FECHAR-LOG.
      * RETORNO 4 = ACHADO PARA A AUDITORIA (CONFLITO, OPCAO
      * NUNCA USADA, INATIVO, ID SEM CADASTRO, BLOQUEIO FEITO
      * OU SUPERVISOR MANTIDO, TABELA CHEIA OU ARQUIVO DE
      * APOIO INDISPONIVEL) / 8 = ERRO DE ABERTURA OU OPERADOR
      * INATIVO QUE NAO PODE SER BLOQUEADO
           EVALUATE TRUE
               WHEN ERRO-ABERTURA OR WRK-QT-ERRO-BLOQ > ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN TABELA-CHEIA
                   MOVE 4 TO RETURN-CODE
               WHEN MODO-RELATORIO
                       AND (WRK-QT-CONFLITOS > ZEROS
                       OR WRK-QT-NUNCA-USADA > ZEROS
                       OR WRK-QT-SEM-OPCAO > ZEROS
                       OR WRK-QT-INATIVOS > ZEROS
                       OR WRK-QT-SEM-CADASTRO > ZEROS
                       OR NOT LOG-DISPONIVEL
                       OR NOT ESTORNOS-DISPONIVEIS)
                   MOVE 4 TO RETURN-CODE
               WHEN MODO-BLOQUEIO
                       AND (WRK-QT-BLOQ-AGORA > ZEROS
                       OR WRK-QT-MANTIDOS > ZEROS)
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       0100-CAPTURAR-MODO.
           PERFORM UNTIL MODO-VALIDO
               DISPLAY 'MODO (R = RECERTIFICACAO / B = BLOQUEIO'
                   ' DE INATIVOS): '
               ACCEPT WRK-MODO FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-MODO) TO WRK-MODO
               IF NOT MODO-VALIDO
                   DISPLAY 'MODO INVALIDO - INFORME R OU B'
               END-IF
           END-PERFORM.
       0110-CARREGAR-PARAMETROS.
           MOVE 'OPER-DIAS-INATIVO' TO WRK-PARAM-CHAVE.
           MOVE 60 TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           IF WRK-PARAM-VALOR < ZEROS
               MOVE WRK-PARAM-DEFAULT TO WRK-PARAM-VALOR
           END-IF.
           MOVE WRK-PARAM-VALOR TO WRK-DIAS-PARAM.
      * LOGTRANS - ULTIMA ATIVIDADE POR OPERADOR + PROGRAMA E
      * OS PEDIDOS DE PARAMETRO / APROVACOES DE ESTORNO
       0200-CARREGAR-LOG.
           OPEN INPUT ARQ-LOG.
           IF WRK-FS-LOG NOT = '00'
               IF WRK-FS-LOG NOT = '35'
                   DISPLAY 'ERRO AO ABRIR LOGTRANS.DAT - FS='
                       WRK-FS-LOG
               END-IF
           ELSE
               SET LOG-DISPONIVEL TO TRUE
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-LOG
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM 0210-TRATAR-LINHA-LOG
                   END-READ
               END-PERFORM
               CLOSE ARQ-LOG
               IF WRK-FS-LOG NOT = '00'
                   DISPLAY 'ERRO AO FECHAR LOGTRANS.DAT - FS='
                       WRK-FS-LOG
               END-IF
           END-IF.
       0210-TRATAR-LINHA-LOG.
           ADD 1 TO WRK-QT-LOG.
           IF WRK-LOG-PRIMEIRA = ZEROS OR LOG-DATA < WRK-LOG-PRIMEIRA
               MOVE LOG-DATA TO WRK-LOG-PRIMEIRA
           END-IF.
           IF LOG-DATA > WRK-LOG-ULTIMA
               MOVE LOG-DATA TO WRK-LOG-ULTIMA
           END-IF.
           PERFORM 0220-ACUMULAR-PAR.
      * PROGCOBPARM GRAVA O PEDIDO COM O OPERADOR SOLICITANTE
      * E O PROGCOBEST A APROVACAO COM O SUPERVISOR DO SIGN-ON -
      * A LINHA DO PROGCOBEST SO CONTA SEM O ESTPEND.DAT, QUE JA
      * TEM A MESMA APROVACAO NO 0250
           MOVE ZEROS TO WRK-QT-TAL.
           IF LOG-PROGRAMA = 'PROGCOBPARM'
               INSPECT LOG-DESCRICAO TALLYING WRK-QT-TAL
                   FOR ALL ' SOLICITADO PARA '
               IF WRK-QT-TAL > ZEROS
                   MOVE LOG-OPERADOR TO WRK-SOD-ID
                   MOVE 'P' TO WRK-SOD-TIPO
                   PERFORM 0230-MARCAR-SEGREGACAO
               END-IF
           END-IF.
           IF LOG-PROGRAMA = 'PROGCOBEST' AND NOT ESTORNOS-DISPONIVEIS
               INSPECT LOG-DESCRICAO TALLYING WRK-QT-TAL
                   FOR ALL ' APROVADO POR '
               IF WRK-QT-TAL > ZEROS
                   MOVE LOG-OPERADOR TO WRK-SOD-ID
                   MOVE 'E' TO WRK-SOD-TIPO
                   PERFORM 0230-MARCAR-SEGREGACAO
               END-IF
           END-IF.
       0220-ACUMULAR-PAR.
           MOVE ZEROS TO WRK-IDX-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-PARES
                      OR WRK-IDX-ACHOU > ZEROS
               IF WRK-PAR-OPERADOR(WRK-IDX) = LOG-OPERADOR
                       AND WRK-PAR-PROGRAMA(WRK-IDX) = LOG-PROGRAMA
                   MOVE WRK-IDX TO WRK-IDX-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-IDX-ACHOU = ZEROS
               IF WRK-QT-PARES >= 3000
                   SET TABELA-CHEIA TO TRUE
               ELSE
                   ADD 1 TO WRK-QT-PARES
                   MOVE WRK-QT-PARES TO WRK-IDX-ACHOU
                   MOVE LOG-OPERADOR TO WRK-PAR-OPERADOR(WRK-IDX-ACHOU)
                   MOVE LOG-PROGRAMA TO WRK-PAR-PROGRAMA(WRK-IDX-ACHOU)
                   MOVE ZEROS TO WRK-PAR-ULTIMA(WRK-IDX-ACHOU)
                   MOVE ZEROS TO WRK-PAR-QT(WRK-IDX-ACHOU)
                   MOVE 'N' TO WRK-PAR-CADASTRADO(WRK-IDX-ACHOU)
               END-IF
           END-IF.
           IF WRK-IDX-ACHOU > ZEROS
               ADD 1 TO WRK-PAR-QT(WRK-IDX-ACHOU)
               IF LOG-DATA > WRK-PAR-ULTIMA(WRK-IDX-ACHOU)
                   MOVE LOG-DATA TO WRK-PAR-ULTIMA(WRK-IDX-ACHOU)
               END-IF
           END-IF.
      * WRK-SOD-TIPO P = PEDIU PARAMETRO / E = APROVOU ESTORNO
       0230-MARCAR-SEGREGACAO.
           MOVE ZEROS TO WRK-IDX-SOD.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-SOD
                      OR WRK-IDX-SOD > ZEROS
               IF WRK-SOD-OPERADOR(WRK-IDX) = WRK-SOD-ID
                   MOVE WRK-IDX TO WRK-IDX-SOD
               END-IF
           END-PERFORM.
           IF WRK-IDX-SOD = ZEROS
               IF WRK-QT-SOD >= 500
                   SET TABELA-CHEIA TO TRUE
               ELSE
                   ADD 1 TO WRK-QT-SOD
                   MOVE WRK-QT-SOD TO WRK-IDX-SOD
                   MOVE WRK-SOD-ID TO WRK-SOD-OPERADOR(WRK-IDX-SOD)
                   MOVE ZEROS TO WRK-SOD-QT-PARM(WRK-IDX-SOD)
                   MOVE ZEROS TO WRK-SOD-QT-EST(WRK-IDX-SOD)
               END-IF
           END-IF.
           IF WRK-IDX-SOD > ZEROS
               IF WRK-SOD-TIPO = 'P'
                   ADD 1 TO WRK-SOD-QT-PARM(WRK-IDX-SOD)
               ELSE
                   ADD 1 TO WRK-SOD-QT-EST(WRK-IDX-SOD)
               END-IF
           END-IF.
      * O ESTPEND.DAT GUARDA O APROVADOR MESMO DEPOIS QUE O LOG
      * DA APROVACAO FOI ARQUIVADO PELO PROGCOBARQV - E A FONTE
      * DAS APROVACOES SEMPRE QUE O ARQUIVO ABRE
       0250-CARREGAR-ESTORNOS.
           OPEN INPUT ARQ-ESTORNOS.
           IF WRK-FS-EST NOT = '00'
               IF WRK-FS-EST NOT = '35'
                   DISPLAY 'ERRO AO ABRIR ESTPEND.DAT - FS='
                       WRK-FS-EST
               END-IF
           ELSE
               SET ESTORNOS-DISPONIVEIS TO TRUE
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-ESTORNOS NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF ESTORNO-APROVADO
                               MOVE EST-APROVADOR TO WRK-SOD-ID
                               MOVE 'E' TO WRK-SOD-TIPO
                               PERFORM 0230-MARCAR-SEGREGACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ESTORNOS
               IF WRK-FS-EST NOT = '00'
                   DISPLAY 'ERRO AO FECHAR ESTPEND.DAT - FS='
                       WRK-FS-EST
               END-IF
           END-IF.
      * RELATORIO DE RECERTIFICACAO - UM BLOCO POR OPERADOR
       0300-EMITIR-RELATORIO.
           OPEN OUTPUT REL-CERTIFICACAO.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELCERT - FS=' WRK-FS-RELATORIO
               SET ERRO-ABERTURA TO TRUE
           ELSE
               PERFORM 0310-GRAVAR-CABECALHO
               OPEN INPUT ARQ-OPERADORES
               IF WRK-FS-OPER NOT = '00'
                   DISPLAY 'ERRO AO ABRIR OPERDB.DAT - FS='
                       WRK-FS-OPER
                   SET ERRO-ABERTURA TO TRUE
               ELSE
                   MOVE LOW-VALUES TO REG-OPER-ID
                   MOVE 'N' TO WRK-FIM-ARQ
                   START ARQ-OPERADORES KEY IS >= REG-OPER-ID
                       INVALID KEY
                           SET FIM-ARQUIVO TO TRUE
                   END-START
                   PERFORM UNTIL FIM-ARQUIVO
                       READ ARQ-OPERADORES NEXT RECORD
                           AT END
                               SET FIM-ARQUIVO TO TRUE
                           NOT AT END
                               PERFORM 0320-TRATAR-OPERADOR
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-OPERADORES
                   IF WRK-FS-OPER NOT = '00'
                       DISPLAY 'ERRO AO FECHAR OPERDB.DAT - FS='
                           WRK-FS-OPER
                   END-IF
               END-IF
               PERFORM 0400-IDS-SEM-CADASTRO
               PERFORM 0450-GRAVAR-RESUMO
               CLOSE REL-CERTIFICACAO
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO FECHAR RELCERT - FS='
                       WRK-FS-RELATORIO
               END-IF
           END-IF.
       0310-GRAVAR-CABECALHO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'RECERTIFICACAO DE ACESSOS DE OPERADORES - EMITIDA'
               ' EM ' WRK-DATA-HOJE ' - OPERADOR ' WRK-OPERADOR-ID
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           IF LOG-DISPONIVEL
               STRING 'ATIVIDADE DO LOGTRANS.DAT DE ' WRK-LOG-PRIMEIRA
                   ' A ' WRK-LOG-ULTIMA ' - ' WRK-QT-LOG ' LINHAS'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
           ELSE
               STRING 'LOGTRANS.DAT INDISPONIVEL - SEM ATIVIDADE POR'
                   ' PROGRAMA E SEM PEDIDOS DE PARAMETRO'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-IF.
           PERFORM 0490-GRAVAR-LINHA-REL.
           IF NOT ESTORNOS-DISPONIVEIS
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'ESTPEND.DAT INDISPONIVEL - APROVACOES DE'
                   ' ESTORNO SO PELO LOG'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           IF WRK-DIAS-PARAM = ZEROS
               STRING 'BLOQUEIO POR INATIVIDADE DESLIGADO'
                   ' (OPER-DIAS-INATIVO = 0)'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
           ELSE
               STRING 'BLOQUEIO POR INATIVIDADE APOS ' WRK-DIAS-PARAM
                   ' DIAS SEM SIGN-ON (OPER-DIAS-INATIVO)'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-IF.
           PERFORM 0490-GRAVAR-LINHA-REL.
       0320-TRATAR-OPERADOR.
           ADD 1 TO WRK-QT-OPERADORES.
           PERFORM 0600-CALCULAR-INATIVIDADE.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '========================================'
               '========================================'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'OPERADOR ' REG-OPER-ID ' ' REG-OPER-NOME
               ' SUPERVISOR ' REG-OPER-SUPERVISOR
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           IF OPER-SUPERVISOR
               ADD 1 TO WRK-QT-SUPERVISORES
           END-IF.
           EVALUATE TRUE
               WHEN OPER-BLOQUEADO AND BLOQ-INATIVIDADE
                   MOVE 'BLOQUEADO POR INATIVIDADE'
                       TO WRK-LINHA-REL(55:)
               WHEN OPER-BLOQUEADO AND BLOQ-TENTATIVAS
                   MOVE 'BLOQUEADO POR SENHA ERRADA'
                       TO WRK-LINHA-REL(55:)
               WHEN OPER-BLOQUEADO
                   MOVE 'BLOQUEADO' TO WRK-LINHA-REL(55:)
               WHEN OTHER
                   MOVE 'ATIVO' TO WRK-LINHA-REL(55:)
           END-EVALUATE.
           IF OPER-BLOQUEADO
               ADD 1 TO WRK-QT-BLOQUEADOS
           END-IF.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           IF REG-OPER-DATA-SIGNON IS NUMERIC
                   AND REG-OPER-DATA-SIGNON NOT = ZEROS
               STRING '  ULTIMO SIGN-ON ' REG-OPER-DATA-SIGNON
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
           ELSE
               STRING '  ULTIMO SIGN-ON NAO REGISTRADO'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-IF.
           IF WRK-DATA-REF = ZEROS
               MOVE '- SEM DATA DE REFERENCIA' TO WRK-LINHA-REL(35:)
           ELSE
               STRING '- ' WRK-DIAS-INATIVO ' DIAS DESDE '
                   WRK-ORIGEM-REF ' ' WRK-DATA-REF
                   DELIMITED BY SIZE INTO WRK-LINHA-REL(35:)
           END-IF.
           PERFORM 0490-GRAVAR-LINHA-REL.
           IF OPERADOR-INATIVO AND NOT OPER-BLOQUEADO
               ADD 1 TO WRK-QT-INATIVOS
               MOVE SPACES TO WRK-LINHA-REL
               STRING '  *** INATIVO ALEM DO LIMITE - SERA BLOQUEADO'
                   ' NO PROXIMO BLOQUEIO AUTOMATICO'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
           PERFORM 0330-LISTAR-OPCOES.
           PERFORM 0340-LISTAR-ATIVIDADES.
           PERFORM 0350-VERIFICAR-SEGREGACAO.
      * PERFIL 1-8 DO MENU COM O ULTIMO USO DO PROGRAMA DA OPCAO
       0330-LISTAR-OPCOES.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '  OPCOES DO MENU        CONCEDIDA ULTIMO USO'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           PERFORM VARYING WRK-OPC FROM 1 BY 1 UNTIL WRK-OPC > 8
               MOVE ZEROS TO WRK-IDX-ACHOU
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QT-PARES
                          OR WRK-IDX-ACHOU > ZEROS
                   IF WRK-PAR-OPERADOR(WRK-IDX) = REG-OPER-ID
                           AND WRK-PAR-PROGRAMA(WRK-IDX)
                               = WRK-OPC-PROGRAMA(WRK-OPC)
                       MOVE WRK-IDX TO WRK-IDX-ACHOU
                   END-IF
               END-PERFORM
               MOVE SPACES TO WRK-LINHA-REL
               STRING '  ' WRK-OPC ' ' WRK-OPC-DESCRICAO(WRK-OPC)
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               MOVE REG-OPER-OPCAO(WRK-OPC) TO WRK-LINHA-REL(34:1)
               IF WRK-IDX-ACHOU > ZEROS
                   MOVE WRK-PAR-ULTIMA(WRK-IDX-ACHOU)
                       TO WRK-LINHA-REL(36:8)
               ELSE
                   MOVE 'NUNCA' TO WRK-LINHA-REL(36:)
               END-IF
               IF REG-OPER-OPCAO(WRK-OPC) = 'S'
                       AND WRK-IDX-ACHOU = ZEROS
                   ADD 1 TO WRK-QT-NUNCA-USADA
                   MOVE '*** CONCEDIDA E NUNCA USADA'
                       TO WRK-LINHA-REL(46:)
               END-IF
               PERFORM 0490-GRAVAR-LINHA-REL
           END-PERFORM.
      * TUDO O QUE O OPERADOR FEZ NO LOG, POR PROGRAMA - O QUE
      * E OPCAO DO MENU SEM A OPCAO NO PERFIL SAI MARCADO
       0340-LISTAR-ATIVIDADES.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '  ATIVIDADE NO LOG      PROGRAMA       ULTIMA   '
               '  REGISTROS'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE ZEROS TO WRK-QT-TAL.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-PARES
               IF WRK-PAR-OPERADOR(WRK-IDX) = REG-OPER-ID
                   MOVE 'S' TO WRK-PAR-CADASTRADO(WRK-IDX)
                   ADD 1 TO WRK-QT-TAL
                   PERFORM 0345-LISTAR-PAR
               END-IF
           END-PERFORM.
           IF WRK-QT-TAL = ZEROS
               MOVE SPACES TO WRK-LINHA-REL
               MOVE '  NENHUMA ATIVIDADE NO LOG' TO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
       0345-LISTAR-PAR.
           MOVE WRK-PAR-QT(WRK-IDX) TO WRK-QT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '                        '
               WRK-PAR-PROGRAMA(WRK-IDX) ' '
               WRK-PAR-ULTIMA(WRK-IDX) ' ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           MOVE ZEROS TO WRK-OPC-ACHOU.
           PERFORM VARYING WRK-OPC FROM 1 BY 1 UNTIL WRK-OPC > 8
               IF WRK-OPC-PROGRAMA(WRK-OPC) = WRK-PAR-PROGRAMA(WRK-IDX)
                   MOVE WRK-OPC TO WRK-OPC-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-OPC-ACHOU > ZEROS
               IF REG-OPER-OPCAO(WRK-OPC-ACHOU) NOT = 'S'
                   ADD 1 TO WRK-QT-SEM-OPCAO
                   MOVE '*** USADO SEM A OPCAO NO PERFIL'
                       TO WRK-LINHA-REL(68:)
               END-IF
           END-IF.
           PERFORM 0490-GRAVAR-LINHA-REL.
       0350-VERIFICAR-SEGREGACAO.
           MOVE ZEROS TO WRK-IDX-SOD.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-SOD
                      OR WRK-IDX-SOD > ZEROS
               IF WRK-SOD-OPERADOR(WRK-IDX) = REG-OPER-ID
                   MOVE WRK-IDX TO WRK-IDX-SOD
               END-IF
           END-PERFORM.
           IF WRK-IDX-SOD > ZEROS
               IF WRK-SOD-QT-PARM(WRK-IDX-SOD) > ZEROS
                       AND WRK-SOD-QT-EST(WRK-IDX-SOD) > ZEROS
                   ADD 1 TO WRK-QT-CONFLITOS
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING '  *** CONFLITO DE SEGREGACAO - SOLICITOU '
                       WRK-SOD-QT-PARM(WRK-IDX-SOD)
                       ' ALTERACOES DE PARAMETRO (PROGCOBPARM) E'
                       ' APROVOU '
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
                   PERFORM 0490-GRAVAR-LINHA-REL
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING '      ' WRK-SOD-QT-EST(WRK-IDX-SOD)
                       ' ESTORNOS (PROGCOBEST)'
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
                   PERFORM 0490-GRAVAR-LINHA-REL
               END-IF
           END-IF.
      * ID QUE GRAVOU NO LOG E NAO EXISTE NO OPERDB.DAT - CONTA
      * EXCLUIDA OU ID DIGITADO NOS PROGRAMAS SEM SIGN-ON
       0400-IDS-SEM-CADASTRO.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'IDS NO LOGTRANS SEM CADASTRO NO OPERDB.DAT'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-PARES
               IF WRK-PAR-CADASTRADO(WRK-IDX) = 'N'
                   ADD 1 TO WRK-QT-SEM-CADASTRO
                   MOVE WRK-PAR-QT(WRK-IDX) TO WRK-QT-ED
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING '  ' WRK-PAR-OPERADOR(WRK-IDX) '  '
                       WRK-PAR-PROGRAMA(WRK-IDX) ' '
                       WRK-PAR-ULTIMA(WRK-IDX) ' ' WRK-QT-ED
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
                   PERFORM 0490-GRAVAR-LINHA-REL
               END-IF
           END-PERFORM.
           IF WRK-QT-SEM-CADASTRO = ZEROS
               MOVE '  NENHUM' TO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
       0450-GRAVAR-RESUMO.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'RESUMO' DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '  OPERADORES CADASTRADOS.......: ' WRK-QT-OPERADORES
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '  SUPERVISORES.................: '
               WRK-QT-SUPERVISORES
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '  BLOQUEADOS...................: '
               WRK-QT-BLOQUEADOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '  INATIVOS AINDA NAO BLOQUEADOS: ' WRK-QT-INATIVOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '  OPCOES CONCEDIDAS NUNCA USADAS: '
               WRK-QT-NUNCA-USADA
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '  PROGRAMAS USADOS SEM A OPCAO.: ' WRK-QT-SEM-OPCAO
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '  CONFLITOS DE SEGREGACAO......: ' WRK-QT-CONFLITOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '  ATIVIDADES DE ID SEM CADASTRO: '
               WRK-QT-SEM-CADASTRO
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           IF TABELA-CHEIA
               MOVE SPACES TO WRK-LINHA-REL
               STRING '  *** TABELA DE ATIVIDADE CHEIA - RELATORIO'
                   ' INCOMPLETO' DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
       0490-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELCERT - FS='
                   WRK-FS-RELATORIO
           END-IF.
      * INATIVIDADE = DIAS DESDE A DATA MAIS RECENTE ENTRE O
      * ULTIMO SIGN-ON, A INCLUSAO/DESBLOQUEIO E A TROCA DE
      * SENHA - REGISTRO ANTIGO SEM AS DATAS NOVAS CONTA DA
      * SENHA, E SEM NENHUMA DATA E INATIVO
       0600-CALCULAR-INATIVIDADE.
           MOVE ZEROS TO WRK-DATA-REF.
           MOVE SPACES TO WRK-ORIGEM-REF.
           IF REG-OPER-DATA-SENHA IS NUMERIC
                   AND REG-OPER-DATA-SENHA NOT < 19000101
                   AND REG-OPER-DATA-SENHA NOT > WRK-DATA-HOJE
               MOVE REG-OPER-DATA-SENHA TO WRK-DATA-REF
               MOVE 'SENHA' TO WRK-ORIGEM-REF
           END-IF.
           IF REG-OPER-DATA-LIBERA IS NUMERIC
                   AND REG-OPER-DATA-LIBERA NOT < 19000101
                   AND REG-OPER-DATA-LIBERA NOT > WRK-DATA-HOJE
                   AND REG-OPER-DATA-LIBERA NOT < WRK-DATA-REF
               MOVE REG-OPER-DATA-LIBERA TO WRK-DATA-REF
               MOVE 'LIBERACAO' TO WRK-ORIGEM-REF
           END-IF.
           IF REG-OPER-DATA-SIGNON IS NUMERIC
                   AND REG-OPER-DATA-SIGNON NOT < 19000101
                   AND REG-OPER-DATA-SIGNON NOT > WRK-DATA-HOJE
                   AND REG-OPER-DATA-SIGNON NOT < WRK-DATA-REF
               MOVE REG-OPER-DATA-SIGNON TO WRK-DATA-REF
               MOVE 'SIGN-ON' TO WRK-ORIGEM-REF
           END-IF.
           IF WRK-DATA-REF = ZEROS
               MOVE 99999 TO WRK-DIAS-INATIVO
           ELSE
               COMPUTE WRK-DIAS-INATIVO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(WRK-DATA-REF)
           END-IF.
           MOVE 'N' TO WRK-INATIVO.
           IF WRK-DIAS-PARAM > ZEROS
                   AND WRK-DIAS-INATIVO > WRK-DIAS-PARAM
               SET OPERADOR-INATIVO TO TRUE
           END-IF.
      * BLOQUEIO AUTOMATICO - PRIMEIRA PASSADA CONTA OS
      * SUPERVISORES ATIVOS DENTRO DO PRAZO, A SEGUNDA BLOQUEIA
       0700-BLOQUEAR-INATIVOS.
           IF WRK-DIAS-PARAM = ZEROS
               DISPLAY 'BLOQUEIO POR INATIVIDADE DESLIGADO'
                   ' (OPER-DIAS-INATIVO = 0)'
           ELSE
               OPEN I-O ARQ-OPERADORES
               IF WRK-FS-OPER NOT = '00'
                   DISPLAY 'ERRO AO ABRIR OPERDB.DAT - FS='
                       WRK-FS-OPER
                   SET ERRO-ABERTURA TO TRUE
               ELSE
                   PERFORM 0705-POSICIONAR-OPERADORES
                   PERFORM 0710-CONTAR-SUPERVISOR UNTIL FIM-ARQUIVO
                   PERFORM 0705-POSICIONAR-OPERADORES
                   PERFORM 0720-VERIFICAR-OPERADOR UNTIL FIM-ARQUIVO
                   CLOSE ARQ-OPERADORES
                   IF WRK-FS-OPER NOT = '00'
                       DISPLAY 'ERRO AO FECHAR OPERDB.DAT - FS='
                           WRK-FS-OPER
                   END-IF
               END-IF
           END-IF.
       0705-POSICIONAR-OPERADORES.
           MOVE LOW-VALUES TO REG-OPER-ID.
           MOVE 'N' TO WRK-FIM-ARQ.
           START ARQ-OPERADORES KEY IS >= REG-OPER-ID
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
       0710-CONTAR-SUPERVISOR.
           READ ARQ-OPERADORES NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF OPER-SUPERVISOR AND NOT OPER-BLOQUEADO
                       PERFORM 0600-CALCULAR-INATIVIDADE
                       IF NOT OPERADOR-INATIVO
                           ADD 1 TO WRK-QT-SUPERV-ATIVOS
                       END-IF
                   END-IF
           END-READ.
       0720-VERIFICAR-OPERADOR.
           READ ARQ-OPERADORES NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF NOT OPER-BLOQUEADO
                       PERFORM 0600-CALCULAR-INATIVIDADE
                       IF OPERADOR-INATIVO
                           PERFORM 0730-BLOQUEAR-OPERADOR
                       END-IF
                   END-IF
           END-READ.
       0730-BLOQUEAR-OPERADOR.
           MOVE SPACES TO WRK-DESCRICAO-LOG.
           IF OPER-SUPERVISOR AND WRK-QT-SUPERV-ATIVOS = ZEROS
               ADD 1 TO WRK-QT-MANTIDOS
               DISPLAY 'SUPERVISOR ' REG-OPER-ID ' INATIVO HA '
                   WRK-DIAS-INATIVO ' DIAS MANTIDO - NAO HA OUTRO'
                   ' SUPERVISOR ATIVO'
               STRING 'SUPERVISOR ' REG-OPER-ID ' INATIVO '
                   WRK-DIAS-INATIVO ' DIAS MANTIDO - SEM OUTRO ATIVO'
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           ELSE
               MOVE 'S' TO REG-OPER-BLOQUEADO
               MOVE 'I' TO REG-OPER-MOTIVO-BLOQ
               REWRITE REG-OPERADOR
               IF WRK-FS-OPER NOT = '00'
                   ADD 1 TO WRK-QT-ERRO-BLOQ
                   DISPLAY 'ERRO AO GRAVAR OPERDB.DAT - FS='
                       WRK-FS-OPER ' - OPERADOR ' REG-OPER-ID
                       ' NAO BLOQUEADO'
                   STRING 'OPERADOR ' REG-OPER-ID ' NAO BLOQUEADO FS='
                       WRK-FS-OPER DELIMITED BY SIZE
                       INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
               ELSE
                   ADD 1 TO WRK-QT-BLOQ-AGORA
                   DISPLAY 'OPERADOR ' REG-OPER-ID ' BLOQUEADO - '
                       WRK-DIAS-INATIVO ' DIAS DESDE ' WRK-ORIGEM-REF
                   STRING 'OPERADOR ' REG-OPER-ID ' BLOQUEADO POR'
                       ' INATIVIDADE - ' WRK-DIAS-INATIVO
                       ' DIAS SEM SIGN-ON'
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
               END-IF
           END-IF.
           COPY 'BOOKPARGET.COB'.
           COPY 'BOOKLOGWRT.COB'.
