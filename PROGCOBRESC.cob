       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBRESC.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = CALCULO DA RESCISAO DO FUNCIONARIO DESLIGADO
      * A PARTIR DA ADMISSAO E DO DESLIGAMENTO DO FUNCDB.DAT
      * (GRAVADOS PELO PROGCOB02 OU PELO PROGCOBMOVF) CALCULA:
      * - SALDO DE SALARIO PELOS DIAS TRABALHADOS NO MES
      * - AVISO PREVIO (30 DIAS + 3 POR ANO COMPLETO, ATE 90)
      *   INDENIZADO NA DISPENSA SEM JUSTA CAUSA OU DESCONTADO
      *   NO PEDIDO DE DEMISSAO SEM CUMPRIMENTO - O AVISO
      *   INDENIZADO PROJETA O CONTRATO PARA OS AVOS - AVISO
      *   QUE PASSA DE 31/12 FECHA OS AVOS DO ANO DA SAIDA EM
      *   31/12 E CONTA A PARTE DO ANO SEGUINTE EM SEPARADO
      * - 13O PROPORCIONAL MENOS A 1A PARCELA JA PAGA NO ANO
      * - FERIAS VENCIDAS (PERIODOS INFORMADOS PELO RH) E
      *   PROPORCIONAIS, AMBAS COM O TERCO CONSTITUCIONAL
      * OS AVOS SEGUEM A MESMA REGRA DO PROGCOBPROV (0210) NA
      * DATA DO DESLIGAMENTO (OU NA DATA PROJETADA), COM O MES
      * DA SAIDA CONTANDO SO A PARTIR DE 15 DIAS - O 13O E AS
      * FERIAS PROPORCIONAIS BATEM COM A PROVISAO DO MES ANTERIOR
      * JUSTA CAUSA PERDE 13O E FERIAS PROPORCIONAIS
      * DESCONTOS - TABELA DE FAIXAS (BOOKFOLCALC) SOBRE O SALDO
      * DE SALARIO E SOBRE O 13O, SEPARADAMENTE, E ADIANTAMENTO
      * QUINZENAL AINDA PENDENTE NO ADIANT.DAT
      * MODO S SO IMPRIME O DEMONSTRATIVO (DD RELRESC) - MODO E
      * EFETIVA: GRAVA RESCISAO.DAT, GERA A REMESSA DO LIQUIDO
      * (DD BANKREM), OS LANCAMENTOS QUE BAIXAM AS PROVISOES DE
      * 13O (21600000) E FERIAS (21700000), O ACUMULADO ANUAL
      * E BAIXA O ADIANTAMENTO DESCONTADO
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKFUNCSEL.COB'.
           COPY 'BOOKPARSEL.COB'.
           COPY 'BOOKADTSEL.COB'.
           COPY 'BOOKACUSEL.COB'.
           COPY 'BOOKRSCSEL.COB'.
           COPY 'BOOKGLSEL.COB'.
           SELECT REL-RESCISAO ASSIGN TO RELRESC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT ARQ-REMESSA ASSIGN TO BANKREM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKFUNCFD.COB'.
           COPY 'BOOKPARFD.COB'.
           COPY 'BOOKADTFD.COB'.
           COPY 'BOOKACUFD.COB'.
           COPY 'BOOKRSCFD.COB'.
           COPY 'BOOKGLFD.COB'.
       FD  REL-RESCISAO.
       01  REG-RELATORIO    PIC X(80).
       FD  ARQ-REMESSA.
       01  REG-REM-HEADER.
           05 REM-H-TIPO     PIC X(01).
           05 REM-H-DATA     PIC 9(08).
           05 REM-H-CONVENIO PIC X(20).
       01  REG-REM-DETALHE.
           05 REM-D-TIPO      PIC X(01).
           05 REM-D-MATRICULA PIC 9(06).
           05 REM-D-CPF       PIC X(11).
           05 REM-D-VALOR     PIC 9(09)V99.
           05 REM-D-NOME      PIC X(20).
       01  REG-REM-TRAILER.
           05 REM-T-TIPO  PIC X(01).
           05 REM-T-QT    PIC 9(06).
           05 REM-T-TOTAL PIC 9(11)V99.
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKFUNCWS.COB'.
           COPY 'BOOKFOLWS.COB'.
           COPY 'BOOKPARWS.COB'.
           COPY 'BOOKADTWS.COB'.
           COPY 'BOOKACUWS.COB'.
           COPY 'BOOKRSCWS.COB'.
           COPY 'BOOKGLWS.COB'.
           COPY 'BOOKLOGWS.COB'.
           COPY 'BOOKARITWS.COB'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-FS-REMESSA   PIC X(02) VALUE '00'.
       77  WRK-REMESSA-OK   PIC X(01) VALUE 'S'.
           88 REMESSA-GRAVADA VALUE 'S'.
       77  WRK-RSC-EXCLUIDA PIC X(01) VALUE 'N'.
           88 RESCISAO-EXCLUIDA VALUE 'S'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-MATRICULA    PIC 9(06) VALUE ZEROS.
       77  WRK-ENTRADA      PIC X(01) VALUE SPACE.
       77  WRK-TIPO-RESC    PIC X(01) VALUE SPACE.
           88 RESC-SEM-JUSTA-CAUSA VALUE 'S'.
           88 RESC-PEDIDO          VALUE 'P'.
           88 RESC-JUSTA-CAUSA     VALUE 'J'.
           88 TIPO-RESC-VALIDO     VALUE 'S' 'P' 'J'.
       77  WRK-AVISO        PIC X(01) VALUE SPACE.
           88 AVISO-TRABALHADO     VALUE 'T'.
           88 AVISO-INDENIZADO     VALUE 'I'.
           88 AVISO-NAO-CUMPRIDO   VALUE 'N'.
           88 AVISO-VALIDO         VALUE 'T' 'I' 'N'.
       77  WRK-MODO         PIC X(01) VALUE SPACE.
           88 MODO-SIMULACAO       VALUE 'S'.
           88 MODO-EFETIVACAO      VALUE 'E'.
           88 MODO-VALIDO          VALUE 'S' 'E'.
       77  WRK-FERIAS-VENC  PIC 9(01) VALUE ZEROS.
       77  WRK-MOTIVO-REJ   PIC X(50) VALUE SPACES.
       77  WRK-RESC-EXISTE  PIC X(01) VALUE 'N'.
           88 RESCISAO-JA-EFETIVADA VALUE 'S'.
       77  WRK-DATA-RSC-ANT PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-ADIANT   PIC X(01) VALUE 'N'.
           88 FIM-ADIANT VALUE 'S'.
      * DATAS DO CONTRATO - REFERENCIA = DESLIGAMENTO OU DATA
      * PROJETADA PELO AVISO INDENIZADO
       01  WRK-DATA-ADM.
           05 WRK-ADM-ANO   PIC 9(04).
           05 WRK-ADM-MES   PIC 9(02).
           05 WRK-ADM-DIA   PIC 9(02).
       01  WRK-DATA-ADM-N REDEFINES WRK-DATA-ADM PIC 9(08).
       01  WRK-DATA-DESLIG.
           05 WRK-DSL-ANO   PIC 9(04).
           05 WRK-DSL-MES   PIC 9(02).
           05 WRK-DSL-DIA   PIC 9(02).
       01  WRK-DATA-DESLIG-N REDEFINES WRK-DATA-DESLIG PIC 9(08).
       01  WRK-DATA-REF.
           05 WRK-REF-ANO   PIC 9(04).
           05 WRK-REF-MES   PIC 9(02).
           05 WRK-REF-DIA   PIC 9(02).
       01  WRK-DATA-REF-N REDEFINES WRK-DATA-REF PIC 9(08).
      * COPIA DO FUNCDB - O ARQUIVO FECHA LOGO APOS A LEITURA
       77  WRK-SALARIO-FUNC PIC 9(10) VALUE ZEROS.
       77  WRK-NOME-FUNC    PIC X(20) VALUE SPACES.
       77  WRK-CPF-FUNC     PIC X(11) VALUE SPACES.
       77  WRK-DIAS-SALDO   PIC 9(02) VALUE ZEROS.
       77  WRK-ANOS-SERVICO PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-AVISO   PIC 9(03) VALUE ZEROS.
       77  WRK-AVOS         PIC S9(02) VALUE ZEROS.
       77  WRK-AVOS-PROX    PIC S9(02) VALUE ZEROS.
       77  WRK-AVOS-TOTAL   PIC S9(02) VALUE ZEROS.
       77  WRK-DATA-PROJ-N  PIC 9(08) VALUE ZEROS.
       77  WRK-VLR-SALDO    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VLR-AVISO-IND PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VLR-AVISO-DESC PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VLR-13       PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VLR-13-PARC1 PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VLR-13-PROX  PIC S9(09)V99 VALUE ZEROS.
       77  WRK-13-QUITADO   PIC X(01) VALUE 'N'.
           88 DECIMO-TERCEIRO-QUITADO VALUE 'S'.
       77  WRK-ANT-13-BRUTO PIC S9(10)V99 VALUE ZEROS.
       77  WRK-ANT-13-DESC  PIC S9(10)V99 VALUE ZEROS.
       77  WRK-ANT-13-PARC2 PIC S9(10)V99 VALUE ZEROS.
       77  WRK-VLR-FER-VENC PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VLR-FER-PROP PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VLR-TERCO    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-ALIQ-SALDO   PIC 9(02) VALUE ZEROS.
       77  WRK-DESC-SALDO   PIC S9(09)V99 VALUE ZEROS.
       77  WRK-ALIQ-13      PIC 9(02) VALUE ZEROS.
       77  WRK-DESC-13      PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VLR-ADIANT   PIC S9(09)V99 VALUE ZEROS.
       77  WRK-TOT-PROVENTOS PIC S9(09)V99 VALUE ZEROS.
       77  WRK-TOT-DESCONTOS PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VLR-LIQUIDO  PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VLR-PROV-13  PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VLR-PROV-FER PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VLR-DESPESA  PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TIPO-DESC    PIC X(20) VALUE SPACES.
       77  WRK-AVISO-DESC   PIC X(20) VALUE SPACES.
       01  WRK-LINHA-REL PIC X(80).
      * LINHA DE VERBA DO DEMONSTRATIVO - PROVENTO OU DESCONTO
       01  WRK-LINHA-VERBA.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-VRB-DESCRICAO PIC X(34).
           05 WRK-VRB-PROVENTO  PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WRK-VRB-DESCONTO  PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBRESC' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0945-CARREGAR-FAIXAS.
           PERFORM 0100-CAPTURAR-DADOS.
           PERFORM 0200-VALIDAR.
           IF WRK-MOTIVO-REJ NOT = SPACES
               DISPLAY 'RESCISAO NAO CALCULADA - ' WRK-MOTIVO-REJ
               STRING 'RESCISAO ' WRK-MATRICULA ' RECUSADA - '
                   WRK-MOTIVO-REJ DELIMITED BY SIZE
                   INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           ELSE
               PERFORM 0300-CALCULAR
               IF MODO-EFETIVACAO AND WRK-VLR-LIQUIDO < ZEROS
                   MOVE 'LIQUIDO NEGATIVO - TRATAR COM O RH'
                       TO WRK-MOTIVO-REJ
                   MOVE 'S' TO WRK-MODO
               END-IF
               PERFORM 0400-EMITIR-DEMONSTRATIVO
               IF MODO-EFETIVACAO
                   PERFORM 0500-EFETIVAR
               ELSE
                   IF WRK-MOTIVO-REJ NOT = SPACES
                       DISPLAY 'RESCISAO NAO EFETIVADA - '
                           WRK-MOTIVO-REJ
                   END-IF
                   STRING 'RESCISAO ' WRK-MATRICULA ' SIMULADA'
                       ' - TIPO ' WRK-TIPO-RESC ' AVISO ' WRK-AVISO
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
               END-IF
           END-IF.
           PERFORM 0906-FECHAR-LOG.
           GOBACK.
       0100-CAPTURAR-DADOS.
           DISPLAY 'MATRICULA: '.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           MOVE SPACE TO WRK-TIPO-RESC.
           PERFORM UNTIL TIPO-RESC-VALIDO
               DISPLAY 'TIPO (S-SEM JUSTA CAUSA P-PEDIDO DE DEMISSAO'
                   ' J-JUSTA CAUSA): '
               ACCEPT WRK-ENTRADA FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-ENTRADA) TO WRK-TIPO-RESC
               IF NOT TIPO-RESC-VALIDO
                   DISPLAY 'TIPO INVALIDO - INFORME S, P OU J'
               END-IF
           END-PERFORM.
           IF RESC-JUSTA-CAUSA
               MOVE SPACE TO WRK-AVISO
           ELSE
               PERFORM 0110-CAPTURAR-AVISO
           END-IF.
           DISPLAY 'PERIODOS DE FERIAS VENCIDAS NAO GOZADAS (0-2): '.
           ACCEPT WRK-FERIAS-VENC FROM CONSOLE.
           MOVE SPACE TO WRK-MODO.
           PERFORM UNTIL MODO-VALIDO
               DISPLAY 'MODO (S-SIMULAR E-EFETIVAR): '
               ACCEPT WRK-ENTRADA FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-ENTRADA) TO WRK-MODO
               IF NOT MODO-VALIDO
                   DISPLAY 'MODO INVALIDO - INFORME S OU E'
               END-IF
           END-PERFORM.
      * DISPENSA SEM JUSTA CAUSA - AVISO TRABALHADO OU INDENIZADO
      * PEDIDO DE DEMISSAO - AVISO TRABALHADO OU NAO CUMPRIDO
       0110-CAPTURAR-AVISO.
           MOVE SPACE TO WRK-AVISO.
           PERFORM UNTIL AVISO-VALIDO
               IF RESC-SEM-JUSTA-CAUSA
                   DISPLAY 'AVISO PREVIO (T-TRABALHADO'
                       ' I-INDENIZADO): '
               ELSE
                   DISPLAY 'AVISO PREVIO (T-TRABALHADO'
                       ' N-NAO CUMPRIDO): '
               END-IF
               ACCEPT WRK-ENTRADA FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-ENTRADA) TO WRK-AVISO
               IF RESC-SEM-JUSTA-CAUSA AND AVISO-NAO-CUMPRIDO
                   MOVE SPACE TO WRK-AVISO
               END-IF
               IF RESC-PEDIDO AND AVISO-INDENIZADO
                   MOVE SPACE TO WRK-AVISO
               END-IF
               IF NOT AVISO-VALIDO
                   DISPLAY 'AVISO INVALIDO PARA O TIPO DE RESCISAO'
               END-IF
           END-PERFORM.
       0200-VALIDAR.
           MOVE SPACES TO WRK-MOTIVO-REJ.
           IF WRK-FERIAS-VENC NOT NUMERIC OR WRK-FERIAS-VENC > 2
               MOVE 'PERIODOS DE FERIAS VENCIDAS INVALIDOS'
                   TO WRK-MOTIVO-REJ
           ELSE
               PERFORM 0210-LER-FUNCIONARIO
           END-IF.
           IF WRK-MOTIVO-REJ = SPACES
               PERFORM 0220-VERIFICAR-RESCISAO
           END-IF.
       0210-LER-FUNCIONARIO.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WRK-FS-FUNC NOT = '00'
               DISPLAY 'ERRO AO ABRIR FUNCDB.DAT - FS=' WRK-FS-FUNC
               MOVE 'FUNCDB.DAT INDISPONIVEL' TO WRK-MOTIVO-REJ
           ELSE
               MOVE WRK-MATRICULA TO REG-FUNC-MATRICULA
               READ ARQ-FUNCIONARIOS
                   INVALID KEY
                       MOVE 'MATRICULA NAO CADASTRADA'
                           TO WRK-MOTIVO-REJ
                   NOT INVALID KEY
                       MOVE REG-FUNC-SALARIO TO WRK-SALARIO-FUNC
                       MOVE REG-FUNC-NOME TO WRK-NOME-FUNC
                       MOVE REG-FUNC-CPF TO WRK-CPF-FUNC
                       PERFORM 0215-CONFERIR-CONTRATO
               END-READ
               CLOSE ARQ-FUNCIONARIOS
               IF WRK-FS-FUNC NOT = '00'
                   DISPLAY 'ERRO AO FECHAR FUNCDB.DAT - FS='
                       WRK-FS-FUNC
               END-IF
           END-IF.
      * A RESCISAO SO E CALCULADA DEPOIS DO DESLIGAMENTO
      * REGISTRADO - AS DATAS DO CADASTRO SAO A BASE DO CALCULO
       0215-CONFERIR-CONTRATO.
           IF NOT FUNC-DESLIGADO
               MOVE 'FUNCIONARIO NAO ESTA DESLIGADO' TO WRK-MOTIVO-REJ
           ELSE
               IF REG-FUNC-DATA-ADMISSAO NOT NUMERIC
                       OR REG-FUNC-DATA-ADMISSAO = ZEROS
                       OR REG-FUNC-DATA-DESLIG NOT NUMERIC
                       OR REG-FUNC-DATA-DESLIG = ZEROS
                   MOVE 'DATA DE ADMISSAO OU DESLIGAMENTO AUSENTE'
                       TO WRK-MOTIVO-REJ
               ELSE
                   IF REG-FUNC-DATA-DESLIG < REG-FUNC-DATA-ADMISSAO
                       MOVE 'DESLIGAMENTO ANTERIOR A ADMISSAO'
                           TO WRK-MOTIVO-REJ
                   ELSE
                       MOVE REG-FUNC-DATA-ADMISSAO TO WRK-DATA-ADM-N
                       MOVE REG-FUNC-DATA-DESLIG TO WRK-DATA-DESLIG-N
                   END-IF
               END-IF
           END-IF.
      * RESCISAO JA EFETIVADA PARA ESTE DESLIGAMENTO - SIMULACAO
      * CONTINUA PERMITIDA (CONFERENCIA), EFETIVACAO NAO
       0220-VERIFICAR-RESCISAO.
           MOVE 'N' TO WRK-RESC-EXISTE.
           OPEN INPUT ARQ-RESCISAO.
           IF WRK-FS-RSC = '35'
               CONTINUE
           ELSE
               IF WRK-FS-RSC NOT = '00'
                   DISPLAY 'ERRO AO ABRIR RESCISAO.DAT - FS='
                       WRK-FS-RSC
                   MOVE 'RESCISAO.DAT INDISPONIVEL' TO WRK-MOTIVO-REJ
               ELSE
                   MOVE WRK-MATRICULA TO RSC-MATRICULA
                   MOVE WRK-DATA-DESLIG-N TO RSC-DATA-DESLIG
                   READ ARQ-RESCISAO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET RESCISAO-JA-EFETIVADA TO TRUE
                           MOVE RSC-DATA-CALCULO TO WRK-DATA-RSC-ANT
                   END-READ
                   CLOSE ARQ-RESCISAO
               END-IF
           END-IF.
           IF RESCISAO-JA-EFETIVADA
               DISPLAY 'RESCISAO JA EFETIVADA EM ' WRK-DATA-RSC-ANT
               IF MODO-EFETIVACAO
                   STRING 'RESCISAO JA EFETIVADA EM ' WRK-DATA-RSC-ANT
                       DELIMITED BY SIZE INTO WRK-MOTIVO-REJ
               END-IF
           END-IF.
       0300-CALCULAR.
           PERFORM 0310-SALDO-SALARIO.
           PERFORM 0320-AVISO-PREVIO.
           PERFORM 0330-CALCULAR-AVOS.
           PERFORM 0340-DECIMO-TERCEIRO.
           PERFORM 0350-FERIAS.
           PERFORM 0360-DESCONTOS-TABELA.
           PERFORM 0370-SOMAR-ADIANTAMENTOS.
           COMPUTE WRK-TOT-PROVENTOS = WRK-VLR-SALDO
               + WRK-VLR-AVISO-IND + WRK-VLR-13 + WRK-VLR-FER-VENC
               + WRK-VLR-FER-PROP + WRK-VLR-TERCO.
           COMPUTE WRK-TOT-DESCONTOS = WRK-DESC-SALDO + WRK-DESC-13
               + WRK-VLR-13-PARC1 + WRK-VLR-AVISO-DESC
               + WRK-VLR-ADIANT.
           COMPUTE WRK-VLR-LIQUIDO =
               WRK-TOT-PROVENTOS - WRK-TOT-DESCONTOS.
      * DIAS TRABALHADOS NO MES DO DESLIGAMENTO - MES COMERCIAL
      * DE 30 DIAS
       0310-SALDO-SALARIO.
           MOVE WRK-DSL-DIA TO WRK-DIAS-SALDO.
           IF WRK-DIAS-SALDO > 30
               MOVE 30 TO WRK-DIAS-SALDO
           END-IF.
           IF WRK-DSL-ANO = WRK-ADM-ANO AND WRK-DSL-MES = WRK-ADM-MES
               COMPUTE WRK-DIAS-SALDO = WRK-DSL-DIA - WRK-ADM-DIA + 1
           END-IF.
           COMPUTE WRK-VLR-SALDO ROUNDED =
               WRK-SALARIO-FUNC * WRK-DIAS-SALDO / 30.
      * 30 DIAS + 3 POR ANO COMPLETO DE CASA, LIMITADO A 90 -
      * NO PEDIDO DE DEMISSAO O AVISO E SEMPRE DE 30 DIAS
       0320-AVISO-PREVIO.
           MOVE ZEROS TO WRK-DIAS-AVISO WRK-VLR-AVISO-IND
               WRK-VLR-AVISO-DESC.
           MOVE WRK-DATA-DESLIG-N TO WRK-DATA-REF-N.
           COMPUTE WRK-ANOS-SERVICO = WRK-DSL-ANO - WRK-ADM-ANO.
           IF WRK-DATA-DESLIG-N(5:4) < WRK-DATA-ADM-N(5:4)
                   AND WRK-ANOS-SERVICO > ZEROS
               SUBTRACT 1 FROM WRK-ANOS-SERVICO
           END-IF.
           EVALUATE TRUE
               WHEN RESC-SEM-JUSTA-CAUSA
                   COMPUTE WRK-DIAS-AVISO = 30 + 3 * WRK-ANOS-SERVICO
                   IF WRK-DIAS-AVISO > 90
                       MOVE 90 TO WRK-DIAS-AVISO
                   END-IF
               WHEN RESC-PEDIDO
                   MOVE 30 TO WRK-DIAS-AVISO
           END-EVALUATE.
           IF AVISO-INDENIZADO
               COMPUTE WRK-VLR-AVISO-IND ROUNDED =
                   WRK-SALARIO-FUNC * WRK-DIAS-AVISO / 30
               COMPUTE WRK-DATA-REF-N = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-DESLIG-N)
                   + WRK-DIAS-AVISO)
           END-IF.
           IF AVISO-NAO-CUMPRIDO
               MOVE WRK-SALARIO-FUNC TO WRK-VLR-AVISO-DESC
           END-IF.
      * MESMA REGRA DO PROGCOBPROV (0210) NA DATA DE REFERENCIA -
      * ADMISSAO EM ANO ANTERIOR CONTA DESDE JANEIRO, ADMISSAO NO
      * ANO CONTA O MES DE ENTRADA QUANDO ATE O DIA 15 - E O MES
      * DA SAIDA SO CONTA COM 15 DIAS OU MAIS
      * DATA PROJETADA NO ANO SEGUINTE AO DESLIGAMENTO: O ANO DA
      * SAIDA E CALCULADO ATE 31/12 (WRK-AVOS) E OS MESES DO ANO
      * SEGUINTE ATE A DATA PROJETADA FICAM EM WRK-AVOS-PROX
       0330-CALCULAR-AVOS.
           MOVE ZEROS TO WRK-AVOS-PROX.
           MOVE WRK-DATA-REF-N TO WRK-DATA-PROJ-N.
           IF WRK-REF-ANO > WRK-DSL-ANO
               MOVE WRK-REF-MES TO WRK-AVOS-PROX
               IF WRK-REF-DIA < 15
                   SUBTRACT 1 FROM WRK-AVOS-PROX
               END-IF
               MOVE WRK-DSL-ANO TO WRK-REF-ANO
               MOVE 12 TO WRK-REF-MES
               MOVE 31 TO WRK-REF-DIA
           END-IF.
           PERFORM 0335-AVOS-ANO-REFERENCIA.
           MOVE WRK-DATA-PROJ-N TO WRK-DATA-REF-N.
           COMPUTE WRK-AVOS-TOTAL = WRK-AVOS + WRK-AVOS-PROX.
       0335-AVOS-ANO-REFERENCIA.
           IF WRK-ADM-ANO > WRK-REF-ANO
               MOVE ZEROS TO WRK-AVOS
           ELSE
               IF WRK-ADM-ANO < WRK-REF-ANO
                   MOVE WRK-REF-MES TO WRK-AVOS
               ELSE
                   COMPUTE WRK-AVOS = WRK-REF-MES - WRK-ADM-MES + 1
                   IF WRK-ADM-DIA > 15
                       SUBTRACT 1 FROM WRK-AVOS
                   END-IF
               END-IF
               IF WRK-REF-DIA < 15
                   SUBTRACT 1 FROM WRK-AVOS
               END-IF
           END-IF.
           IF WRK-AVOS < ZEROS
               MOVE ZEROS TO WRK-AVOS
           END-IF.
           IF WRK-AVOS > 12
               MOVE 12 TO WRK-AVOS
           END-IF.
      * 13O PROPORCIONAL DO ANO DO DESLIGAMENTO - A 1A PARCELA
      * JA PAGA NO ANO (FOLHAACU.DAT) SAI COMO DESCONTO, E COM A
      * 2A PARCELA JA PAGA O 13O DO ANO ESTA QUITADO - OS AVOS
      * DO ANO SEGUINTE (AVISO PROJETADO) SOMAM POR FORA, SEM
      * PARCELA PAGA
       0340-DECIMO-TERCEIRO.
           MOVE ZEROS TO WRK-VLR-13 WRK-VLR-13-PARC1 WRK-VLR-13-PROX.
           MOVE 'N' TO WRK-13-QUITADO.
           IF NOT RESC-JUSTA-CAUSA AND WRK-AVOS > ZEROS
               COMPUTE WRK-VLR-13 ROUNDED =
                   WRK-SALARIO-FUNC * WRK-AVOS / 12
               PERFORM 0345-LER-ACUMULADO
               IF DECIMO-TERCEIRO-QUITADO
                   MOVE ZEROS TO WRK-VLR-13 WRK-VLR-13-PARC1
               END-IF
           END-IF.
           IF NOT RESC-JUSTA-CAUSA AND WRK-AVOS-PROX > ZEROS
               COMPUTE WRK-VLR-13-PROX ROUNDED =
                   WRK-SALARIO-FUNC * WRK-AVOS-PROX / 12
               ADD WRK-VLR-13-PROX TO WRK-VLR-13
           END-IF.
      * O FOLHAACU E POR ANO DE PAGAMENTO - A RESCISAO E PAGA NO
      * ANO DO DESLIGAMENTO, MESMO ANO GRAVADO NO 0550
       0345-LER-ACUMULADO.
           OPEN INPUT ARQ-ACUMULADO.
           IF WRK-FS-ACU = '35'
               CONTINUE
           ELSE
               IF WRK-FS-ACU NOT = '00'
                   DISPLAY 'ERRO AO ABRIR FOLHAACU.DAT - FS='
                       WRK-FS-ACU ' - 1A PARCELA NAO CONFERIDA'
               ELSE
                   MOVE WRK-MATRICULA TO ACU-MATRICULA
                   MOVE WRK-DSL-ANO TO ACU-ANO
                   READ ARQ-ACUMULADO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ACU-13-PARCELA1 TO WRK-VLR-13-PARC1
                           IF ACU-13-PARCELA2 > ZEROS
                               SET DECIMO-TERCEIRO-QUITADO TO TRUE
                               MOVE ACU-13-BRUTO TO WRK-ANT-13-BRUTO
                               MOVE ACU-13-DESCONTO TO WRK-ANT-13-DESC
                               MOVE ACU-13-PARCELA2 TO WRK-ANT-13-PARC2
                           END-IF
                   END-READ
                   CLOSE ARQ-ACUMULADO
               END-IF
           END-IF.
      * FERIAS VENCIDAS = UM SALARIO POR PERIODO NAO GOZADO -
      * PROPORCIONAIS = SALARIO X AVOS / 12 (MESMA BASE DA
      * PROVISAO, CADA ANO COM OS SEUS AVOS) - TERCO
      * CONSTITUCIONAL SOBRE AS DUAS
       0350-FERIAS.
           COMPUTE WRK-VLR-FER-VENC = WRK-SALARIO-FUNC
               * WRK-FERIAS-VENC.
           MOVE ZEROS TO WRK-VLR-FER-PROP.
           IF NOT RESC-JUSTA-CAUSA
               COMPUTE WRK-VLR-FER-PROP ROUNDED =
                   WRK-SALARIO-FUNC * WRK-AVOS-TOTAL / 12
           END-IF.
           COMPUTE WRK-VLR-TERCO ROUNDED =
               (WRK-VLR-FER-VENC + WRK-VLR-FER-PROP) / 3.
      * SALDO DE SALARIO E 13O PASSAM PELA TABELA DE FAIXAS EM
      * SEPARADO - VERBAS INDENIZATORIAS (AVISO E FERIAS) NAO
       0360-DESCONTOS-TABELA.
           MOVE ZEROS TO WRK-DESC-SALDO WRK-DESC-13
               WRK-ALIQ-SALDO WRK-ALIQ-13.
           IF WRK-VLR-SALDO > ZEROS
               MOVE WRK-VLR-SALDO TO WRK-FOL-SALARIO
               PERFORM 0940-CALCULAR-FOLHA
               IF NOT FOLHA-CALC-ERRO
                   MOVE WRK-FOL-DESCONTO TO WRK-DESC-SALDO
                   MOVE WRK-FOL-ALIQUOTA TO WRK-ALIQ-SALDO
               END-IF
           END-IF.
           IF WRK-VLR-13 > ZEROS
               MOVE WRK-VLR-13 TO WRK-FOL-SALARIO
               PERFORM 0940-CALCULAR-FOLHA
               IF NOT FOLHA-CALC-ERRO
                   MOVE WRK-FOL-DESCONTO TO WRK-DESC-13
                   MOVE WRK-FOL-ALIQUOTA TO WRK-ALIQ-13
               END-IF
           END-IF.
      * ADIANTAMENTO QUINZENAL AINDA NAO DESCONTADO EM FOLHA
       0370-SOMAR-ADIANTAMENTOS.
           MOVE ZEROS TO WRK-VLR-ADIANT.
           OPEN INPUT ARQ-ADIANTAMENTO.
           IF WRK-FS-ADT = '35'
               CONTINUE
           ELSE
               IF WRK-FS-ADT NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ADIANT.DAT - FS=' WRK-FS-ADT
                       ' - ADIANTAMENTOS NAO CONFERIDOS'
               ELSE
                   PERFORM 0375-POSICIONAR-ADIANTAMENTO
                   PERFORM 0377-SOMAR-ADIANTAMENTO UNTIL FIM-ADIANT
                   CLOSE ARQ-ADIANTAMENTO
               END-IF
           END-IF.
       0375-POSICIONAR-ADIANTAMENTO.
           MOVE 'N' TO WRK-FIM-ADIANT.
           MOVE WRK-MATRICULA TO ADT-MATRICULA.
           MOVE ZEROS TO ADT-COMPETENCIA.
           START ARQ-ADIANTAMENTO KEY IS >= ADT-CHAVE
               INVALID KEY
                   SET FIM-ADIANT TO TRUE
           END-START.
       0377-SOMAR-ADIANTAMENTO.
           READ ARQ-ADIANTAMENTO NEXT RECORD
               AT END
                   SET FIM-ADIANT TO TRUE
               NOT AT END
                   IF ADT-MATRICULA NOT = WRK-MATRICULA
                       SET FIM-ADIANT TO TRUE
                   ELSE
                       IF ADIANT-PENDENTE
                           COMPUTE WRK-VLR-ADIANT = WRK-VLR-ADIANT
                               + ADT-VALOR - ADT-VALOR-DESCONTADO
                       END-IF
                   END-IF
           END-READ.
       0400-EMITIR-DEMONSTRATIVO.
           OPEN OUTPUT REL-RESCISAO.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELRESC - FS=' WRK-FS-RELATORIO
           ELSE
               PERFORM 0410-GRAVAR-CABECALHO
               PERFORM 0420-GRAVAR-VERBAS
               PERFORM 0430-GRAVAR-RODAPE
               CLOSE REL-RESCISAO
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO FECHAR RELRESC - FS='
                       WRK-FS-RELATORIO
               END-IF
           END-IF.
           MOVE WRK-VLR-LIQUIDO TO WRK-VALOR-ED.
           DISPLAY 'TOTAL DE PROVENTOS..: ' WRK-TOT-PROVENTOS.
           DISPLAY 'TOTAL DE DESCONTOS..: ' WRK-TOT-DESCONTOS.
           DISPLAY 'LIQUIDO DA RESCISAO.: ' WRK-VALOR-ED.
       0410-GRAVAR-CABECALHO.
           EVALUATE TRUE
               WHEN RESC-SEM-JUSTA-CAUSA
                   MOVE 'SEM JUSTA CAUSA' TO WRK-TIPO-DESC
               WHEN RESC-PEDIDO
                   MOVE 'PEDIDO DE DEMISSAO' TO WRK-TIPO-DESC
               WHEN RESC-JUSTA-CAUSA
                   MOVE 'JUSTA CAUSA' TO WRK-TIPO-DESC
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AVISO-TRABALHADO
                   MOVE 'TRABALHADO' TO WRK-AVISO-DESC
               WHEN AVISO-INDENIZADO
                   MOVE 'INDENIZADO' TO WRK-AVISO-DESC
               WHEN AVISO-NAO-CUMPRIDO
                   MOVE 'NAO CUMPRIDO' TO WRK-AVISO-DESC
               WHEN OTHER
                   MOVE 'SEM AVISO' TO WRK-AVISO-DESC
           END-EVALUATE.
           MOVE ALL '=' TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           IF MODO-EFETIVACAO
               STRING 'TERMO DE RESCISAO - CALCULADO EM '
                   WRK-DATA-HOJE DELIMITED BY SIZE INTO WRK-LINHA-REL
           ELSE
               STRING 'SIMULACAO DE RESCISAO - CALCULADA EM '
                   WRK-DATA-HOJE ' - SEM VALOR DE PAGAMENTO'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-IF.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'MATRICULA ' WRK-MATRICULA '  NOME '
               WRK-NOME-FUNC '  CPF ' WRK-CPF-FUNC
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'ADMISSAO ' WRK-DATA-ADM-N '  DESLIGAMENTO '
               WRK-DATA-DESLIG-N '  TIPO ' WRK-TIPO-DESC
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'AVISO ' WRK-AVISO-DESC ' (' WRK-DIAS-AVISO
               ' DIAS)  DATA PROJETADA ' WRK-DATA-REF-N
               '  AVOS ' WRK-AVOS-TOTAL DELIMITED BY SIZE
               INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           MOVE WRK-SALARIO-FUNC TO WRK-VALOR-ED.
           STRING 'SALARIO BASE ' WRK-VALOR-ED
               '  FERIAS VENCIDAS ' WRK-FERIAS-VENC ' PERIODO(S)'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE ALL '-' TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '  VERBA                                 PROVENTOS'
               '        DESCONTOS' DELIMITED BY SIZE
               INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
      * VERBA ZERADA NAO SAI NO DEMONSTRATIVO
       0420-GRAVAR-VERBAS.
           MOVE SPACES TO WRK-VRB-DESCRICAO.
           STRING 'SALDO DE SALARIO (' WRK-DIAS-SALDO ' DIAS)'
               DELIMITED BY SIZE INTO WRK-VRB-DESCRICAO.
           MOVE WRK-VLR-SALDO TO WRK-VRB-PROVENTO.
           MOVE ZEROS TO WRK-VRB-DESCONTO.
           PERFORM 0425-GRAVAR-VERBA.
           IF WRK-VLR-AVISO-IND NOT = ZEROS
               STRING 'AVISO PREVIO INDENIZADO (' WRK-DIAS-AVISO
                   ' DIAS)' DELIMITED BY SIZE INTO WRK-VRB-DESCRICAO
               MOVE WRK-VLR-AVISO-IND TO WRK-VRB-PROVENTO
               MOVE ZEROS TO WRK-VRB-DESCONTO
               PERFORM 0425-GRAVAR-VERBA
           END-IF.
           IF WRK-VLR-13 NOT = ZEROS
               IF WRK-AVOS-PROX > ZEROS
                   STRING '13O PROPORCIONAL (' WRK-AVOS '/12 + '
                       WRK-AVOS-PROX '/12)'
                       DELIMITED BY SIZE INTO WRK-VRB-DESCRICAO
               ELSE
                   STRING '13O SALARIO PROPORCIONAL (' WRK-AVOS
                       '/12)' DELIMITED BY SIZE
                       INTO WRK-VRB-DESCRICAO
               END-IF
               MOVE WRK-VLR-13 TO WRK-VRB-PROVENTO
               MOVE ZEROS TO WRK-VRB-DESCONTO
               PERFORM 0425-GRAVAR-VERBA
           END-IF.
           IF WRK-VLR-FER-VENC NOT = ZEROS
               MOVE 'FERIAS VENCIDAS' TO WRK-VRB-DESCRICAO
               MOVE WRK-VLR-FER-VENC TO WRK-VRB-PROVENTO
               MOVE ZEROS TO WRK-VRB-DESCONTO
               PERFORM 0425-GRAVAR-VERBA
           END-IF.
           IF WRK-VLR-FER-PROP NOT = ZEROS
               STRING 'FERIAS PROPORCIONAIS (' WRK-AVOS-TOTAL '/12)'
                   DELIMITED BY SIZE INTO WRK-VRB-DESCRICAO
               MOVE WRK-VLR-FER-PROP TO WRK-VRB-PROVENTO
               MOVE ZEROS TO WRK-VRB-DESCONTO
               PERFORM 0425-GRAVAR-VERBA
           END-IF.
           IF WRK-VLR-TERCO NOT = ZEROS
               MOVE '1/3 CONSTITUCIONAL DE FERIAS'
                   TO WRK-VRB-DESCRICAO
               MOVE WRK-VLR-TERCO TO WRK-VRB-PROVENTO
               MOVE ZEROS TO WRK-VRB-DESCONTO
               PERFORM 0425-GRAVAR-VERBA
           END-IF.
           IF WRK-DESC-SALDO NOT = ZEROS
               STRING 'DESC PREV/IR SALDO (' WRK-ALIQ-SALDO '%)'
                   DELIMITED BY SIZE INTO WRK-VRB-DESCRICAO
               MOVE ZEROS TO WRK-VRB-PROVENTO
               MOVE WRK-DESC-SALDO TO WRK-VRB-DESCONTO
               PERFORM 0425-GRAVAR-VERBA
           END-IF.
           IF WRK-DESC-13 NOT = ZEROS
               STRING 'DESC PREV/IR 13O (' WRK-ALIQ-13 '%)'
                   DELIMITED BY SIZE INTO WRK-VRB-DESCRICAO
               MOVE ZEROS TO WRK-VRB-PROVENTO
               MOVE WRK-DESC-13 TO WRK-VRB-DESCONTO
               PERFORM 0425-GRAVAR-VERBA
           END-IF.
           IF WRK-VLR-13-PARC1 NOT = ZEROS
               MOVE '13O 1A PARCELA JA PAGA' TO WRK-VRB-DESCRICAO
               MOVE ZEROS TO WRK-VRB-PROVENTO
               MOVE WRK-VLR-13-PARC1 TO WRK-VRB-DESCONTO
               PERFORM 0425-GRAVAR-VERBA
           END-IF.
           IF WRK-VLR-AVISO-DESC NOT = ZEROS
               MOVE 'AVISO PREVIO NAO CUMPRIDO' TO WRK-VRB-DESCRICAO
               MOVE ZEROS TO WRK-VRB-PROVENTO
               MOVE WRK-VLR-AVISO-DESC TO WRK-VRB-DESCONTO
               PERFORM 0425-GRAVAR-VERBA
           END-IF.
           IF WRK-VLR-ADIANT NOT = ZEROS
               MOVE 'ADIANTAMENTO QUINZENAL PENDENTE'
                   TO WRK-VRB-DESCRICAO
               MOVE ZEROS TO WRK-VRB-PROVENTO
               MOVE WRK-VLR-ADIANT TO WRK-VRB-DESCONTO
               PERFORM 0425-GRAVAR-VERBA
           END-IF.
       0425-GRAVAR-VERBA.
           MOVE WRK-LINHA-VERBA TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-VRB-DESCRICAO.
       0430-GRAVAR-RODAPE.
           MOVE ALL '-' TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           MOVE 'TOTAIS' TO WRK-VRB-DESCRICAO.
           MOVE WRK-TOT-PROVENTOS TO WRK-VRB-PROVENTO.
           MOVE WRK-TOT-DESCONTOS TO WRK-VRB-DESCONTO.
           PERFORM 0425-GRAVAR-VERBA.
           MOVE WRK-VLR-LIQUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '  LIQUIDO DA RESCISAO' DELIMITED BY SIZE
               '                               ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
           IF WRK-MOTIVO-REJ NOT = SPACES
               MOVE SPACES TO WRK-LINHA-REL
               STRING '*** NAO EFETIVADA - ' WRK-MOTIVO-REJ
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0490-GRAVAR-LINHA-REL
           END-IF.
           MOVE ALL '=' TO WRK-LINHA-REL.
           PERFORM 0490-GRAVAR-LINHA-REL.
       0490-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELRESC - FS='
                   WRK-FS-RELATORIO
           END-IF.
      * A GRAVACAO DO RESCISAO.DAT VEM PRIMEIRO - SEM ELA NADA
      * E PAGO, E COM ELA UMA NOVA EFETIVACAO E RECUSADA
      * RESCISAO.DAT E GRAVADA ANTES PARA BLOQUEAR OUTRA
      * EFETIVACAO - REMESSA QUE NAO GRAVA EXCLUI O REGISTRO,
      * NAO CONTABILIZA E DEIXA A RESCISAO PARA SER EFETIVADA
      * DE NOVO (RETORNO 8)
       0500-EFETIVAR.
           PERFORM 0510-GRAVAR-RESCISAO.
           IF WRK-FS-RSC NOT = '00'
               DISPLAY 'RESCISAO NAO EFETIVADA - FALHA AO GRAVAR'
                   ' RESCISAO.DAT'
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING 'RESCISAO ' WRK-MATRICULA ' NAO EFETIVADA -'
                   ' FS=' WRK-FS-RSC DELIMITED BY SIZE
                   INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0520-GRAVAR-REMESSA
               IF NOT REMESSA-GRAVADA
                   PERFORM 0515-EXCLUIR-RESCISAO
                   DISPLAY 'RESCISAO NAO EFETIVADA - FALHA NA REMESSA'
                       ' BANCARIA (BANKREM) - NADA CONTABILIZADO,'
                       ' EFETIVAR DE NOVO'
                   MOVE SPACES TO WRK-DESCRICAO-LOG
                   STRING 'RESCISAO ' WRK-MATRICULA ' NAO PAGA -'
                       ' BANKREM FS=' WRK-FS-REMESSA
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0530-GERAR-CONTABIL
                   IF WRK-VLR-ADIANT NOT = ZEROS
                       PERFORM 0540-BAIXAR-ADIANTAMENTOS
                   END-IF
                   PERFORM 0550-ATUALIZAR-ACUMULADO
                   MOVE WRK-VLR-LIQUIDO TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-DESCRICAO-LOG
                   STRING 'RESCISAO ' WRK-MATRICULA
                       ' EFETIVADA - TIPO ' WRK-TIPO-RESC
                       ' LIQUIDO ' WRK-VALOR-ED
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   PERFORM 0900-GRAVAR-LOG
                   DISPLAY 'RESCISAO EFETIVADA'
               END-IF
           END-IF.
       0510-GRAVAR-RESCISAO.
           OPEN I-O ARQ-RESCISAO.
           IF WRK-FS-RSC = '35'
               OPEN OUTPUT ARQ-RESCISAO
               CLOSE ARQ-RESCISAO
               OPEN I-O ARQ-RESCISAO
           END-IF.
           IF WRK-FS-RSC NOT = '00'
               DISPLAY 'ERRO AO ABRIR RESCISAO.DAT - FS=' WRK-FS-RSC
           ELSE
               MOVE WRK-MATRICULA TO RSC-MATRICULA
               MOVE WRK-DATA-DESLIG-N TO RSC-DATA-DESLIG
               MOVE WRK-TIPO-RESC TO RSC-TIPO
               MOVE WRK-AVISO TO RSC-AVISO
               MOVE WRK-DIAS-AVISO TO RSC-DIAS-AVISO
               MOVE WRK-DATA-REF-N TO RSC-DATA-PROJETADA
               MOVE WRK-AVOS-TOTAL TO RSC-AVOS
               MOVE WRK-FERIAS-VENC TO RSC-FERIAS-VENCIDAS
               MOVE WRK-TOT-PROVENTOS TO RSC-PROVENTOS
               MOVE WRK-TOT-DESCONTOS TO RSC-DESCONTOS
               MOVE WRK-VLR-LIQUIDO TO RSC-LIQUIDO
               MOVE WRK-DATA-HOJE TO RSC-DATA-CALCULO
               MOVE WRK-OPERADOR-ID TO RSC-OPERADOR
               WRITE REG-RESCISAO
               IF WRK-FS-RSC NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR RESCISAO.DAT - FS='
                       WRK-FS-RSC
                   CLOSE ARQ-RESCISAO
                   MOVE '99' TO WRK-FS-RSC
               ELSE
                   CLOSE ARQ-RESCISAO
                   IF WRK-FS-RSC NOT = '00'
                       DISPLAY 'ERRO AO FECHAR RESCISAO.DAT - FS='
                           WRK-FS-RSC
                       MOVE '00' TO WRK-FS-RSC
                   END-IF
               END-IF
           END-IF.
      * EXCLUSAO DA RESCISAO.DAT QUANDO A REMESSA FALHA -
      * SE NEM ISSO FUNCIONAR A RESCISAO FICA REGISTRADA SEM
      * PAGAMENTO E O LOG AVISA PARA ACERTO MANUAL
       0515-EXCLUIR-RESCISAO.
           MOVE 'N' TO WRK-RSC-EXCLUIDA.
           OPEN I-O ARQ-RESCISAO.
           IF WRK-FS-RSC NOT = '00'
               DISPLAY 'ERRO AO ABRIR RESCISAO.DAT - FS=' WRK-FS-RSC
           ELSE
               MOVE WRK-MATRICULA TO RSC-MATRICULA
               MOVE WRK-DATA-DESLIG-N TO RSC-DATA-DESLIG
               DELETE ARQ-RESCISAO
                   INVALID KEY
                       DISPLAY 'ERRO AO EXCLUIR RESCISAO.DAT - FS='
                           WRK-FS-RSC
                   NOT INVALID KEY
                       SET RESCISAO-EXCLUIDA TO TRUE
               END-DELETE
               CLOSE ARQ-RESCISAO
           END-IF.
           IF NOT RESCISAO-EXCLUIDA
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING 'RESCISAO ' WRK-MATRICULA ' SEM PAGTO'
                   ' - EXCLUIR RESCISAO.DAT MANUALMENTE'
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
               DISPLAY 'RESCISAO.DAT NAO EXCLUIDA - ACIONAR SUPORTE'
           END-IF.
      * REMESSA DE UM UNICO CREDITO NO LAYOUT DA FOLHA
      * QUALQUER FALHA DESLIGA REMESSA-GRAVADA
       0520-GRAVAR-REMESSA.
           MOVE 'S' TO WRK-REMESSA-OK.
           IF WRK-VLR-LIQUIDO > ZEROS
               OPEN OUTPUT ARQ-REMESSA
               IF WRK-FS-REMESSA NOT = '00'
                   DISPLAY 'ERRO AO ABRIR BANKREM - FS='
                       WRK-FS-REMESSA
                   MOVE 'N' TO WRK-REMESSA-OK
               ELSE
                   MOVE 'H' TO REM-H-TIPO
                   MOVE WRK-DATA-HOJE TO REM-H-DATA
                   MOVE 'RESCISAO' TO REM-H-CONVENIO
                   WRITE REG-REM-HEADER
                   PERFORM 0525-CONFERIR-REMESSA
                   IF REMESSA-GRAVADA
                       MOVE 'D' TO REM-D-TIPO
                       MOVE WRK-MATRICULA TO REM-D-MATRICULA
                       MOVE WRK-CPF-FUNC TO REM-D-CPF
                       MOVE WRK-VLR-LIQUIDO TO REM-D-VALOR
                       MOVE WRK-NOME-FUNC TO REM-D-NOME
                       WRITE REG-REM-DETALHE
                       PERFORM 0525-CONFERIR-REMESSA
                   END-IF
                   IF REMESSA-GRAVADA
                       MOVE 'T' TO REM-T-TIPO
                       MOVE 1 TO REM-T-QT
                       MOVE WRK-VLR-LIQUIDO TO REM-T-TOTAL
                       WRITE REG-REM-TRAILER
                       PERFORM 0525-CONFERIR-REMESSA
                   END-IF
                   CLOSE ARQ-REMESSA
                   IF WRK-FS-REMESSA NOT = '00'
                       DISPLAY 'ERRO AO FECHAR BANKREM - FS='
                           WRK-FS-REMESSA
                       MOVE 'N' TO WRK-REMESSA-OK
                   END-IF
               END-IF
           END-IF.
       0525-CONFERIR-REMESSA.
           IF WRK-FS-REMESSA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR BANKREM - FS=' WRK-FS-REMESSA
               MOVE 'N' TO WRK-REMESSA-OK
           END-IF.
      * LANCAMENTOS BALANCEADOS - DEBITOS: DESPESA DE FOLHA PELO
      * SALDO E AVISO INDENIZADO, BAIXA DA PROVISAO DE 13O PELO
      * 13O MENOS A 1A PARCELA JA PAGA, BAIXA DA PROVISAO DE
      * FERIAS PELAS FERIAS COM O TERCO - CREDITOS: IMPOSTOS A
      * RECOLHER PELOS DESCONTOS DA TABELA, ADIANTAMENTOS A
      * FUNCIONARIOS, RECUPERACAO DE DESPESA PELO AVISO
      * DESCONTADO E BANCOS PELO LIQUIDO DA REMESSA
       0530-GERAR-CONTABIL.
           COMPUTE WRK-VLR-DESPESA = WRK-VLR-SALDO + WRK-VLR-AVISO-IND.
           COMPUTE WRK-VLR-PROV-13 = WRK-VLR-13 - WRK-VLR-13-PARC1.
           COMPUTE WRK-VLR-PROV-FER = WRK-VLR-FER-VENC
               + WRK-VLR-FER-PROP + WRK-VLR-TERCO.
           MOVE ZEROS TO WRK-LANC-QT.
           OPEN EXTEND ARQ-LANCAMENTOS.
           IF WRK-FS-LANC = '35'
               OPEN OUTPUT ARQ-LANCAMENTOS
           END-IF.
           IF WRK-FS-LANC NOT = '00'
               DISPLAY 'ERRO AO ABRIR GLINTF - FS=' WRK-FS-LANC
           ELSE
      * AREA DO FD NASCE EM LOW-VALUES - LIMPAR ANTES DE MONTAR
               MOVE SPACES TO REG-LANCAMENTO
               MOVE WRK-DATA-HOJE TO LANC-DATA
               MOVE SPACES TO WRK-LANC-ORIGEM
               STRING 'RESC ' WRK-MATRICULA DELIMITED BY SIZE
                   INTO WRK-LANC-ORIGEM
               MOVE WRK-LANC-ORIGEM TO LANC-ORIGEM
               MOVE '51100000' TO LANC-CONTA
               MOVE 'D' TO LANC-DC
               MOVE WRK-VLR-DESPESA TO LANC-VALOR
               PERFORM 0535-GRAVAR-SE-HOUVER
      * 1A PARCELA MAIOR QUE O 13O PROPORCIONAL - A DIFERENCA
      * VOLTA A PROVISAO A CREDITO
               MOVE '21600000' TO LANC-CONTA
               IF WRK-VLR-PROV-13 < ZEROS
                   MOVE 'C' TO LANC-DC
               ELSE
                   MOVE 'D' TO LANC-DC
               END-IF
               MOVE WRK-VLR-PROV-13 TO LANC-VALOR
               PERFORM 0535-GRAVAR-SE-HOUVER
               MOVE '21700000' TO LANC-CONTA
               MOVE 'D' TO LANC-DC
               MOVE WRK-VLR-PROV-FER TO LANC-VALOR
               PERFORM 0535-GRAVAR-SE-HOUVER
               MOVE '21300000' TO LANC-CONTA
               MOVE 'C' TO LANC-DC
               COMPUTE LANC-VALOR = WRK-DESC-SALDO + WRK-DESC-13
               PERFORM 0535-GRAVAR-SE-HOUVER
               MOVE '11400000' TO LANC-CONTA
               MOVE 'C' TO LANC-DC
               MOVE WRK-VLR-ADIANT TO LANC-VALOR
               PERFORM 0535-GRAVAR-SE-HOUVER
               MOVE '51100000' TO LANC-CONTA
               MOVE 'C' TO LANC-DC
               MOVE WRK-VLR-AVISO-DESC TO LANC-VALOR
               PERFORM 0535-GRAVAR-SE-HOUVER
               MOVE '11200000' TO LANC-CONTA
               MOVE 'C' TO LANC-DC
               MOVE WRK-VLR-LIQUIDO TO LANC-VALOR
               PERFORM 0535-GRAVAR-SE-HOUVER
               CLOSE ARQ-LANCAMENTOS
               IF WRK-FS-LANC NOT = '00'
                   DISPLAY 'ERRO AO FECHAR GLINTF - FS=' WRK-FS-LANC
               END-IF
               DISPLAY 'LANCAMENTOS CONTABEIS GERADOS: ' WRK-LANC-QT
           END-IF.
       0535-GRAVAR-SE-HOUVER.
           IF LANC-VALOR NOT = ZEROS
               PERFORM 0965-GRAVAR-LANCAMENTO
           END-IF.
      * O QUE FOI DESCONTADO NA RESCISAO SAI DA LISTA DE
      * EXCECOES DA FOLHA
       0540-BAIXAR-ADIANTAMENTOS.
           OPEN I-O ARQ-ADIANTAMENTO.
           IF WRK-FS-ADT NOT = '00'
               DISPLAY 'ERRO AO ABRIR ADIANT.DAT - FS=' WRK-FS-ADT
               STRING 'RESCISAO ' WRK-MATRICULA ' ADIANTAMENTO'
                   ' DESCONTADO SEM BAIXA' DELIMITED BY SIZE
                   INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           ELSE
               PERFORM 0375-POSICIONAR-ADIANTAMENTO
               PERFORM 0545-BAIXAR-ADIANTAMENTO UNTIL FIM-ADIANT
               CLOSE ARQ-ADIANTAMENTO
           END-IF.
       0545-BAIXAR-ADIANTAMENTO.
           READ ARQ-ADIANTAMENTO NEXT RECORD
               AT END
                   SET FIM-ADIANT TO TRUE
               NOT AT END
                   IF ADT-MATRICULA NOT = WRK-MATRICULA
                       SET FIM-ADIANT TO TRUE
                   ELSE
                       IF ADIANT-PENDENTE
                           MOVE ADT-VALOR TO ADT-VALOR-DESCONTADO
                           MOVE WRK-DATA-HOJE TO ADT-DATA-DESCONTO
                           MOVE 'D' TO ADT-STATUS
                           REWRITE REG-ADIANTAMENTO
                           IF WRK-FS-ADT NOT = '00'
                               DISPLAY 'ERRO AO GRAVAR ADIANT.DAT -'
                                   ' FS=' WRK-FS-ADT
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      * SALDO DE SALARIO NO MES DO DESLIGAMENTO E 13O NA POSICAO
      * DA 2A PARCELA - O INFORME DE RENDIMENTOS FICA COMPLETO
      * ANO DO DESLIGAMENTO, O MESMO LIDO NO 0345
      * 13O DO ANO JA QUITADO - SO OS AVOS DO ANO SEGUINTE ENTRAM
      * AQUI E SAO SOMADOS AO 13O JA PAGO, QUE O 0955 SOBREPORIA
       0550-ATUALIZAR-ACUMULADO.
           MOVE WRK-MATRICULA TO WRK-ACU-MATRICULA.
           MOVE WRK-DSL-ANO TO WRK-ACU-ANO.
           MOVE WRK-DSL-MES TO WRK-ACU-MES.
           IF WRK-VLR-SALDO > ZEROS
               MOVE 'F' TO WRK-ACU-TIPO
               MOVE WRK-VLR-SALDO TO WRK-ACU-BRUTO
               MOVE ZEROS TO WRK-ACU-COMISSAO
               MOVE WRK-DESC-SALDO TO WRK-ACU-DESCONTO
               COMPUTE WRK-ACU-LIQUIDO =
                   WRK-VLR-SALDO - WRK-DESC-SALDO
               PERFORM 0955-ATUALIZAR-ACUMULADO
               PERFORM 0555-CONFERIR-ACUMULADO
           END-IF.
           IF WRK-VLR-13 > ZEROS
               MOVE '2' TO WRK-ACU-TIPO
               MOVE WRK-VLR-13 TO WRK-ACU-BRUTO
               MOVE ZEROS TO WRK-ACU-COMISSAO
               MOVE WRK-DESC-13 TO WRK-ACU-DESCONTO
               COMPUTE WRK-ACU-LIQUIDO = WRK-VLR-13 - WRK-DESC-13
                   - WRK-VLR-13-PARC1
               IF DECIMO-TERCEIRO-QUITADO
                   ADD WRK-ANT-13-BRUTO TO WRK-ACU-BRUTO
                   ADD WRK-ANT-13-DESC TO WRK-ACU-DESCONTO
                   ADD WRK-ANT-13-PARC2 TO WRK-ACU-LIQUIDO
               END-IF
               PERFORM 0955-ATUALIZAR-ACUMULADO
               PERFORM 0555-CONFERIR-ACUMULADO
           END-IF.
       0555-CONFERIR-ACUMULADO.
           IF NOT ACUMULADO-GRAVADO
               STRING 'RESCISAO ' WRK-MATRICULA ' TIPO ' WRK-ACU-TIPO
                   ' FORA DO ACUMULADO ANUAL'
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.
           COPY 'BOOKFOLCALC.COB'.
           COPY 'BOOKPARGET.COB'.
           COPY 'BOOKGLWRT.COB'.
           COPY 'BOOKACUWRT.COB'.
           COPY 'BOOKLOGWRT.COB'.
