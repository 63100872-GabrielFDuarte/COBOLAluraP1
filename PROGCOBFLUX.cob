       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBFLUX.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = FLUXO DE CAIXA PROJETADO DA TESOURARIA
      * PROJETA DIA A DIA OS PROXIMOS 30, 60 OU 90 DIAS UTEIS
      * DO CALENDDB.DAT A PARTIR DO SALDO INICIAL INFORMADO
      * ENTRADAS:
      *   CREDIARIO EM ABERTO (CREDIARIO.DAT) NO VENCIMENTO
      *   ESPERADO - DATA DA VENDA MAIS CREDIARIO-PRAZO
      *   VENDA DE CARTAO DO VENDAS.DAT AINDA NAO LIQUIDADA, NA
      *   DATA DA VENDA MAIS CARTAO-PRAZO, LIQUIDA DA TAXA
      *   CONTRATADA TAXA-CARTAO-PCT (A MESMA DO PROGCOBCART)
      * SAIDAS:
      *   FOLHA LIQUIDA DO SALARIO DO FUNCDB.DAT PELA TABELA DE
      *   FAIXAS, NO ULTIMO DIA UTIL DE CADA MES
      *   13O SALARIO - 1A PARCELA ATE 30/11 E 2A ATE 20/12,
      *   MESMO CALCULO DO PROGCOBPROV
      *   TITULOS A PAGAR EM ABERTO (TITPAGAR.DAT) NO VENCIMENTO
      * MOVIMENTO EM DIA NAO UTIL CAI NO DIA UTIL SEGUINTE -
      * TITULO A PAGAR VENCIDO CAI NO PRIMEIRO DIA PROJETADO E
      * CREDIARIO VENCIDO NAO E PROJETADO (SAI SO NO TOTAL)
      * DIA COM SALDO FINAL NEGATIVO E MARCADO NO RELATORIO
      * (DD RELFLUX) E DEVOLVE RETORNO 4
      * SO LEITURA - NAO ALTERA NENHUM ARQUIVO
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKCRDSEL.COB'.
           COPY 'BOOKVENDSEL.COB'.
           COPY 'BOOKFUNCSEL.COB'.
           COPY 'BOOKPAGSEL.COB'.
           COPY 'BOOKCALSEL.COB'.
           COPY 'BOOKPARSEL.COB'.
           SELECT REL-FLUXO ASSIGN TO RELFLUX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKCRDFD.COB'.
           COPY 'BOOKVENDFD.COB'.
           COPY 'BOOKFUNCFD.COB'.
           COPY 'BOOKPAGFD.COB'.
           COPY 'BOOKCALFD.COB'.
           COPY 'BOOKPARFD.COB'.
       FD  REL-FLUXO.
       01  REG-RELATORIO    PIC X(100).
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKCRDWS.COB'.
           COPY 'BOOKVENDWS.COB'.
           COPY 'BOOKFUNCWS.COB'.
           COPY 'BOOKPAGWS.COB'.
           COPY 'BOOKCALWS.COB'.
           COPY 'BOOKPARWS.COB'.
           COPY 'BOOKFOLWS.COB'.
           COPY 'BOOKARITWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA VALUE 'S'.
       77  WRK-FIM-ARQ      PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-ANO-HOJE     PIC 9(04) VALUE ZEROS.
       77  WRK-PRAZO-CRED   PIC 9(03) VALUE 030.
       77  WRK-PRAZO-CARTAO PIC 9(03) VALUE 030.
       77  WRK-TAXA-CARTAO  PIC S9(02)V99 VALUE 2,50.
       77  WRK-HORIZ-ENT    PIC X(02) VALUE SPACES.
       77  WRK-HORIZONTE    PIC 9(02) VALUE ZEROS.
           88 HORIZONTE-VALIDO VALUE 30 60 90.
       77  WRK-SINAL-ENT    PIC X(01) VALUE SPACE.
       77  WRK-SALDO-INICIAL PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-DIA    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QT-DIAS      PIC 9(02) VALUE ZEROS.
       77  WRK-IDX          PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-ACHOU    PIC 9(02) VALUE ZEROS.
       77  WRK-QT-NEGATIVOS PIC 9(02) VALUE ZEROS.
       77  WRK-INT-DATA     PIC 9(08) VALUE ZEROS.
       77  WRK-ULT-DATA     PIC 9(08) VALUE ZEROS.
       77  WRK-AVOS         PIC 9(02) VALUE ZEROS.
       77  WRK-PROV-13      PIC S9(10)V99 VALUE ZEROS.
       77  WRK-METADE-13    PIC S9(10)V99 VALUE ZEROS.
       77  WRK-PARCELA2-13  PIC S9(10)V99 VALUE ZEROS.
       77  WRK-FOLHA-MES    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-13-PARC1     PIC S9(11)V99 VALUE ZEROS.
       77  WRK-13-PARC2     PIC S9(11)V99 VALUE ZEROS.
       77  WRK-CRED-VENCIDO PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QT-FUNC      PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-ED       PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      * MOVIMENTO A ALOCAR - TIPO E = ENTRADA / S = SAIDA
      * FONTE INDEXA A TABELA DE TOTAIS POR ORIGEM
       77  WRK-MOV-DATA     PIC 9(08) VALUE ZEROS.
       77  WRK-MOV-VALOR    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-MOV-FONTE    PIC 9(01) VALUE ZEROS.
       77  WRK-MOV-TIPO     PIC X(01) VALUE SPACE.
           88 MOV-ENTRADA VALUE 'E'.
           88 MOV-SAIDA   VALUE 'S'.
       01  WRK-SALDO-ENT-AREA.
           05 WRK-SALDO-ENT PIC X(12) VALUE SPACES.
       01  WRK-SALDO-NUM REDEFINES WRK-SALDO-ENT-AREA
           PIC 9(10)V99.
       01  WRK-MES-INI.
           05 WRK-MES-ANO   PIC 9(04) VALUE ZEROS.
           05 WRK-MES-MES   PIC 9(02) VALUE ZEROS.
           05 WRK-MES-DIA   PIC 9(02) VALUE ZEROS.
       01  WRK-MES-INI-R REDEFINES WRK-MES-INI PIC 9(08).
       01  WRK-MES-PROX.
           05 WRK-PROX-ANO  PIC 9(04) VALUE ZEROS.
           05 WRK-PROX-MES  PIC 9(02) VALUE ZEROS.
           05 WRK-PROX-DIA  PIC 9(02) VALUE ZEROS.
       01  WRK-MES-PROX-R REDEFINES WRK-MES-PROX PIC 9(08).
       01  WRK-DATA-13.
           05 WRK-D13-ANO   PIC 9(04) VALUE ZEROS.
           05 WRK-D13-MES   PIC 9(02) VALUE ZEROS.
           05 WRK-D13-DIA   PIC 9(02) VALUE ZEROS.
       01  WRK-DATA-13-R REDEFINES WRK-DATA-13 PIC 9(08).
       01  WRK-DATA-ADM.
           05 WRK-ANO-ADM   PIC 9(04) VALUE ZEROS.
           05 WRK-MES-ADM   PIC 9(02) VALUE ZEROS.
           05 WRK-DIA-ADM   PIC 9(02) VALUE ZEROS.
      * FONTES 1 = CREDIARIO / 2 = CARTAO / 3 = FOLHA /
      * 4 = 13O SALARIO / 5 = FORNECEDORES
       01  WRK-FONTES-NOMES.
           05 FILLER PIC X(26) VALUE 'ENTRADAS - CREDIARIO.....:'.
           05 FILLER PIC X(26) VALUE 'ENTRADAS - CARTAO LIQUIDO:'.
           05 FILLER PIC X(26) VALUE 'SAIDAS   - FOLHA LIQUIDA.:'.
           05 FILLER PIC X(26) VALUE 'SAIDAS   - 13O SALARIO...:'.
           05 FILLER PIC X(26) VALUE 'SAIDAS   - FORNECEDORES..:'.
       01  WRK-FONTES-R REDEFINES WRK-FONTES-NOMES.
           05 WRK-FONTE-NOME OCCURS 5 TIMES PIC X(26).
       01  WRK-TOTAIS-FONTE.
           05 WRK-TOT-FONTE OCCURS 5 TIMES PIC S9(11)V99.
       01  WRK-DIAS-TAB.
           05 WRK-DIA-ENT OCCURS 90 TIMES.
              10 WRK-DIA-DATA    PIC 9(08).
              10 WRK-DIA-ENTRADA PIC S9(11)V99.
              10 WRK-DIA-SAIDA   PIC S9(11)V99.
       01  WRK-LINHA-DET.
           05 WRK-DET-DATA      PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-INICIAL   PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-ENTRADA   PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-SAIDA     PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-FINAL     PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-SIT       PIC X(08).
       01  WRK-LINHA-REL PIC X(100).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBFLUX' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO-HOJE.
           MOVE ZEROS TO WRK-TOTAIS-FONTE.
           PERFORM 0050-CARREGAR-PARAMETROS.
           PERFORM 0945-CARREGAR-FAIXAS.
           PERFORM 0100-CAPTURAR-HORIZONTE.
           PERFORM 0110-CAPTURAR-SALDO.
           PERFORM 0200-MONTAR-DIAS-UTEIS.
           PERFORM 0300-PROJETAR-CREDIARIO.
           PERFORM 0350-PROJETAR-CARTAO.
           PERFORM 0400-PROJETAR-FOLHA.
           PERFORM 0500-PROJETAR-PAGAR.
           PERFORM 0600-GRAVAR-RELATORIO.
           DISPLAY '---------------------'.
           DISPLAY 'DIAS UTEIS PROJETADOS.: ' WRK-QT-DIAS.
           DISPLAY 'DIAS COM SALDO NEGATIVO: ' WRK-QT-NEGATIVOS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           MOVE SPACES TO WRK-DESCRICAO-LOG.
           STRING 'FLUXO DE CAIXA ' WRK-QT-DIAS ' DIAS UTEIS - '
               WRK-QT-NEGATIVOS ' DIAS NEGATIVOS'
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
           PERFORM 0906-FECHAR-LOG.
      * RETORNO 4 = HA DIA COM SALDO NEGATIVO PARA A TESOURARIA
      * RETORNO 8 = ERRO DE ABERTURA
           IF WRK-QT-NEGATIVOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF ERRO-ABERTURA
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      * PRAZOS E TAXA DO PARAMDB.DAT - CARTAO-PRAZO E O PRAZO EM
      * DIAS CORRIDOS DA ADQUIRENTE ENTRE A VENDA E O CREDITO
       0050-CARREGAR-PARAMETROS.
           MOVE 'CREDIARIO-PRAZO' TO WRK-PARAM-CHAVE.
           MOVE WRK-PRAZO-CRED TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           MOVE WRK-PARAM-VALOR TO WRK-PRAZO-CRED.
           MOVE 'CARTAO-PRAZO' TO WRK-PARAM-CHAVE.
           MOVE WRK-PRAZO-CARTAO TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           MOVE WRK-PARAM-VALOR TO WRK-PRAZO-CARTAO.
           MOVE 'TAXA-CARTAO-PCT' TO WRK-PARAM-CHAVE.
           MOVE WRK-TAXA-CARTAO TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           MOVE WRK-PARAM-VALOR TO WRK-TAXA-CARTAO.
       0100-CAPTURAR-HORIZONTE.
           MOVE ZEROS TO WRK-HORIZONTE.
           PERFORM UNTIL HORIZONTE-VALIDO
               DISPLAY 'HORIZONTE EM DIAS UTEIS (30, 60 OU 90): '
               ACCEPT WRK-HORIZ-ENT FROM CONSOLE
               IF WRK-HORIZ-ENT IS NUMERIC
                   MOVE WRK-HORIZ-ENT TO WRK-HORIZONTE
               END-IF
               IF NOT HORIZONTE-VALIDO
                   DISPLAY 'HORIZONTE INVALIDO - INFORME 30, 60 OU 90'
               END-IF
           END-PERFORM.
      * SALDO DE ABERTURA DA POSICAO BANCARIA - PODE SER NEGATIVO
      * QUANDO A CONTA AMANHECE NO CHEQUE ESPECIAL
       0110-CAPTURAR-SALDO.
           MOVE SPACES TO WRK-SALDO-ENT.
           PERFORM UNTIL WRK-SALDO-ENT IS NUMERIC
               DISPLAY 'SALDO INICIAL (10 INTEIROS + 2 DECIMAIS, SO'
                   ' DIGITOS): '
               ACCEPT WRK-SALDO-ENT FROM CONSOLE
               IF WRK-SALDO-ENT NOT NUMERIC
                   DISPLAY 'SALDO INVALIDO - INFORME 12 DIGITOS'
                       ' COM ZEROS A ESQUERDA'
               END-IF
           END-PERFORM.
           MOVE WRK-SALDO-NUM TO WRK-SALDO-INICIAL.
           MOVE SPACE TO WRK-SINAL-ENT.
           PERFORM UNTIL WRK-SINAL-ENT = 'S' OR WRK-SINAL-ENT = 'N'
               DISPLAY 'SALDO INICIAL NEGATIVO (S/N): '
               ACCEPT WRK-SINAL-ENT FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-SINAL-ENT)
                   TO WRK-SINAL-ENT
           END-PERFORM.
           IF WRK-SINAL-ENT = 'S'
               COMPUTE WRK-SALDO-INICIAL = WRK-SALDO-INICIAL * -1
           END-IF.
      * O PRIMEIRO DIA E HOJE QUANDO UTIL, SENAO O PROXIMO DIA
      * UTIL - FERIADO SO DO CALENDARIO GERAL (FILIAL 000)
       0200-MONTAR-DIAS-UTEIS.
           MOVE ZEROS TO WRK-CAL-FILIAL.
           MOVE WRK-DATA-HOJE TO WRK-CAL-DATA.
           PERFORM 0980-VERIFICAR-DIA-UTIL.
           IF NOT DIA-UTIL
               PERFORM 0985-PROXIMO-DIA-UTIL
               MOVE WRK-CAL-PROX-DATA TO WRK-CAL-DATA
           END-IF.
           MOVE ZEROS TO WRK-QT-DIAS.
           PERFORM UNTIL WRK-QT-DIAS >= WRK-HORIZONTE
               ADD 1 TO WRK-QT-DIAS
               MOVE WRK-CAL-DATA TO WRK-DIA-DATA(WRK-QT-DIAS)
               MOVE ZEROS TO WRK-DIA-ENTRADA(WRK-QT-DIAS)
               MOVE ZEROS TO WRK-DIA-SAIDA(WRK-QT-DIAS)
               PERFORM 0985-PROXIMO-DIA-UTIL
               MOVE WRK-CAL-PROX-DATA TO WRK-CAL-DATA
           END-PERFORM.
           MOVE WRK-DIA-DATA(WRK-QT-DIAS) TO WRK-ULT-DATA.
      * TITULO COM VENCIMENTO JA PASSADO E INADIMPLENCIA - FICA
      * FORA DA PROJECAO E SAI SO NO TOTAL DO RELATORIO
       0300-PROJETAR-CREDIARIO.
           OPEN INPUT ARQ-CREDIARIO.
           IF WRK-FS-CRED = '35'
               DISPLAY 'CREDIARIO.DAT AUSENTE - SEM RECEBIVEIS'
           ELSE
               IF WRK-FS-CRED NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CREDIARIO.DAT - FS='
                       WRK-FS-CRED
                   SET ERRO-ABERTURA TO TRUE
               ELSE
                   MOVE 'N' TO WRK-FIM-ARQ
                   PERFORM 0310-LER-CREDIARIO
                   PERFORM 0320-ALOCAR-CREDIARIO UNTIL FIM-ARQ
                   CLOSE ARQ-CREDIARIO
                   IF WRK-FS-CRED NOT = '00'
                       DISPLAY 'ERRO AO FECHAR CREDIARIO.DAT - FS='
                           WRK-FS-CRED
                   END-IF
               END-IF
           END-IF.
       0310-LER-CREDIARIO.
           READ ARQ-CREDIARIO NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ.
       0320-ALOCAR-CREDIARIO.
           IF CREDIARIO-ABERTO AND CRED-SALDO > ZEROS
               COMPUTE WRK-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(CRED-DATA-VENDA)
                   + WRK-PRAZO-CRED
               COMPUTE WRK-MOV-DATA =
                   FUNCTION DATE-OF-INTEGER(WRK-INT-DATA)
               IF WRK-MOV-DATA < WRK-DATA-HOJE
                   ADD CRED-SALDO TO WRK-CRED-VENCIDO
               ELSE
                   MOVE CRED-SALDO TO WRK-MOV-VALOR
                   MOVE 'E' TO WRK-MOV-TIPO
                   MOVE 1 TO WRK-MOV-FONTE
                   PERFORM 0700-ALOCAR-MOVIMENTO
               END-IF
           END-IF.
           PERFORM 0310-LER-CREDIARIO.
      * VENDA DE CARTAO CUJO CREDITO (VENDA + CARTAO-PRAZO) AINDA
      * NAO CHEGOU E DINHEIRO NA MAO DA ADQUIRENTE - ENTRA PELO
      * LIQUIDO DA TAXA CONTRATADA
       0350-PROJETAR-CARTAO.
           OPEN INPUT ARQ-VENDAS.
           IF WRK-FS-VENDAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-VENDAS - FS=' WRK-FS-VENDAS
               SET ERRO-ABERTURA TO TRUE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 0360-LER-VENDA
               PERFORM 0370-ALOCAR-CARTAO UNTIL FIM-ARQ
               CLOSE ARQ-VENDAS
               IF WRK-FS-VENDAS NOT = '00'
                   DISPLAY 'ERRO AO FECHAR ARQ-VENDAS - FS='
                       WRK-FS-VENDAS
               END-IF
           END-IF.
       0360-LER-VENDA.
           READ ARQ-VENDAS INTO WRK-VENDA
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ.
       0370-ALOCAR-CARTAO.
           IF REGISTRO-DETALHE AND VENDA-CARTAO
               COMPUTE WRK-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WRK-VND-DATA)
                   + WRK-PRAZO-CARTAO
               COMPUTE WRK-MOV-DATA =
                   FUNCTION DATE-OF-INTEGER(WRK-INT-DATA)
               IF WRK-MOV-DATA NOT < WRK-DATA-HOJE
                   COMPUTE WRK-MOV-VALOR ROUNDED = WRK-VND-VALOR
                       - (WRK-VND-VALOR * WRK-TAXA-CARTAO / 100)
                   MOVE 'E' TO WRK-MOV-TIPO
                   MOVE 2 TO WRK-MOV-FONTE
                   PERFORM 0700-ALOCAR-MOVIMENTO
               END-IF
           END-IF.
           PERFORM 0360-LER-VENDA.
      * FOLHA E 13O PELO SALARIO CADASTRADO - COMISSAO, PONTO E
      * ADIANTAMENTO DA COMPETENCIA NAO SAO CONHECIDOS ANTES DO
      * FECHAMENTO E FICAM FORA DA PROJECAO
       0400-PROJETAR-FOLHA.
           MOVE ZEROS TO WRK-FOLHA-MES WRK-13-PARC1 WRK-13-PARC2.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WRK-FS-FUNC = '35'
               DISPLAY 'FUNCDB.DAT AUSENTE - FOLHA NAO PROJETADA'
           ELSE
               IF WRK-FS-FUNC NOT = '00'
                   DISPLAY 'ERRO AO ABRIR FUNCDB.DAT - FS='
                       WRK-FS-FUNC
                   SET ERRO-ABERTURA TO TRUE
               ELSE
                   MOVE 'N' TO WRK-FIM-ARQ
                   PERFORM 0410-LER-FUNCIONARIO
                   PERFORM 0420-ACUMULAR-FUNCIONARIO UNTIL FIM-ARQ
                   CLOSE ARQ-FUNCIONARIOS
                   IF WRK-FS-FUNC NOT = '00'
                       DISPLAY 'ERRO AO FECHAR FUNCDB.DAT - FS='
                           WRK-FS-FUNC
                   END-IF
                   PERFORM 0450-ALOCAR-FOLHA
               END-IF
           END-IF.
       0410-LER-FUNCIONARIO.
           READ ARQ-FUNCIONARIOS NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ.
       0420-ACUMULAR-FUNCIONARIO.
           IF FUNC-ATIVO
               ADD 1 TO WRK-QT-FUNC
               MOVE REG-FUNC-SALARIO TO WRK-FOL-SALARIO
               PERFORM 0940-CALCULAR-FOLHA
               IF FOLHA-CALC-ERRO
                   DISPLAY 'MATRICULA ' REG-FUNC-MATRICULA
                       ' FOLHA NAO PROJETADA - ESTOURO CAPACIDADE'
               ELSE
                   ADD WRK-FOL-LIQUIDO TO WRK-FOLHA-MES
               END-IF
               PERFORM 0430-CALCULAR-AVOS
               PERFORM 0440-CALCULAR-13
           END-IF.
           PERFORM 0410-LER-FUNCIONARIO.
      * AVOS DO ANO INTEIRO - ADMISSAO EM ANO ANTERIOR CONTA 12,
      * ADMISSAO NO ANO CONTA O MES DE ENTRADA QUANDO O
      * FUNCIONARIO ENTROU ATE O DIA 15 (REGRA DO PROGCOBPROV)
       0430-CALCULAR-AVOS.
           MOVE REG-FUNC-DATA-ADMISSAO TO WRK-DATA-ADM.
           IF REG-FUNC-DATA-ADMISSAO NOT NUMERIC
                   OR REG-FUNC-DATA-ADMISSAO = ZEROS
                   OR WRK-ANO-ADM > WRK-ANO-HOJE
               MOVE ZEROS TO WRK-AVOS
           ELSE
               IF WRK-ANO-ADM < WRK-ANO-HOJE
                   MOVE 12 TO WRK-AVOS
               ELSE
                   COMPUTE WRK-AVOS = 12 - WRK-MES-ADM + 1
                   IF WRK-DIA-ADM > 15
                       SUBTRACT 1 FROM WRK-AVOS
                   END-IF
               END-IF
           END-IF.
      * 1A PARCELA = METADE DO 13O SEM DESCONTO - 2A PARCELA =
      * 13O INTEGRAL PELA TABELA DE FAIXAS MENOS A METADE PAGA
       0440-CALCULAR-13.
           IF WRK-AVOS > ZEROS
               COMPUTE WRK-PROV-13 ROUNDED =
                   REG-FUNC-SALARIO * WRK-AVOS / 12
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-PROV-13
               END-COMPUTE
               COMPUTE WRK-METADE-13 ROUNDED = WRK-PROV-13 / 2
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-METADE-13
               END-COMPUTE
               ADD WRK-METADE-13 TO WRK-13-PARC1
               MOVE WRK-PROV-13 TO WRK-FOL-SALARIO
               PERFORM 0940-CALCULAR-FOLHA
               IF NOT FOLHA-CALC-ERRO
                   COMPUTE WRK-PARCELA2-13 =
                       WRK-FOL-LIQUIDO - WRK-METADE-13
                   IF WRK-PARCELA2-13 > ZEROS
                       ADD WRK-PARCELA2-13 TO WRK-13-PARC2
                   END-IF
               END-IF
           END-IF.
      * PERCORRE OS MESES DO HORIZONTE - FOLHA NO ULTIMO DIA UTIL
      * DO MES, 13O NO ULTIMO DIA UTIL ATE 30/11 E ATE 20/12
      * PAGAMENTO JA PASSADO NAO ENTRA (0700 SO ALOCA DA DATA DO
      * PRIMEIRO DIA EM DIANTE)
       0450-ALOCAR-FOLHA.
           MOVE WRK-DIA-DATA(1) TO WRK-MES-INI-R.
           MOVE 01 TO WRK-MES-DIA.
           MOVE 'S' TO WRK-MOV-TIPO.
           PERFORM UNTIL WRK-MES-INI-R > WRK-ULT-DATA
               MOVE WRK-MES-INI-R TO WRK-MES-PROX-R
               IF WRK-MES-MES = 12
                   ADD 1 TO WRK-PROX-ANO
                   MOVE 01 TO WRK-PROX-MES
               ELSE
                   ADD 1 TO WRK-PROX-MES
               END-IF
               COMPUTE WRK-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WRK-MES-PROX-R) - 1
               COMPUTE WRK-CAL-DATA =
                   FUNCTION DATE-OF-INTEGER(WRK-INT-DATA)
               MOVE WRK-FOLHA-MES TO WRK-MOV-VALOR
               MOVE 3 TO WRK-MOV-FONTE
               PERFORM 0460-ALOCAR-PAGAMENTO
               IF WRK-MES-MES = 11
                   MOVE WRK-MES-INI-R TO WRK-DATA-13-R
                   MOVE 30 TO WRK-D13-DIA
                   MOVE WRK-DATA-13-R TO WRK-CAL-DATA
                   MOVE WRK-13-PARC1 TO WRK-MOV-VALOR
                   MOVE 4 TO WRK-MOV-FONTE
                   PERFORM 0460-ALOCAR-PAGAMENTO
               END-IF
               IF WRK-MES-MES = 12
                   MOVE WRK-MES-INI-R TO WRK-DATA-13-R
                   MOVE 20 TO WRK-D13-DIA
                   MOVE WRK-DATA-13-R TO WRK-CAL-DATA
                   MOVE WRK-13-PARC2 TO WRK-MOV-VALOR
                   MOVE 4 TO WRK-MOV-FONTE
                   PERFORM 0460-ALOCAR-PAGAMENTO
               END-IF
               MOVE WRK-MES-PROX-R TO WRK-MES-INI-R
           END-PERFORM.
       0460-ALOCAR-PAGAMENTO.
           PERFORM 0987-ULTIMO-DIA-UTIL.
           MOVE WRK-CAL-PROX-DATA TO WRK-MOV-DATA.
           IF WRK-MOV-VALOR > ZEROS
               PERFORM 0700-ALOCAR-MOVIMENTO
           END-IF.
      * TITULO VENCIDO E NAO PAGO VAI PARA O PRIMEIRO DIA - E O
      * QUE O PROGCOBPAGS APRESENTA NA PROXIMA SELECAO
       0500-PROJETAR-PAGAR.
           OPEN INPUT ARQ-TITULOS-PAGAR.
           IF WRK-FS-PAG = '35'
               DISPLAY 'NENHUM TITULO A PAGAR CADASTRADO'
           ELSE
               IF WRK-FS-PAG NOT = '00'
                   DISPLAY 'ERRO AO ABRIR TITPAGAR.DAT - FS='
                       WRK-FS-PAG
                   SET ERRO-ABERTURA TO TRUE
               ELSE
                   MOVE 'N' TO WRK-FIM-ARQ
                   PERFORM 0510-LER-TITULO
                   PERFORM 0520-ALOCAR-TITULO UNTIL FIM-ARQ
                   CLOSE ARQ-TITULOS-PAGAR
                   IF WRK-FS-PAG NOT = '00'
                       DISPLAY 'ERRO AO FECHAR TITPAGAR.DAT - FS='
                           WRK-FS-PAG
                   END-IF
               END-IF
           END-IF.
       0510-LER-TITULO.
           READ ARQ-TITULOS-PAGAR NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ.
       0520-ALOCAR-TITULO.
           IF TITULO-ABERTO
               MOVE PAG-DATA-VENC TO WRK-MOV-DATA
               IF WRK-MOV-DATA < WRK-DIA-DATA(1)
                   MOVE WRK-DIA-DATA(1) TO WRK-MOV-DATA
               END-IF
               MOVE PAG-VALOR TO WRK-MOV-VALOR
               MOVE 'S' TO WRK-MOV-TIPO
               MOVE 5 TO WRK-MOV-FONTE
               PERFORM 0700-ALOCAR-MOVIMENTO
           END-IF.
           PERFORM 0510-LER-TITULO.
       0600-GRAVAR-RELATORIO.
           OPEN OUTPUT REL-FLUXO.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELFLUX - FS=' WRK-FS-RELATORIO
               SET ERRO-ABERTURA TO TRUE
           ELSE
               PERFORM 0610-GRAVAR-CABECALHOS
               MOVE WRK-SALDO-INICIAL TO WRK-SALDO-DIA
               PERFORM 0620-GRAVAR-DIA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-DIAS
               PERFORM 0630-GRAVAR-TOTAIS
               CLOSE REL-FLUXO
               IF WRK-FS-RELATORIO NOT = '00'
                   DISPLAY 'ERRO AO FECHAR RELFLUX - FS='
                       WRK-FS-RELATORIO
               END-IF
           END-IF.
       0610-GRAVAR-CABECALHOS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'FLUXO DE CAIXA PROJETADO - POSICAO DE '
               WRK-DATA-HOJE ' - ' WRK-HORIZONTE ' DIAS UTEIS'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0690-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'PRAZO CREDIARIO ' WRK-PRAZO-CRED ' DIAS - PRAZO'
               ' CARTAO ' WRK-PRAZO-CARTAO ' DIAS - TAXA CARTAO '
               WRK-TAXA-CARTAO ' PCT'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0690-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0690-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'DATA        SALDO INICIAL         ENTRADAS'
               '           SAIDAS      SALDO FINAL  SITUACAO'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0690-GRAVAR-LINHA-REL.
       0620-GRAVAR-DIA.
           MOVE SPACES TO WRK-DET-SIT.
           MOVE WRK-DIA-DATA(WRK-IDX) TO WRK-DET-DATA.
           MOVE WRK-SALDO-DIA TO WRK-DET-INICIAL.
           MOVE WRK-DIA-ENTRADA(WRK-IDX) TO WRK-DET-ENTRADA.
           MOVE WRK-DIA-SAIDA(WRK-IDX) TO WRK-DET-SAIDA.
           ADD WRK-DIA-ENTRADA(WRK-IDX) TO WRK-SALDO-DIA.
           SUBTRACT WRK-DIA-SAIDA(WRK-IDX) FROM WRK-SALDO-DIA.
           MOVE WRK-SALDO-DIA TO WRK-DET-FINAL.
           IF WRK-SALDO-DIA < ZEROS
               MOVE 'NEGATIVO' TO WRK-DET-SIT
               ADD 1 TO WRK-QT-NEGATIVOS
           END-IF.
           MOVE WRK-LINHA-DET TO WRK-LINHA-REL.
           PERFORM 0690-GRAVAR-LINHA-REL.
       0630-GRAVAR-TOTAIS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '----------------------------------------'
               '----------------------------------------'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0690-GRAVAR-LINHA-REL.
           MOVE WRK-SALDO-INICIAL TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'SALDO INICIAL............: ' DELIMITED BY SIZE
               WRK-TOT-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0690-GRAVAR-LINHA-REL.
           PERFORM 0640-GRAVAR-TOTAL-FONTE
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5.
           MOVE WRK-SALDO-DIA TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'SALDO FINAL DO PERIODO...: ' DELIMITED BY SIZE
               WRK-TOT-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0690-GRAVAR-LINHA-REL.
           MOVE WRK-CRED-VENCIDO TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'CREDIARIO VENCIDO FORA DA PROJECAO: '
               DELIMITED BY SIZE WRK-TOT-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL.
           PERFORM 0690-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'DIAS COM SALDO NEGATIVO..: ' WRK-QT-NEGATIVOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0690-GRAVAR-LINHA-REL.
       0640-GRAVAR-TOTAL-FONTE.
           MOVE WRK-TOT-FONTE(WRK-IDX) TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING WRK-FONTE-NOME(WRK-IDX) ' ' WRK-TOT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0690-GRAVAR-LINHA-REL.
       0690-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELFLUX - FS='
                   WRK-FS-RELATORIO
           END-IF.
      * LANCA O MOVIMENTO NO PRIMEIRO DIA UTIL PROJETADO IGUAL OU
      * POSTERIOR A WRK-MOV-DATA - DATA ANTES DO PRIMEIRO DIA OU
      * DEPOIS DO ULTIMO FICA FORA DO FLUXO
       0700-ALOCAR-MOVIMENTO.
           MOVE ZEROS TO WRK-IDX-ACHOU.
           IF WRK-MOV-DATA NOT < WRK-DIA-DATA(1)
                   AND WRK-MOV-DATA NOT > WRK-ULT-DATA
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QT-DIAS
                          OR WRK-IDX-ACHOU > ZEROS
                   IF WRK-DIA-DATA(WRK-IDX) NOT < WRK-MOV-DATA
                       MOVE WRK-IDX TO WRK-IDX-ACHOU
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-IDX-ACHOU > ZEROS
               IF MOV-ENTRADA
                   ADD WRK-MOV-VALOR TO WRK-DIA-ENTRADA(WRK-IDX-ACHOU)
               ELSE
                   ADD WRK-MOV-VALOR TO WRK-DIA-SAIDA(WRK-IDX-ACHOU)
               END-IF
               ADD WRK-MOV-VALOR TO WRK-TOT-FONTE(WRK-MOV-FONTE)
           END-IF.
           COPY 'BOOKCALCHK.COB'.
           COPY 'BOOKFOLCALC.COB'.
           COPY 'BOOKPARGET.COB'.
           COPY 'BOOKLOGWRT.COB'.
