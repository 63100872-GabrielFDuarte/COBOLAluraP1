      * BRUTO, CREDITO DE IMPOSTOS A RECOLHER PELO DESCONTO E
      * CREDITO DE BANCOS PELO LIQUIDO, QUE BATE COM O TOTAL
      * DA REMESSA BANKREM
      * CADA FUNCIONARIO PAGO TEM O MES GRAVADO NO ACUMULADO
      * ANUAL (FOLHAACU.DAT) E RECEBE O HOLERITE INDIVIDUAL
      * (DD HOLERITE) COM AS VERBAS DO MES E O ACUMULADO DO ANO
      * O PONTO DA COMPETENCIA (PONTOMES.DAT, CARREGADO PELO
      * PROGCOBPONT) VIRA VERBA PELO VALOR DA HORA DO SALARIO
      * (SALARIO / FOLHA-HORAS-MES DO PARAMDB, DEFAULT 220) -
      * HORA EXTRA A 50% E A 100% SOMAM NO BRUTO, FALTA (1/30
      * DO SALARIO POR DIA) E ATRASO SAEM DO BRUTO, E O BRUTO
      * RESULTANTE PASSA PELA TABELA DE FAIXAS
      * O ADIANTAMENTO QUINZENAL DA COMPETENCIA (ADIANT.DAT,
      * PAGO PELO PROGCOBADIA) SAI DO LIQUIDO COMO LINHA PROPRIA
      * NO ESPELHO E NO HOLERITE - A REMESSA E O CREDITO DE
      * BANCOS LEVAM SO O SALDO, E O ADIANTAMENTO DESCONTADO
      * BAIXA A CONTA 11400000
      * ADIANTAMENTO NAO DESCONTADO (FUNCIONARIO FORA DA FOLHA,
      * LIQUIDO INSUFICIENTE, COMPETENCIA ANTERIOR) SAI NO
      * RELATORIO DE EXCECOES (DD RELADEX) COM RETORNO 4
      * DATA     = 22/08/2026
      ********************************************
       ENVIRONMENT DIVISION.
           COPY 'BOOKPARSEL.COB'.
           COPY 'BOOKCOMSEL.COB'.
           COPY 'BOOKGLSEL.COB'.
           COPY 'BOOKACUSEL.COB'.
           COPY 'BOOKPNTSEL.COB'.
           COPY 'BOOKADTSEL.COB'.
           SELECT REL-FOLHA ASSIGN TO RELFOLHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT ARQ-REMESSA ASSIGN TO BANKREM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
           SELECT REL-HOLERITE ASSIGN TO HOLERITE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HOLERITE.
           SELECT REL-EXCECAO ASSIGN TO RELADEX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCECAO.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKPARFD.COB'.
           COPY 'BOOKCOMFD.COB'.
           COPY 'BOOKGLFD.COB'.
           COPY 'BOOKACUFD.COB'.
           COPY 'BOOKPNTFD.COB'.
           COPY 'BOOKADTFD.COB'.
       FD  REL-FOLHA.
       01  REG-RELATORIO    PIC X(80).
       FD  ARQ-REMESSA.
           05 REM-T-TIPO  PIC X(01).
           05 REM-T-QT    PIC 9(06).
           05 REM-T-TOTAL PIC 9(11)V99.
       FD  REL-HOLERITE.
       01  REG-HOLERITE     PIC X(80).
       FD  REL-EXCECAO.
       01  REG-EXCECAO      PIC X(80).
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKFUNCWS.COB'.
           COPY 'BOOKPARWS.COB'.
           COPY 'BOOKCOMWS.COB'.
           COPY 'BOOKGLWS.COB'.
           COPY 'BOOKACUWS.COB'.
           COPY 'BOOKPNTWS.COB'.
           COPY 'BOOKADTWS.COB'.
           COPY 'BOOKLOGWS.COB'.
           COPY 'BOOKARITWS.COB'.
       77  WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77  WRK-FS-REMESSA   PIC X(02) VALUE '00'.
       77  WRK-FS-HOLERITE  PIC X(02) VALUE '00'.
       77  WRK-QT-SEM-ACUM  PIC 9(06) VALUE ZEROS.
       77  WRK-HOL-TOT-PROV PIC S9(10)V99 VALUE ZEROS.
       77  WRK-HOL-TOT-DESC PIC S9(10)V99 VALUE ZEROS.
       77  WRK-HOL-ED       PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-FIM-FUNC     PIC X(01) VALUE 'N'.
           88 FIM-FUNC VALUE 'S'.
       77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
       77  WRK-QT-COMIS     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-COMIS    PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-COMIS  PIC S9(09)V99 VALUE ZEROS.
       77  WRK-HORAS-MES    PIC 9(03)V99 VALUE 220.
       77  WRK-PONTO-DISP   PIC X(01) VALUE 'N'.
           88 PONTO-DISPONIVEL VALUE 'S'.
       77  WRK-PONTO-ACHOU  PIC X(01) VALUE 'N'.
           88 PONTO-ENCONTRADO VALUE 'S'.
       77  WRK-QT-PONTO     PIC 9(06) VALUE ZEROS.
       77  WRK-PROVENTOS    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-HE50   PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-HE100  PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-FALTAS PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ATRASO PIC S9(09)V99 VALUE ZEROS.
       77  WRK-TOT-HEXTRA   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-AUSENCIA PIC S9(11)V99 VALUE ZEROS.
       77  WRK-HOL-QTD      PIC ZZ9,99 VALUE ZEROS.
       77  WRK-HOL-DIAS     PIC Z9 VALUE ZEROS.
       77  WRK-FS-EXCECAO   PIC X(02) VALUE '00'.
       77  WRK-ADIANT-DISP  PIC X(01) VALUE 'N'.
           88 ADIANT-DISPONIVEL VALUE 'S'.
       77  WRK-FIM-ADIANT   PIC X(01) VALUE 'N'.
           88 FIM-ADIANT VALUE 'S'.
       77  WRK-VALOR-ADIANT PIC S9(09)V99 VALUE ZEROS.
       77  WRK-LIQUIDO-PAGAR PIC S9(10)V99 VALUE ZEROS.
       77  WRK-TOT-ADIANT   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-CREDITO  PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QT-ADIANT    PIC 9(06) VALUE ZEROS.
       77  WRK-QT-EXCECOES  PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-EXCECOES PIC S9(11)V99 VALUE ZEROS.
       01  WRK-COMIS-TAB.
           05 WRK-COMIS-ENT OCCURS 200 TIMES.
              10 WRK-COMIS-MATR  PIC 9(06).
           05 WRK-DET-DESCONTO  PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-LIQUIDO   PIC -ZZZ.ZZZ.ZZ9,99.
      * SEGUNDA LINHA DO ESPELHO - VERBAS DE PONTO DO FUNCIONARIO
       01  WRK-LINHA-PONTO.
           05 FILLER            PIC X(06) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE 'HE50 '.
           05 WRK-PTL-HE50      PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(08) VALUE '  HE100 '.
           05 WRK-PTL-HE100     PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(09) VALUE '  FALTAS '.
           05 WRK-PTL-FALTAS    PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(10) VALUE '  ATRASOS '.
           05 WRK-PTL-ATRASO    PIC ZZZ.ZZ9,99.
      * LINHA DO ADIANTAMENTO DESCONTADO NO ESPELHO
       01  WRK-LINHA-ADIANT.
           05 FILLER            PIC X(06) VALUE SPACES.
           05 FILLER            PIC X(24)
                                VALUE 'ADIANTAMENTO DESCONTADO '.
           05 WRK-ADL-VALOR     PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(22)
                                VALUE '   LIQUIDO A CREDITAR '.
           05 WRK-ADL-LIQUIDO   PIC -ZZZ.ZZZ.ZZ9,99.
      * LINHA DO RELATORIO DE ADIANTAMENTOS NAO DESCONTADOS
       01  WRK-LINHA-EXC.
           05 WRK-EXC-MATRICULA PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-EXC-COMPET    PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-EXC-PAGTO     PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-EXC-VALOR     PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-EXC-SALDO     PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-EXC-MOTIVO    PIC X(32).
       01  WRK-LINHA-REL PIC X(80).
      * LINHA DE VERBA DO HOLERITE - PROVENTO OU DESCONTO
       01  WRK-LINHA-VERBA.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-VRB-DESCRICAO PIC X(34).
           05 WRK-VRB-PROVENTO  PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WRK-VRB-DESCONTO  PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
       01  WRK-LINHA-HOL PIC X(80).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBFOLHA' TO WRK-PROGRAMA-LOG.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0945-CARREGAR-FAIXAS.
           PERFORM 0040-CARREGAR-HORAS-MES.
           PERFORM 0050-CARREGAR-COMISSOES.
           PERFORM 0100-INICIALIZAR.
           IF NOT FIM-FUNC
           END-IF.
           PERFORM 0300-FINALIZAR.
           PERFORM 0906-FECHAR-LOG.
      * RETORNO 4 = HA ADIANTAMENTO NAO DESCONTADO
           IF WRK-QT-EXCECOES > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      * JORNADA MENSAL QUE DA O VALOR DA HORA - PARAMETRO ZERADO
      * NO PARAMDB FICA NO DEFAULT PARA NAO DIVIDIR POR ZERO
       0040-CARREGAR-HORAS-MES.
           MOVE 'FOLHA-HORAS-MES' TO WRK-PARAM-CHAVE.
           MOVE WRK-HORAS-MES TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           IF WRK-PARAM-VALOR > ZEROS
               MOVE WRK-PARAM-VALOR TO WRK-HORAS-MES
           ELSE
               DISPLAY 'FOLHA-HORAS-MES INVALIDO - USANDO '
                   WRK-HORAS-MES
           END-IF.
      * SEM COMISFOL CATALOGADO A FOLHA RODA SO COM O SALARIO -
      * MESMO REGIME DO PARAMDB AUSENTE
       0050-CARREGAR-COMISSOES.
                   SET FIM-FUNC TO TRUE
                   SET ERRO-ABERTURA TO TRUE
               END-IF
               OPEN OUTPUT REL-HOLERITE
               IF WRK-FS-HOLERITE NOT = '00'
                   DISPLAY 'ERRO AO ABRIR HOLERITE - FS='
                       WRK-FS-HOLERITE
                   SET FIM-FUNC TO TRUE
                   SET ERRO-ABERTURA TO TRUE
               END-IF
               PERFORM 0120-ABRIR-PONTO
               PERFORM 0130-ABRIR-ADIANTAMENTOS
           END-IF.
           IF NOT FIM-FUNC
               PERFORM 0110-GRAVAR-CABECALHOS
               PERFORM 0150-LER-FUNCIONARIO
           END-IF.
      * SEM PONTOMES.DAT (NENHUMA CARGA DE PONTO AINDA) A FOLHA
      * RODA SEM VERBAS DE PONTO - OUTRO ERRO DE ABERTURA PARA
      * A FOLHA PARA NAO PAGAR FALTA DESCONTAVEL
       0120-ABRIR-PONTO.
           OPEN INPUT ARQ-PONTO.
           IF WRK-FS-PNT = '35'
               DISPLAY 'PONTOMES.DAT NAO ENCONTRADO - FOLHA SEM'
                   ' VERBAS DE PONTO'
           ELSE
               IF WRK-FS-PNT NOT = '00'
                   DISPLAY 'ERRO AO ABRIR PONTOMES.DAT - FS='
                       WRK-FS-PNT
                   SET FIM-FUNC TO TRUE
                   SET ERRO-ABERTURA TO TRUE
               ELSE
                   SET PONTO-DISPONIVEL TO TRUE
               END-IF
           END-IF.
      * SEM ADIANT.DAT NENHUM ADIANTAMENTO FOI PAGO AINDA - OUTRO
      * ERRO DE ABERTURA PARA A FOLHA PARA NAO PAGAR DE NOVO O
      * QUE JA FOI ADIANTADO
       0130-ABRIR-ADIANTAMENTOS.
           OPEN I-O ARQ-ADIANTAMENTO.
           IF WRK-FS-ADT = '35'
               DISPLAY 'ADIANT.DAT NAO ENCONTRADO - FOLHA SEM'
                   ' DESCONTO DE ADIANTAMENTO'
           ELSE
               IF WRK-FS-ADT NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ADIANT.DAT - FS=' WRK-FS-ADT
                   SET FIM-FUNC TO TRUE
                   SET ERRO-ABERTURA TO TRUE
               ELSE
                   SET ADIANT-DISPONIVEL TO TRUE
               END-IF
           END-IF.
       0110-GRAVAR-CABECALHOS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'ESPELHO DA FOLHA DE PAGAMENTO - '
               ADD 1 TO WRK-QT-DESLIGADOS
           ELSE
               PERFORM 0080-BUSCAR-COMISSAO
               PERFORM 0250-CALCULAR-PONTO
               COMPUTE WRK-FOL-SALARIO = WRK-PROVENTOS
                   - WRK-VALOR-FALTAS - WRK-VALOR-ATRASO
               PERFORM 0940-CALCULAR-FOLHA
               IF FOLHA-CALC-ERRO
                   ADD 1 TO WRK-QT-ERROS
           ADD WRK-VALOR-COMIS TO WRK-TOT-COMIS.
           ADD WRK-FOL-DESCONTO TO WRK-TOT-DESCONTO.
           ADD WRK-FOL-LIQUIDO TO WRK-TOT-LIQUIDO.
           ADD WRK-VALOR-HE50 WRK-VALOR-HE100 TO WRK-TOT-HEXTRA.
           ADD WRK-VALOR-FALTAS WRK-VALOR-ATRASO
               TO WRK-TOT-AUSENCIA.
           PERFORM 0260-DESCONTAR-ADIANTAMENTO.
           ADD WRK-VALOR-ADIANT TO WRK-TOT-ADIANT.
           ADD WRK-LIQUIDO-PAGAR TO WRK-TOT-CREDITO.
           MOVE REG-FUNC-MATRICULA TO WRK-DET-MATRICULA.
           MOVE REG-FUNC-NOME TO WRK-DET-NOME.
           MOVE WRK-FOL-SALARIO TO WRK-DET-BRUTO.
           MOVE WRK-FOL-LIQUIDO TO WRK-DET-LIQUIDO.
           MOVE WRK-LINHA-DET TO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
           IF PONTO-ENCONTRADO
               MOVE WRK-VALOR-HE50 TO WRK-PTL-HE50
               MOVE WRK-VALOR-HE100 TO WRK-PTL-HE100
               MOVE WRK-VALOR-FALTAS TO WRK-PTL-FALTAS
               MOVE WRK-VALOR-ATRASO TO WRK-PTL-ATRASO
               MOVE WRK-LINHA-PONTO TO WRK-LINHA-REL
               PERFORM 0390-GRAVAR-LINHA-REL
           END-IF.
           IF WRK-VALOR-ADIANT NOT = ZEROS
               MOVE WRK-VALOR-ADIANT TO WRK-ADL-VALOR
               MOVE WRK-LIQUIDO-PAGAR TO WRK-ADL-LIQUIDO
               MOVE WRK-LINHA-ADIANT TO WRK-LINHA-REL
               PERFORM 0390-GRAVAR-LINHA-REL
           END-IF.
           MOVE 'D' TO REM-D-TIPO.
           MOVE REG-FUNC-MATRICULA TO REM-D-MATRICULA.
           MOVE REG-FUNC-CPF TO REM-D-CPF.
           MOVE WRK-LIQUIDO-PAGAR TO REM-D-VALOR.
           MOVE REG-FUNC-NOME TO REM-D-NOME.
           WRITE REG-REM-DETALHE.
           IF WRK-FS-REMESSA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR BANKREM - FS=' WRK-FS-REMESSA
           END-IF.
           PERFORM 0220-ATUALIZAR-ACUMULADO.
           PERFORM 0230-GRAVAR-HOLERITE.
      * COMPETENCIA = MES DO PROCESSAMENTO, MESMA REFERENCIA DO
      * ESPELHO E DO LANCAMENTO CONTABIL
       0220-ATUALIZAR-ACUMULADO.
           MOVE REG-FUNC-MATRICULA TO WRK-ACU-MATRICULA.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-ACU-ANO.
           MOVE WRK-DATA-HOJE(5:2) TO WRK-ACU-MES.
           MOVE 'F' TO WRK-ACU-TIPO.
           MOVE WRK-FOL-SALARIO TO WRK-ACU-BRUTO.
           MOVE WRK-VALOR-COMIS TO WRK-ACU-COMISSAO.
           MOVE WRK-FOL-DESCONTO TO WRK-ACU-DESCONTO.
           MOVE WRK-FOL-LIQUIDO TO WRK-ACU-LIQUIDO.
           PERFORM 0955-ATUALIZAR-ACUMULADO.
           IF NOT ACUMULADO-GRAVADO
               ADD 1 TO WRK-QT-SEM-ACUM
               STRING 'MATRICULA ' REG-FUNC-MATRICULA
                   ' FOLHA ' WRK-DATA-HOJE(1:6)
                   ' FORA DO ACUMULADO ANUAL'
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.
      * UM HOLERITE POR FUNCIONARIO PAGO - VERBAS DO MES E O
      * ACUMULADO DO ANO JA COM O MES CORRENTE
       0230-GRAVAR-HOLERITE.
           MOVE ZEROS TO WRK-HOL-TOT-PROV WRK-HOL-TOT-DESC.
           MOVE ALL '=' TO WRK-LINHA-HOL.
           PERFORM 0239-GRAVAR-LINHA-HOL.
           MOVE SPACES TO WRK-LINHA-HOL.
           STRING 'HOLERITE - COMPETENCIA ' WRK-DATA-HOJE(5:2) '/'
               WRK-DATA-HOJE(1:4) DELIMITED BY SIZE
               INTO WRK-LINHA-HOL.
           PERFORM 0239-GRAVAR-LINHA-HOL.
           MOVE SPACES TO WRK-LINHA-HOL.
           STRING 'MATRICULA ' REG-FUNC-MATRICULA '  NOME '
               REG-FUNC-NOME '  CPF ' REG-FUNC-CPF
               DELIMITED BY SIZE INTO WRK-LINHA-HOL.
           PERFORM 0239-GRAVAR-LINHA-HOL.
           MOVE ALL '-' TO WRK-LINHA-HOL.
           PERFORM 0239-GRAVAR-LINHA-HOL.
           MOVE SPACES TO WRK-LINHA-HOL.
           STRING '  VERBA                                 PROVENTOS'
               '        DESCONTOS' DELIMITED BY SIZE
               INTO WRK-LINHA-HOL.
           PERFORM 0239-GRAVAR-LINHA-HOL.
           MOVE 'SALARIO BASE' TO WRK-VRB-DESCRICAO.
           MOVE REG-FUNC-SALARIO TO WRK-VRB-PROVENTO.
           MOVE ZEROS TO WRK-VRB-DESCONTO.
           ADD REG-FUNC-SALARIO TO WRK-HOL-TOT-PROV.
           PERFORM 0235-GRAVAR-VERBA.
           IF WRK-VALOR-COMIS NOT = ZEROS
               MOVE 'COMISSAO SOBRE VENDAS' TO WRK-VRB-DESCRICAO
               MOVE WRK-VALOR-COMIS TO WRK-VRB-PROVENTO
               MOVE ZEROS TO WRK-VRB-DESCONTO
               ADD WRK-VALOR-COMIS TO WRK-HOL-TOT-PROV
               PERFORM 0235-GRAVAR-VERBA
           END-IF.
           IF PONTO-ENCONTRADO
               PERFORM 0240-GRAVAR-VERBAS-PONTO
           END-IF.
           MOVE SPACES TO WRK-VRB-DESCRICAO.
           STRING 'DESCONTO PREV/IR FONTE (' WRK-FOL-ALIQUOTA '%)'
               DELIMITED BY SIZE INTO WRK-VRB-DESCRICAO.
           MOVE ZEROS TO WRK-VRB-PROVENTO.
           MOVE WRK-FOL-DESCONTO TO WRK-VRB-DESCONTO.
           ADD WRK-FOL-DESCONTO TO WRK-HOL-TOT-DESC.
           PERFORM 0235-GRAVAR-VERBA.
           IF WRK-VALOR-ADIANT NOT = ZEROS
               STRING 'ADIANTAMENTO QUINZENAL ' ADT-DATA-PAGTO(7:2)
                   '/' ADT-DATA-PAGTO(5:2) DELIMITED BY SIZE
                   INTO WRK-VRB-DESCRICAO
               MOVE ZEROS TO WRK-VRB-PROVENTO
               MOVE WRK-VALOR-ADIANT TO WRK-VRB-DESCONTO
               ADD WRK-VALOR-ADIANT TO WRK-HOL-TOT-DESC
               PERFORM 0235-GRAVAR-VERBA
           END-IF.
           MOVE ALL '-' TO WRK-LINHA-HOL.
           PERFORM 0239-GRAVAR-LINHA-HOL.
           MOVE 'TOTAIS' TO WRK-VRB-DESCRICAO.
           MOVE WRK-HOL-TOT-PROV TO WRK-VRB-PROVENTO.
           MOVE WRK-HOL-TOT-DESC TO WRK-VRB-DESCONTO.
           PERFORM 0235-GRAVAR-VERBA.
           MOVE WRK-LIQUIDO-PAGAR TO WRK-HOL-ED.
           MOVE SPACES TO WRK-LINHA-HOL.
           STRING '  LIQUIDO A RECEBER' DELIMITED BY SIZE
               '                                 ' DELIMITED BY SIZE
               WRK-HOL-ED DELIMITED BY SIZE INTO WRK-LINHA-HOL.
           PERFORM 0239-GRAVAR-LINHA-HOL.
           MOVE ALL '-' TO WRK-LINHA-HOL.
           PERFORM 0239-GRAVAR-LINHA-HOL.
           IF ACUMULADO-GRAVADO
               MOVE SPACES TO WRK-LINHA-HOL
               STRING 'ACUMULADO NO ANO ' WRK-DATA-HOJE(1:4)
                   DELIMITED BY SIZE INTO WRK-LINHA-HOL
               PERFORM 0239-GRAVAR-LINHA-HOL
               MOVE WRK-ACU-ANO-BRUTO TO WRK-HOL-ED
               MOVE SPACES TO WRK-LINHA-HOL
               STRING '  BRUTO..........: ' WRK-HOL-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-HOL
               PERFORM 0239-GRAVAR-LINHA-HOL
               MOVE WRK-ACU-ANO-COMISSAO TO WRK-HOL-ED
               MOVE SPACES TO WRK-LINHA-HOL
               STRING '  COMISSOES......: ' WRK-HOL-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-HOL
               PERFORM 0239-GRAVAR-LINHA-HOL
               MOVE WRK-ACU-ANO-DESCONTO TO WRK-HOL-ED
               MOVE SPACES TO WRK-LINHA-HOL
               STRING '  DESCONTOS......: ' WRK-HOL-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-HOL
               PERFORM 0239-GRAVAR-LINHA-HOL
               MOVE WRK-ACU-ANO-LIQUIDO TO WRK-HOL-ED
               MOVE SPACES TO WRK-LINHA-HOL
               STRING '  LIQUIDO........: ' WRK-HOL-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-HOL
               PERFORM 0239-GRAVAR-LINHA-HOL
           ELSE
               MOVE SPACES TO WRK-LINHA-HOL
               STRING 'ACUMULADO NO ANO INDISPONIVEL'
                   DELIMITED BY SIZE INTO WRK-LINHA-HOL
               PERFORM 0239-GRAVAR-LINHA-HOL
           END-IF.
           MOVE SPACES TO WRK-LINHA-HOL.
           PERFORM 0239-GRAVAR-LINHA-HOL.
       0235-GRAVAR-VERBA.
           MOVE WRK-LINHA-VERBA TO WRK-LINHA-HOL.
           PERFORM 0239-GRAVAR-LINHA-HOL.
           MOVE SPACES TO WRK-VRB-DESCRICAO.
      * VERBA ZERADA NAO SAI NO HOLERITE
       0240-GRAVAR-VERBAS-PONTO.
           IF WRK-VALOR-HE50 NOT = ZEROS
               MOVE PNT-HORAS-EXTRA50 TO WRK-HOL-QTD
               STRING 'HORAS EXTRAS 50% (' WRK-HOL-QTD 'H)'
                   DELIMITED BY SIZE INTO WRK-VRB-DESCRICAO
               MOVE WRK-VALOR-HE50 TO WRK-VRB-PROVENTO
               MOVE ZEROS TO WRK-VRB-DESCONTO
               ADD WRK-VALOR-HE50 TO WRK-HOL-TOT-PROV
               PERFORM 0235-GRAVAR-VERBA
           END-IF.
           IF WRK-VALOR-HE100 NOT = ZEROS
               MOVE PNT-HORAS-EXTRA100 TO WRK-HOL-QTD
               STRING 'HORAS EXTRAS 100% (' WRK-HOL-QTD 'H)'
                   DELIMITED BY SIZE INTO WRK-VRB-DESCRICAO
               MOVE WRK-VALOR-HE100 TO WRK-VRB-PROVENTO
               MOVE ZEROS TO WRK-VRB-DESCONTO
               ADD WRK-VALOR-HE100 TO WRK-HOL-TOT-PROV
               PERFORM 0235-GRAVAR-VERBA
           END-IF.
           IF WRK-VALOR-FALTAS NOT = ZEROS
               MOVE PNT-DIAS-FALTA TO WRK-HOL-DIAS
               STRING 'FALTAS (' WRK-HOL-DIAS ' DIAS)'
                   DELIMITED BY SIZE INTO WRK-VRB-DESCRICAO
               MOVE ZEROS TO WRK-VRB-PROVENTO
               MOVE WRK-VALOR-FALTAS TO WRK-VRB-DESCONTO
               ADD WRK-VALOR-FALTAS TO WRK-HOL-TOT-DESC
               PERFORM 0235-GRAVAR-VERBA
           END-IF.
           IF WRK-VALOR-ATRASO NOT = ZEROS
               MOVE PNT-HORAS-ATRASO TO WRK-HOL-QTD
               STRING 'ATRASOS (' WRK-HOL-QTD 'H)'
                   DELIMITED BY SIZE INTO WRK-VRB-DESCRICAO
               MOVE ZEROS TO WRK-VRB-PROVENTO
               MOVE WRK-VALOR-ATRASO TO WRK-VRB-DESCONTO
               ADD WRK-VALOR-ATRASO TO WRK-HOL-TOT-DESC
               PERFORM 0235-GRAVAR-VERBA
           END-IF.
       0239-GRAVAR-LINHA-HOL.
           WRITE REG-HOLERITE FROM WRK-LINHA-HOL.
           IF WRK-FS-HOLERITE NOT = '00'
               DISPLAY 'ERRO AO GRAVAR HOLERITE - FS='
                   WRK-FS-HOLERITE
           END-IF.
      * PONTO DA COMPETENCIA DO PROCESSAMENTO - VALOR DA HORA =
      * SALARIO / JORNADA MENSAL, FALTA = 1/30 DO SALARIO POR DIA
      * OS DESCONTOS DE PONTO NUNCA PASSAM DOS PROVENTOS DO MES
       0250-CALCULAR-PONTO.
           MOVE ZEROS TO WRK-VALOR-HE50 WRK-VALOR-HE100
               WRK-VALOR-FALTAS WRK-VALOR-ATRASO.
           MOVE 'N' TO WRK-PONTO-ACHOU.
           COMPUTE WRK-PROVENTOS = REG-FUNC-SALARIO + WRK-VALOR-COMIS.
           IF PONTO-DISPONIVEL
               MOVE REG-FUNC-MATRICULA TO PNT-MATRICULA
               MOVE WRK-DATA-HOJE(1:6) TO PNT-COMPETENCIA
               READ ARQ-PONTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PONTO-ENCONTRADO TO TRUE
               END-READ
           END-IF.
           IF PONTO-ENCONTRADO
               ADD 1 TO WRK-QT-PONTO
               COMPUTE WRK-VALOR-HE50 ROUNDED = REG-FUNC-SALARIO
                   * PNT-HORAS-EXTRA50 * 1,5 / WRK-HORAS-MES
               COMPUTE WRK-VALOR-HE100 ROUNDED = REG-FUNC-SALARIO
                   * PNT-HORAS-EXTRA100 * 2 / WRK-HORAS-MES
               COMPUTE WRK-VALOR-FALTAS ROUNDED = REG-FUNC-SALARIO
                   * PNT-DIAS-FALTA / 30
               COMPUTE WRK-VALOR-ATRASO ROUNDED = REG-FUNC-SALARIO
                   * PNT-HORAS-ATRASO / WRK-HORAS-MES
               ADD WRK-VALOR-HE50 WRK-VALOR-HE100 TO WRK-PROVENTOS
               IF WRK-VALOR-FALTAS > WRK-PROVENTOS
                   MOVE WRK-PROVENTOS TO WRK-VALOR-FALTAS
               END-IF
               IF WRK-VALOR-FALTAS + WRK-VALOR-ATRASO > WRK-PROVENTOS
                   COMPUTE WRK-VALOR-ATRASO =
                       WRK-PROVENTOS - WRK-VALOR-FALTAS
               END-IF
           END-IF.
      * ADIANTAMENTO DA COMPETENCIA SAI DO LIQUIDO ATE O LIMITE
      * DO LIQUIDO - O QUE SOBRAR FICA PENDENTE NO ADIANT.DAT E
      * VAI PARA O RELATORIO DE EXCECOES
      * A FOLHA REPROCESSADA NO MES REFAZ O DESCONTO (O REGISTRO
      * JA BAIXADO POR ESTA COMPETENCIA E DESCONTADO DE NOVO)
       0260-DESCONTAR-ADIANTAMENTO.
           MOVE ZEROS TO WRK-VALOR-ADIANT.
           IF ADIANT-DISPONIVEL
               MOVE REG-FUNC-MATRICULA TO ADT-MATRICULA
               MOVE WRK-DATA-HOJE(1:6) TO ADT-COMPETENCIA
               READ ARQ-ADIANTAMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0265-BAIXAR-ADIANTAMENTO
               END-READ
           END-IF.
           COMPUTE WRK-LIQUIDO-PAGAR =
               WRK-FOL-LIQUIDO - WRK-VALOR-ADIANT.
       0265-BAIXAR-ADIANTAMENTO.
           MOVE ADT-VALOR TO WRK-VALOR-ADIANT.
           IF WRK-VALOR-ADIANT > WRK-FOL-LIQUIDO
               IF WRK-FOL-LIQUIDO > ZEROS
                   MOVE WRK-FOL-LIQUIDO TO WRK-VALOR-ADIANT
               ELSE
                   MOVE ZEROS TO WRK-VALOR-ADIANT
               END-IF
           END-IF.
           MOVE WRK-VALOR-ADIANT TO ADT-VALOR-DESCONTADO.
           MOVE WRK-DATA-HOJE TO ADT-DATA-DESCONTO.
           IF ADT-VALOR-DESCONTADO = ADT-VALOR
               MOVE 'D' TO ADT-STATUS
           ELSE
               MOVE 'P' TO ADT-STATUS
           END-IF.
           REWRITE REG-ADIANTAMENTO.
           IF WRK-FS-ADT NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ADIANT.DAT - FS=' WRK-FS-ADT
               STRING 'MATRICULA ' REG-FUNC-MATRICULA
                   ' ADIANTAMENTO DESCONTADO SEM BAIXA - FS='
                   WRK-FS-ADT DELIMITED BY SIZE
                   INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.
           IF WRK-VALOR-ADIANT NOT = ZEROS
               ADD 1 TO WRK-QT-ADIANT
           END-IF.
       0300-FINALIZAR.
           IF NOT ERRO-ABERTURA
               CLOSE ARQ-FUNCIONARIOS
                   DISPLAY 'ERRO AO FECHAR REL-FOLHA - FS='
                       WRK-FS-RELATORIO
               END-IF
               CLOSE REL-HOLERITE
               IF WRK-FS-HOLERITE NOT = '00'
                   DISPLAY 'ERRO AO FECHAR HOLERITE - FS='
                       WRK-FS-HOLERITE
               END-IF
               IF PONTO-DISPONIVEL
                   CLOSE ARQ-PONTO
                   IF WRK-FS-PNT NOT = '00'
                       DISPLAY 'ERRO AO FECHAR PONTOMES.DAT - FS='
                           WRK-FS-PNT
                   END-IF
               END-IF
               PERFORM 0340-LISTAR-EXCECOES
               IF ADIANT-DISPONIVEL
                   CLOSE ARQ-ADIANTAMENTO
                   IF WRK-FS-ADT NOT = '00'
                       DISPLAY 'ERRO AO FECHAR ADIANT.DAT - FS='
                           WRK-FS-ADT
                   END-IF
               END-IF
               MOVE 'T' TO REM-T-TIPO
               MOVE WRK-QT-PAGOS TO REM-T-QT
               MOVE WRK-TOT-CREDITO TO REM-T-TOTAL
               WRITE REG-REM-TRAILER
               IF WRK-FS-REMESSA NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR BANKREM - FS='
               IF WRK-FS-RELATORIO = '00'
                   CLOSE REL-FOLHA
               END-IF
               IF WRK-FS-HOLERITE = '00'
                   CLOSE REL-HOLERITE
               END-IF
               IF PONTO-DISPONIVEL
                   CLOSE ARQ-PONTO
               END-IF
               IF ADIANT-DISPONIVEL
                   CLOSE ARQ-ADIANTAMENTO
               END-IF
           END-IF.
           DISPLAY '---------------------'.
           DISPLAY 'FUNCIONARIOS PAGOS....: ' WRK-QT-PAGOS.
           DISPLAY 'DESLIGADOS IGNORADOS..: ' WRK-QT-DESLIGADOS.
           DISPLAY 'ERROS DE CALCULO......: ' WRK-QT-ERROS.
           DISPLAY 'FORA DO ACUMULADO.....: ' WRK-QT-SEM-ACUM.
           DISPLAY 'COM VERBAS DE PONTO...: ' WRK-QT-PONTO.
           DISPLAY 'ADIANTAMENTOS DESCONT.: ' WRK-QT-ADIANT.
           DISPLAY 'ADIANTAM. NAO DESCONT.: ' WRK-QT-EXCECOES.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           STRING 'FOLHA ' WRK-DATA-HOJE(1:6) ' - ' WRK-QT-PAGOS
               ' PAGOS ' WRK-QT-ERROS ' ERROS'
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
      * LANCAMENTOS BALANCEADOS - O DEBITO DE DESPESA E A SOMA
      * DOS CREDITOS, O CREDITO DE BANCOS E O MESMO TOTAL DO
      * TRAILER DA REMESSA BANKREM E O ADIANTAMENTO DESCONTADO
      * BAIXA A CONTA DE ADIANTAMENTOS A FUNCIONARIOS
       0320-GERAR-CONTABIL.
           IF WRK-QT-PAGOS = ZEROS
               CONTINUE
                   PERFORM 0965-GRAVAR-LANCAMENTO
                   MOVE '11200000' TO LANC-CONTA
                   MOVE 'C' TO LANC-DC
                   MOVE WRK-TOT-CREDITO TO LANC-VALOR
                   PERFORM 0965-GRAVAR-LANCAMENTO
                   IF WRK-TOT-ADIANT NOT = ZEROS
                       MOVE '11400000' TO LANC-CONTA
                       MOVE 'C' TO LANC-DC
                       MOVE WRK-TOT-ADIANT TO LANC-VALOR
                       PERFORM 0965-GRAVAR-LANCAMENTO
                   END-IF
                   CLOSE ARQ-LANCAMENTOS
                   IF WRK-FS-LANC NOT = '00'
                       DISPLAY 'ERRO AO FECHAR GLINTF - FS='
               WRK-TOT-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.

           MOVE WRK-TOT-HEXTRA TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'HORAS EXTRAS NO BRUTO: ' DELIMITED BY SIZE
               WRK-TOT-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.

           MOVE WRK-TOT-AUSENCIA TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'FALTAS/ATRASOS DESC..: ' DELIMITED BY SIZE
               WRK-TOT-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.

           MOVE WRK-TOT-DESCONTO TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TOTAL DE DESCONTOS...: ' DELIMITED BY SIZE
               WRK-TOT-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.

           MOVE WRK-TOT-ADIANT TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'ADIANTAMENTOS DESC...: ' DELIMITED BY SIZE
               WRK-TOT-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.

           MOVE WRK-TOT-CREDITO TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'LIQUIDO NA REMESSA...: ' DELIMITED BY SIZE
               WRK-TOT-ED DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.

           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'FUNCIONARIOS PAGOS...: ' DELIMITED BY SIZE
               WRK-QT-PAGOS DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0390-GRAVAR-LINHA-REL.
      * VARRE O ADIANT.DAT INTEIRO - TODO ADIANTAMENTO AINDA
      * PENDENTE ATE A COMPETENCIA DA FOLHA E EXCECAO
       0340-LISTAR-EXCECOES.
           OPEN OUTPUT REL-EXCECAO.
           IF WRK-FS-EXCECAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELADEX - FS=' WRK-FS-EXCECAO
           ELSE
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'ADIANTAMENTOS NAO DESCONTADOS - FOLHA '
                   WRK-DATA-HOJE(1:6) DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               PERFORM 0395-GRAVAR-LINHA-EXC
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'MATRIC  COMPET  PAGO EM       VALOR      SALDO'
                   '  MOTIVO' DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0395-GRAVAR-LINHA-EXC
               IF ADIANT-DISPONIVEL
                   MOVE 'N' TO WRK-FIM-ADIANT
                   MOVE ZEROS TO ADT-CHAVE
                   START ARQ-ADIANTAMENTO KEY IS >= ADT-CHAVE
                       INVALID KEY
                           SET FIM-ADIANT TO TRUE
                   END-START
                   PERFORM 0345-CONFERIR-ADIANTAMENTO
                       UNTIL FIM-ADIANT
               END-IF
               MOVE SPACES TO WRK-LINHA-REL
               IF WRK-QT-EXCECOES = ZEROS
                   STRING 'NENHUM ADIANTAMENTO PENDENTE'
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
               ELSE
                   MOVE WRK-TOT-EXCECOES TO WRK-TOT-ED
                   STRING 'PENDENTES: ' WRK-QT-EXCECOES
                       '  SALDO: ' WRK-TOT-ED
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
               END-IF
               PERFORM 0395-GRAVAR-LINHA-EXC
               CLOSE REL-EXCECAO
               IF WRK-FS-EXCECAO NOT = '00'
                   DISPLAY 'ERRO AO FECHAR RELADEX - FS='
                       WRK-FS-EXCECAO
               END-IF
           END-IF.
       0345-CONFERIR-ADIANTAMENTO.
           READ ARQ-ADIANTAMENTO NEXT RECORD
               AT END
                   SET FIM-ADIANT TO TRUE
               NOT AT END
                   IF ADIANT-PENDENTE
                       AND ADT-COMPETENCIA NOT > WRK-DATA-HOJE(1:6)
                       PERFORM 0350-GRAVAR-EXCECAO
                   END-IF
           END-READ.
       0350-GRAVAR-EXCECAO.
           ADD 1 TO WRK-QT-EXCECOES.
           COMPUTE WRK-TOT-EXCECOES = WRK-TOT-EXCECOES
               + ADT-VALOR - ADT-VALOR-DESCONTADO.
           MOVE ADT-MATRICULA TO WRK-EXC-MATRICULA.
           MOVE ADT-COMPETENCIA TO WRK-EXC-COMPET.
           MOVE ADT-DATA-PAGTO TO WRK-EXC-PAGTO.
           MOVE ADT-VALOR TO WRK-EXC-VALOR.
           COMPUTE WRK-EXC-SALDO = ADT-VALOR - ADT-VALOR-DESCONTADO.
           EVALUATE TRUE
               WHEN ADT-COMPETENCIA < WRK-DATA-HOJE(1:6)
                   MOVE 'COMPETENCIA ANTERIOR' TO WRK-EXC-MOTIVO
               WHEN ADT-VALOR-DESCONTADO > ZEROS
                   MOVE 'LIQUIDO INSUFICIENTE - PARCIAL'
                       TO WRK-EXC-MOTIVO
               WHEN ADT-DATA-DESCONTO = WRK-DATA-HOJE
                   MOVE 'LIQUIDO INSUFICIENTE'
                       TO WRK-EXC-MOTIVO
               WHEN OTHER
                   MOVE 'FUNCIONARIO FORA DA FOLHA'
                       TO WRK-EXC-MOTIVO
           END-EVALUATE.
           MOVE WRK-LINHA-EXC TO WRK-LINHA-REL.
           PERFORM 0395-GRAVAR-LINHA-EXC.
           STRING 'MATRICULA ' ADT-MATRICULA ' ADIANTAMENTO '
               ADT-COMPETENCIA ' NAO DESCONTADO'
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
       0395-GRAVAR-LINHA-EXC.
           WRITE REG-EXCECAO FROM WRK-LINHA-REL.
           IF WRK-FS-EXCECAO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELADEX - FS=' WRK-FS-EXCECAO
           END-IF.
       0390-GRAVAR-LINHA-REL.
           WRITE REG-RELATORIO FROM WRK-LINHA-REL.
           IF WRK-FS-RELATORIO NOT = '00'
           COPY 'BOOKFOLCALC.COB'.
           COPY 'BOOKPARGET.COB'.
           COPY 'BOOKGLWRT.COB'.
           COPY 'BOOKACUWRT.COB'.
           COPY 'BOOKLOGWRT.COB'.
