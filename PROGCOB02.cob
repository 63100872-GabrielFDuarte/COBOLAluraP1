      * INCLUIR/ALTERAR NOME E SALARIO NO ARQUIVO INDEXADO
      * DESLIGAR/REATIVAR FUNCIONARIO COM DATA DE ADMISSAO E
      * DESLIGAMENTO E HISTORICO DE ALTERACOES EM FUNCHIST.DAT
      * OPERACAO A LIGA/DESLIGA O ADIANTAMENTO QUINZENAL DO
      * FUNCIONARIO (OPCAO DE NAO RECEBER), COM HISTORICO
      * DATA     = 16/10/2019
      ********************************************
       ENVIRONMENT DIVISION.
       77 WRK-FOLHA-ERRO PIC X(01) VALUE 'N'.
           88 FOLHA-ERRO VALUE 'S'.
       77 WRK-OPERACAO  PIC X(01) VALUE SPACE.
           88 OPERACAO-VALIDA VALUE 'I' 'D' 'R' 'A'.
       77 WRK-ADIANTAMENTO PIC X(01) VALUE SPACE.
           88 ADIANTAMENTO-VALIDO VALUE 'S' 'N'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-ANT-NOME     PIC X(20) VALUE SPACES.
       77 WRK-ANT-SALARIO  PIC 9(10) VALUE ZEROS.
           MOVE SPACE TO WRK-OPERACAO.
           PERFORM UNTIL OPERACAO-VALIDA
               DISPLAY 'OPERACAO (I-INCLUIR/ALTERAR D-DESLIGAR'
                   ' R-REATIVAR A-ADIANTAMENTO): '
               ACCEPT WRK-OPERACAO FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-OPERACAO) TO WRK-OPERACAO
               IF NOT OPERACAO-VALIDA
                   DISPLAY 'OPERACAO INVALIDA - DIGITE I, D, R OU A'
               END-IF
           END-PERFORM.
       0060-INCLUIR-ALTERAR.
                       MOVE 'A' TO REG-FUNC-STATUS
                       MOVE WRK-DATA-HOJE TO REG-FUNC-DATA-ADMISSAO
                       MOVE ZEROS TO REG-FUNC-DATA-DESLIG
                       MOVE 'S' TO REG-FUNC-ADIANTAMENTO
                       WRITE REG-FUNCIONARIO
                       IF WRK-FS-FUNC NOT = '00'
                           DISPLAY 'ERRO AO GRAVAR FUNCDB.DAT - FS='
                           ' NAO ENCONTRADA PARA ' WRK-OPERACAO
                           DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   NOT INVALID KEY
                       EVALUATE WRK-OPERACAO
                           WHEN 'D'
                               PERFORM 0410-DESLIGAR
                           WHEN 'R'
                               PERFORM 0420-REATIVAR
                           WHEN 'A'
                               PERFORM 0430-OPCAO-ADIANTAMENTO
                       END-EVALUATE
               END-READ
               CLOSE ARQ-FUNCIONARIOS
               IF WRK-FS-FUNC NOT = '00'
                   PERFORM 0930-GRAVAR-FUNCHIST
                   DISPLAY 'FUNCIONARIO DESLIGADO - MATRICULA '
                       WRK-MATRICULA
                   DISPLAY 'CALCULAR A RESCISAO NO PROGCOBRESC'
                   STRING 'MATRICULA ' WRK-MATRICULA ' DESLIGADA EM '
                       WRK-DATA-HOJE DELIMITED BY SIZE
                       INTO WRK-DESCRICAO-LOG
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               END-IF
           END-IF.
      * S = RECEBE O ADIANTAMENTO QUINZENAL / N = NAO RECEBE
       0430-OPCAO-ADIANTAMENTO.
           MOVE SPACE TO WRK-ADIANTAMENTO.
           PERFORM UNTIL ADIANTAMENTO-VALIDO
               DISPLAY 'RECEBE ADIANTAMENTO QUINZENAL (S/N): '
               ACCEPT WRK-ADIANTAMENTO FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-ADIANTAMENTO)
                   TO WRK-ADIANTAMENTO
               IF NOT ADIANTAMENTO-VALIDO
                   DISPLAY 'RESPOSTA INVALIDA - DIGITE S OU N'
               END-IF
           END-PERFORM.
           MOVE WRK-MATRICULA TO WRK-FHIST-MATRICULA.
           MOVE 'ADIANTAM' TO WRK-FHIST-CAMPO.
           MOVE REG-FUNC-ADIANTAMENTO TO WRK-FHIST-ANTES.
           MOVE WRK-ADIANTAMENTO TO REG-FUNC-ADIANTAMENTO.
           MOVE REG-FUNC-ADIANTAMENTO TO WRK-FHIST-DEPOIS.
           REWRITE REG-FUNCIONARIO.
           IF WRK-FS-FUNC NOT = '00'
               DISPLAY 'ERRO AO GRAVAR FUNCDB.DAT - FS='
                   WRK-FS-FUNC
               STRING 'MATRICULA ' WRK-MATRICULA ' FALHA AO'
                   ' GRAVAR ADIANTAMENTO - FS=' WRK-FS-FUNC
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
           ELSE
               PERFORM 0930-GRAVAR-FUNCHIST
               DISPLAY 'ADIANTAMENTO QUINZENAL = ' WRK-ADIANTAMENTO
                   ' - MATRICULA ' WRK-MATRICULA
               STRING 'MATRICULA ' WRK-MATRICULA
                   ' ADIANTAMENTO QUINZENAL = ' WRK-ADIANTAMENTO
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
           END-IF.
       0300-CALCULAR-FOLHA.
           MOVE WRK-SALARIO TO WRK-FOL-SALARIO.
           PERFORM 0940-CALCULAR-FOLHA.
