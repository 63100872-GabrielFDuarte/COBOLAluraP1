      * OBJETIVO = MANUTENCAO E CONSULTA DO CADASTRO DE CLIENTES
      * A INCLUSAO DE CLIENTE E FEITA PELA VALIDACAO DE CPF
      * (PROGCOBEXERC01) - AQUI O CADASTRO SO CONSULTA,
      * COMPLETA O NOME, ATIVA/INATIVA O CLIENTE E MANTEM O
      * LIMITE DE CREDITO DO CREDIARIO
      * CONSULTA TAMBEM O HISTORICO DE COMPRAS DO RAZAO
      * CLICOMPR.DAT (ALIMENTADO PELA APURACAO DIARIA) E
      * IMPRIME O EXTRATO DE UM CPF POR FAIXA DE DATAS
       77 WRK-OPCAO     PIC 9(01) VALUE ZEROS.
       77 WRK-NOME-ENT  PIC X(30) VALUE SPACES.
       77 WRK-STATUS-ENT PIC X(01) VALUE SPACE.
       01 WRK-LIMITE-ENT-AREA.
           05 WRK-LIMITE-ENT PIC X(09) VALUE SPACES.
       01 WRK-LIMITE-NUM REDEFINES WRK-LIMITE-ENT-AREA
           PIC 9(07)V99.
       77 WRK-LIMITE-ED  PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-FIM-CCL    PIC X(01) VALUE 'N'.
           88 FIM-COMPRAS VALUE 'S'.
           DISPLAY '====================================='.
           DISPLAY ' CADASTRO DE CLIENTES'.
           DISPLAY ' 1 - CONSULTAR CLIENTE'.
           DISPLAY ' 2 - ALTERAR NOME/STATUS/LIMITE'.
           DISPLAY ' 3 - HISTORICO DE COMPRAS'.
           DISPLAY ' 4 - EXTRATO DE COMPRAS (IMPRESSO)'.
           DISPLAY ' 9 - SAIR'.
           ELSE
               DISPLAY 'STATUS...........: INATIVO'
           END-IF.
           IF REG-CLI-LIMITE-CRED IS NUMERIC
                   AND REG-CLI-LIMITE-CRED > ZEROS
               MOVE REG-CLI-LIMITE-CRED TO WRK-LIMITE-ED
               DISPLAY 'LIMITE CREDIARIO.: ' WRK-LIMITE-ED
           ELSE
               DISPLAY 'LIMITE CREDIARIO.: PADRAO DO PARAMETRO'
           END-IF.
       0300-ALTERAR.
           DISPLAY 'CPF DO CLIENTE: '.
           ACCEPT WRK-CPF FROM CONSOLE.
                   DISPLAY 'STATUS INVALIDO - MANTIDO O ANTERIOR'
               END-IF
           END-IF.
      * LIMITE ZERADO DEVOLVE O CLIENTE AO LIMITE PADRAO DO
      * PARAMETRO CREDIARIO-LIMITE-PAD NA APURACAO DIARIA
           IF REG-CLI-LIMITE-CRED NOT NUMERIC
               MOVE ZEROS TO REG-CLI-LIMITE-CRED
           END-IF.
           DISPLAY 'LIMITE DE CREDITO (7 INTEIROS + 2 DECIMAIS, SO'
               ' DIGITOS - BRANCO MANTEM): '.
           MOVE SPACES TO WRK-LIMITE-ENT.
           ACCEPT WRK-LIMITE-ENT FROM CONSOLE.
           IF WRK-LIMITE-ENT NOT = SPACES
               IF WRK-LIMITE-ENT IS NUMERIC
                   MOVE WRK-LIMITE-NUM TO REG-CLI-LIMITE-CRED
               ELSE
                   DISPLAY 'LIMITE INVALIDO - MANTIDO O ANTERIOR'
               END-IF
           END-IF.
           REWRITE REG-CLIENTE.
           IF WRK-FS-CLI NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CLIENTDB.DAT - FS=' WRK-FS-CLI
