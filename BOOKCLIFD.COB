      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DO CADASTRO MESTRE DE CLIENTES
      * ALIMENTADO PELA VALIDACAO DE CPF - SO ENTRA CPF VALIDO
      * LIMITE DE CREDITO DO CREDIARIO POR CLIENTE - ZERADO
      * VALE O LIMITE PADRAO DO PARAMDB (CREDIARIO-LIMITE-PAD)
      * USADO POR = PROGCOBEXERC01 / PROGCOBCLI / PROGCOBREJ /
      *             PROGCOB15 / PROGCOBRETC / PROGCOBRFM / PROGCOBAUDR /
      *             PROGCOBLGPD
      * DATA     = 22/08/2026
      ********************************************
       FD  ARQ-CLIENTES.
           05 REG-CLI-STATUS   PIC X(01).
               88 CLIENTE-ATIVO   VALUE 'A'.
               88 CLIENTE-INATIVO VALUE 'I'.
           05 REG-CLI-LIMITE-CRED PIC S9(07)V99 SIGN IS TRAILING
               SEPARATE.
