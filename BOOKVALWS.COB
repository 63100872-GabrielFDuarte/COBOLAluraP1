      *         03 = TODOS OS DIGITOS IGUAIS
      *         04 = CPF COM CARACTERES NAO NUMERICOS
      * USADO POR = PROGCOBEXERC01 / PROGCOBREJ / PROGCOB02 /
      *             PROGCOBMOVF / PROGCOBVALCPF / PROGCOBLGPD
      * DATA     = 22/08/2026
      ********************************************
       77 WRK-VAL-CPF     PIC X(11) VALUE ZEROS.
