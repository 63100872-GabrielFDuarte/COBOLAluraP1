      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = PARAMETROS COMUNS DE CHAMADA DO PROGCOBVALCNPJ
      * RETORNO 00 = CNPJ VALIDO
      *         01 = PRIMEIRO DIGITO VERIFICADOR INVALIDO
      *         02 = SEGUNDO DIGITO VERIFICADOR INVALIDO
      *         03 = TODOS OS DIGITOS IGUAIS
      *         04 = CNPJ COM CARACTERES NAO NUMERICOS
      * USADO POR = PROGCOBFORN
      * DATA     = 15/10/2026
      ********************************************
       77 WRK-VAL-CNPJ     PIC X(14) VALUE ZEROS.
       77 WRK-VAL-CNPJ-RET PIC X(02) VALUE '00'.
