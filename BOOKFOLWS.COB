      * DESCONTO E LIQUIDO (VER BOOKFOLCALC.COB)
      * WRK-FOL-SALARIO TEM DECIMAIS PARA RECEBER O BRUTO COM
      * VERBAS SOMADAS (COMISSAO DO COMISFOL)
      * USADO POR = PROGCOB02 / PROGCOBFOLHA / PROGCOBFLUX
      * DATA     = 22/08/2026
      ********************************************
       77 WRK-FOL-SALARIO  PIC 9(10)V99  VALUE ZEROS.
