      * OBJETIVO = PARAGRAFO COMUM DE VERIFICACAO DE PERIODO FECHADO
      * PRESSUPOE QUE O CHAMADOR JA MOVEU O PERIODO A VERIFICAR
      * PARA WRK-PERIODO ANTES DO PERFORM
      * USADO POR = PROGCOB15 / PROGCOBFECHA / PROGCOBBKOU
      * DATA     = 22/11/2019
      ********************************************
       0910-VERIFICAR-FECHADO.
