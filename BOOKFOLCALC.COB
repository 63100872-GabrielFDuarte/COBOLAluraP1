      * NA FONTE - PRESSUPOE WRK-FOL-SALARIO PREENCHIDO
      * 0945-CARREGAR-FAIXAS LE AS FAIXAS DO PARAMDB.DAT NA
      * PARTIDA DO PROGRAMA (DEFAULTS DE BOOKFOLWS SE AUSENTE)
      * USADO POR = PROGCOB02 / PROGCOBFOLHA / PROGCOBRESC / PROGCOBFLUX
      * DATA     = 22/08/2026
      ********************************************
       0945-CARREGAR-FAIXAS.
