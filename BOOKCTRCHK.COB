      * O LOTE RECEM APLICADO COM DATA E OPERADOR
      * ARQUIVO AUSENTE NO 0975 SIGNIFICA PRIMEIRO USO - NADA
      * PROCESSADO AINDA
      * USADO POR = PROGCOB15 / PROGCOBMOVF / PROGCOBRETC /
      *             PROGCOBPONT
      * DATA     = 02/09/2026
      ********************************************
       0975-VERIFICAR-LOTE.
