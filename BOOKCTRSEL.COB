      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO ARQUIVO DE CONTROLE DE
      * LOTES PROCESSADOS
      * USADO POR = PROGCOB15 / PROGCOBMOVF / PROGCOBCTRL /
      *             PROGCOBRETC / PROGCOBPONT / PROGCOBBKOU
      * DATA     = 02/09/2026
      ********************************************
           SELECT ARQ-CONTROLE-LOTE ASSIGN TO 'LOTECTRL.DAT'
