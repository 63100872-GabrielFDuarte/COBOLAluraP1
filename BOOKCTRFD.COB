      * LOTES PROCESSADOS - UM REGISTRO POR LOTE DE ENTRADA JA
      * APLICADO (ORIGEM + DATA + FILIAL DO CABECALHO), PARA
      * UMA RESSUBMISSAO NAO ACUMULAR O MESMO DIA DUAS VEZES
      * USADO POR = PROGCOB15 / PROGCOBMOVF / PROGCOBCTRL /
      *             PROGCOBRETC / PROGCOBPONT / PROGCOBBKOU
      * DATA     = 02/09/2026
      ********************************************
       FD  ARQ-CONTROLE-LOTE.
