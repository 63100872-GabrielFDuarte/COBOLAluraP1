      * OBJETIVO = LAYOUT COMUM DO ARQUIVO DE HISTORICO DE VENDAS
      * CHAVE COMPOSTA DATA + FILIAL PARA APURACAO POR LOJA
      * USADO POR = PROGCOB15 / PROGCOBFECHA / PROGCOBARQV /
      *             PROGCOBTEND / PROGCOBINTG / PROGCOBAUDR /
      *             PROGCOBBKOU
      * DATA     = 20/11/2019
      ********************************************
       FD  ARQ-HISTORICO.
