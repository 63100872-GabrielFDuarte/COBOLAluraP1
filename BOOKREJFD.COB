      * OBJETIVO = LAYOUT COMUM DO ARQUIVO DE CPF REJEITADO
      * STATUS P = PENDENTE DE CORRECAO / R = RESOLVIDO
      * REG-CPF-REJ-DATA = DATA DA REJEICAO PARA O AGING
      * USADO POR = PROGCOBEXERC01 / PROGCOBREJ / PROGCOBINTG /
      *             PROGCOBLGPD
      * DATA     = 22/08/2026
      ********************************************
       FD  ARQ-CPF-REJ.
