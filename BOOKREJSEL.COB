      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SELECT COMUM DO ARQUIVO DE CPF REJEITADO
      * USADO POR = PROGCOBEXERC01 / PROGCOBREJ / PROGCOBINTG /
      *             PROGCOBLGPD
      * DATA     = 22/08/2026
      ********************************************
           SELECT ARQ-CPF-REJ ASSIGN TO CPFREJ
