      * REGISTROS I FICAM FORA DO CONTROLE DE LOTE
      * VND-VALOR ACEITA VALOR COM SINAL PARA PERMITIR
      * ESTORNOS/NOTAS DE CREDITO NO DIA
      * VND-TIPO-PGTO D DINHEIRO / C CARTAO / R CREDIARIO /
      * P RESGATE DE PONTOS DE FIDELIDADE
      * VND-HORA (HHMMSS DO CAIXA) E OPCIONAL NO FIM DO D -
      * ARQUIVO ANTIGO SEM ELA CHEGA COM ESPACOS
      * USADO POR = PROGCOB15 / PROGCOBCOMIS / PROGCOBRANK /
      *             PROGCOBNFE / PROGCOBNFEC / PROGCOBSCOR /
      *             PROGCOBINTG / PROGCOBFLUX
      * DATA     = 22/08/2026
      ********************************************
       FD  ARQ-VENDAS.
           05 VND-TIPO-PGTO   PIC X(01).
           05 VND-QT-ITENS    PIC 9(03).
           05 VND-VALOR       PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
           05 VND-HORA        PIC X(06).
       01  REG-VENDA-HEADER.
           05 VNH-TIPO-REG     PIC X(01).
           05 VNH-DATA-GERACAO PIC 9(08).
