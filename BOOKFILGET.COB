      * CHAMADOR - FILIAL OU ARQUIVO AUSENTE DEVOLVE O NOME
      * DE AVISO E WRK-FILGET-ACHOU = N, ENTAO OS RELATORIOS
      * SEGUEM SAINDO MESMO SEM O FILIALDB.DAT
      * USADO POR = PROGCOB15 / PROGCOBVAR / PROGCOBCOMP / PROGCOBSCOR /
      *             PROGCOBAUDR / PROGCOBFORN
      * DATA     = 02/09/2026
      ********************************************
       0915-LER-FILIAL.
