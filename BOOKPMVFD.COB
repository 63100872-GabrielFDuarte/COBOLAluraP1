      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DO EXTRATO DE MOVIMENTOS DE
      * PONTOS DE FIDELIDADE - CHAVE CPF + DATA + FILIAL +
      * SEQUENCIA DO LOTE + TIPO, PARA O EXTRATO MENSAL LER
      * O MES DE UM CPF COM START/READ NEXT
      * PONTOS COM SINAL - GANHO POSITIVO, RESGATE E EXPIRACAO
      * NEGATIVOS, ESTORNO COM O SINAL DO QUE DEVOLVEU
      * VALOR = REAIS DA VENDA/ESTORNO QUE GEROU O MOVIMENTO
      * USADO POR = PROGCOB15 / PROGCOBEST / PROGCOBPTS / PROGCOBBKOU /
      *             PROGCOBLGPD
      * DATA     = 15/10/2026
      ********************************************
       FD  ARQ-MOV-PONTOS.
       01  REG-MOV-PONTOS.
           05 PMV-CHAVE.
              10 PMV-CPF    PIC X(11).
              10 PMV-DATA   PIC 9(08).
              10 PMV-FILIAL PIC 9(03).
              10 PMV-SEQ    PIC 9(05).
              10 PMV-TIPO   PIC X(01).
                  88 PONTOS-GANHOS     VALUE 'G'.
                  88 PONTOS-RESGATADOS VALUE 'R'.
                  88 PONTOS-ESTORNADOS VALUE 'E'.
                  88 PONTOS-EXPIRADOS  VALUE 'X'.
           05 PMV-PONTOS    PIC S9(09) SIGN IS TRAILING SEPARATE.
           05 PMV-VALOR     PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
           05 PMV-OPERADOR  PIC X(08).
