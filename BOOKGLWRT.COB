      * VALOR NEGATIVO (DIA DE NOTA DE CREDITO) = ESTORNO,
      * DEBITO VENDAS / CREDITO CAIXA PELO VALOR ABSOLUTO -
      * NUNCA DEBITO NEGATIVO
      * 0962 GRAVA UM PAR COM AS CONTAS INFORMADAS PELO
      * CHAMADOR EM WRK-LANC-CONTA-DEB / WRK-LANC-CONTA-CRED -
      * VALOR NEGATIVO INVERTE DEBITO E CREDITO
      * USADO POR = PROGCOB15 / PROGCOBFECHA / PROGCOBRETC /
      *             PROGCOBEST / PROGCOBPTS / PROGCOBPAGS /
      *             PROGCOBFOLHA / PROGCOBTRIB / PROGCOBADIA /
      *             PROGCOBRESC / PROGCOBLIBC
      * DATA     = 22/08/2026
      ********************************************
       0960-GRAVAR-LANCAMENTO-PAR.
                   END-IF
               END-IF
           END-IF.
       0962-GRAVAR-LANCAMENTO-CONTAS.
           IF WRK-LANC-VALOR = ZEROS
               CONTINUE
           ELSE
               OPEN EXTEND ARQ-LANCAMENTOS
               IF WRK-FS-LANC = '35'
                   OPEN OUTPUT ARQ-LANCAMENTOS
               END-IF
               IF WRK-FS-LANC NOT = '00'
                   DISPLAY 'ERRO AO ABRIR GLINTF - FS=' WRK-FS-LANC
               ELSE
                   MOVE SPACES TO REG-LANCAMENTO
                   MOVE WRK-LANC-DATA TO LANC-DATA
                   MOVE FUNCTION ABS(WRK-LANC-VALOR) TO LANC-VALOR
                   MOVE WRK-LANC-ORIGEM TO LANC-ORIGEM
                   IF WRK-LANC-VALOR > ZEROS
                       MOVE WRK-LANC-CONTA-DEB TO LANC-CONTA
                   ELSE
                       MOVE WRK-LANC-CONTA-CRED TO LANC-CONTA
                   END-IF
                   MOVE 'D' TO LANC-DC
                   PERFORM 0965-GRAVAR-LANCAMENTO
                   IF WRK-LANC-VALOR > ZEROS
                       MOVE WRK-LANC-CONTA-CRED TO LANC-CONTA
                   ELSE
                       MOVE WRK-LANC-CONTA-DEB TO LANC-CONTA
                   END-IF
                   MOVE 'C' TO LANC-DC
                   PERFORM 0965-GRAVAR-LANCAMENTO
                   CLOSE ARQ-LANCAMENTOS
                   IF WRK-FS-LANC NOT = '00'
                       DISPLAY 'ERRO AO FECHAR GLINTF - FS='
                           WRK-FS-LANC
                   END-IF
               END-IF
           END-IF.
       0965-GRAVAR-LANCAMENTO.
           WRITE REG-LANCAMENTO.
           IF WRK-FS-LANC NOT = '00'
