                   PERFORM 0906-FECHAR-LOG
               END-IF
           END-IF.
      * DESCRICAO SAI LIMPA PARA O PROXIMO STRING NAO HERDAR O
      * FINAL DE UMA DESCRICAO MAIS LONGA
           MOVE SPACES TO WRK-DESCRICAO-LOG.
       0905-ABRIR-LOG.
           OPEN EXTEND ARQ-LOG.
           IF WRK-FS-LOG = '35'
