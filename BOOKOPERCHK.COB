      * REUSO DAS 4 ULTIMAS SENHAS (0958)
      * NA PRIMEIRA EXECUCAO (OPERDB.DAT INEXISTENTE) CADASTRA
      * O OPERADOR INFORMADO COMO SUPERVISOR MASTER
      * SIGN-ON ACEITO GRAVA A DATA-SIGNON DO OPERADOR
      * USADO POR = PROGCOBMENU / PROGCOBOPER / PROGCOBREAB /
      *             PROGCOBBKOU / PROGCOBPAGS / PROGCOBLGPD
      * DATA     = 22/08/2026
      ********************************************
       0950-AUTENTICAR-OPERADOR.
                   IF TROCA-OBRIGATORIA
                       PERFORM 0953-TROCAR-SENHA-OBRIG
                   END-IF
                   IF NOT TROCA-OBRIGATORIA
                       MOVE WRK-OPER-DATA-HOJE TO REG-OPER-DATA-SIGNON
                   END-IF
                   REWRITE REG-OPERADOR
                   IF WRK-FS-OPER NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR OPERDB.DAT - FS='
                   ADD 1 TO REG-OPER-TENTATIVAS
                   IF REG-OPER-TENTATIVAS >= 3
                       MOVE 'S' TO REG-OPER-BLOQUEADO
                       MOVE 'T' TO REG-OPER-MOTIVO-BLOQ
                       DISPLAY 'OPERADOR BLOQUEADO POR EXCESSO DE'
                           ' TENTATIVAS'
                   ELSE
               MOVE WRK-OPER-DATA-HOJE TO REG-OPER-DATA-SENHA
               MOVE 'N' TO REG-OPER-TROCA-OBRIG
               MOVE SPACES TO REG-OPER-HIST-SENHAS
               MOVE WRK-OPER-DATA-HOJE TO REG-OPER-DATA-SIGNON
               MOVE WRK-OPER-DATA-HOJE TO REG-OPER-DATA-LIBERA
               MOVE SPACE TO REG-OPER-MOTIVO-BLOQ
               WRITE REG-OPERADOR
               IF WRK-FS-OPER NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR OPERDB.DAT - FS='
