      * SENHA INICIAL E RESET GRAVAM EMBARALHADO E MARCAM A
      * TROCA OBRIGATORIA NO PROXIMO SIGN-ON DO OPERADOR
      * SOMENTE SUPERVISOR TEM ACESSO - TUDO VAI PARA O LOG
      * INCLUSAO E DESBLOQUEIO REINICIAM A CONTAGEM DE
      * INATIVIDADE DO BLOQUEIO AUTOMATICO (DATA-LIBERA)
      * DATA     = 22/08/2026
      ********************************************
       ENVIRONMENT DIVISION.
               MOVE WRK-OPER-DATA-HOJE TO REG-OPER-DATA-SENHA
               MOVE 'S' TO REG-OPER-TROCA-OBRIG
               MOVE SPACES TO REG-OPER-HIST-SENHAS
               MOVE ZEROS TO REG-OPER-DATA-SIGNON
               MOVE WRK-OPER-DATA-HOJE TO REG-OPER-DATA-LIBERA
               MOVE SPACE TO REG-OPER-MOTIVO-BLOQ
               WRITE REG-OPERADOR
               IF WRK-FS-OPER NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR OPERDB.DAT - FS='
                   NOT INVALID KEY
                       MOVE 'N' TO REG-OPER-BLOQUEADO
                       MOVE ZEROS TO REG-OPER-TENTATIVAS
                       MOVE SPACE TO REG-OPER-MOTIVO-BLOQ
                       MOVE WRK-OPER-DATA-HOJE TO REG-OPER-DATA-LIBERA
                       IF WRK-SENHA-ENT NOT = SPACES
                           MOVE WRK-SENHA-ENT
                               TO WRK-OPER-SENHA-CLARA
                       DISPLAY 'NOME.........: ' REG-OPER-NOME
                       DISPLAY 'SUPERVISOR...: ' REG-OPER-SUPERVISOR
                       DISPLAY 'BLOQUEADO....: ' REG-OPER-BLOQUEADO
                           ' ' REG-OPER-MOTIVO-BLOQ
                       DISPLAY 'TENTATIVAS...: ' REG-OPER-TENTATIVAS
                       DISPLAY 'PERFIL 1-8...: ' REG-OPER-PERFIL
                       IF REG-OPER-DATA-SIGNON IS NUMERIC
                               AND REG-OPER-DATA-SIGNON NOT = ZEROS
                           DISPLAY 'ULTIMO SIGNON: '
                               REG-OPER-DATA-SIGNON
                       ELSE
                           DISPLAY 'ULTIMO SIGNON: NAO REGISTRADO'
                       END-IF
               END-READ
               CLOSE ARQ-OPERADORES
               IF WRK-FS-OPER NOT = '00'
