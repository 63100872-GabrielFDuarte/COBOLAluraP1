      * O HISTORICO GUARDA AS 4 ULTIMAS SENHAS PARA BARRAR
      * REUSO - REGISTRO ANTIGO SEM DATA-SENHA E TRATADO COMO
      * SENHA EM CLARO E CAI NA TROCA OBRIGATORIA
      * DATA-SIGNON E O ULTIMO SIGN-ON ACEITO E DATA-LIBERA A
      * INCLUSAO OU O ULTIMO DESBLOQUEIO PELO SUPERVISOR - A
      * MAIOR DAS DUAS (OU A DATA-SENHA) CONTA A INATIVIDADE
      * DO BLOQUEIO AUTOMATICO (PROGCOBCERT) - MOTIVO-BLOQ
      * DIZ QUEM BLOQUEOU (T TENTATIVAS / I INATIVIDADE)
      * USADO POR = PROGCOBMENU / PROGCOBOPER / PROGCOBBKOU /
      *             PROGCOBPAGS / PROGCOBLGPD / PROGCOBCERT
      * DATA     = 22/08/2026
      ********************************************
       FD  ARQ-OPERADORES.
               88 TROCA-OBRIGATORIA VALUE 'S'.
           05 REG-OPER-HIST-SENHAS.
              10 REG-OPER-SENHA-ANT PIC X(08) OCCURS 4 TIMES.
           05 REG-OPER-DATA-SIGNON PIC 9(08).
           05 REG-OPER-DATA-LIBERA PIC 9(08).
           05 REG-OPER-MOTIVO-BLOQ PIC X(01).
               88 BLOQ-TENTATIVAS  VALUE 'T'.
               88 BLOQ-INATIVIDADE VALUE 'I'.
