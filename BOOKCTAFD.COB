      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DO PLANO DE CONTAS - CODIGO
      * DA CONTA NO MESMO FORMATO DO LANC-CONTA DO GLINTF,
      * DESCRICAO, NATUREZA (D DEVEDORA / C CREDORA) E STATUS
      * CONTA INATIVA NAO RECEBE LANCAMENTO NO RAZAO
      * USADO POR = PROGCOBPCTA / PROGCOBCONT / PROGCOBBALC
      * DATA     = 15/10/2026
      ********************************************
       FD  ARQ-PLANO-CONTAS.
       01  REG-CONTA.
           05 CTA-CODIGO    PIC X(08).
           05 CTA-DESCRICAO PIC X(30).
           05 CTA-NATUREZA  PIC X(01).
               88 CONTA-DEVEDORA VALUE 'D'.
               88 CONTA-CREDORA  VALUE 'C'.
           05 CTA-STATUS    PIC X(01).
               88 CONTA-ATIVA   VALUE 'A'.
               88 CONTA-INATIVA VALUE 'I'.
