      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DO CADASTRO DE FORNECEDORES
      * CNPJ (VALIDADO PELO PROGCOBVALCNPJ NA INCLUSAO), RAZAO
      * SOCIAL, DADOS BANCARIOS PARA A REMESSA DE PAGAMENTO E
      * STATUS - FORNECEDOR BLOQUEADO NAO RECEBE TITULO NOVO
      * NEM ENTRA NA SELECAO DE PAGAMENTO
      * USADO POR = PROGCOBFORN / PROGCOBMERC / PROGCOBPAGS /
      *             PROGCOBPAGA
      * DATA     = 15/10/2026
      ********************************************
       FD  ARQ-FORNECEDORES.
       01  REG-FORNECEDOR.
           05 FOR-CNPJ       PIC X(14).
           05 FOR-RAZAO      PIC X(30).
           05 FOR-BANCO      PIC 9(03).
           05 FOR-AGENCIA    PIC 9(05).
           05 FOR-CONTA      PIC X(12).
           05 FOR-STATUS     PIC X(01).
               88 FORNECEDOR-ATIVO     VALUE 'A'.
               88 FORNECEDOR-BLOQUEADO VALUE 'B'.
           05 FOR-DATA-CAD   PIC 9(08).
           05 FOR-OPERADOR   PIC X(08).
