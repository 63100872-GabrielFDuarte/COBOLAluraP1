      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DAS NOTAS FISCAIS ELETRONICAS
      * UMA NOTA POR VENDA APROVADA, NUMERADA EM SEQUENCIA SEM
      * SALTO DENTRO DA FILIAL (NFENUM.DAT) - A VENDA DE ORIGEM
      * FICA AMARRADA PELA DATA + FILIAL + SEQUENCIA DO
      * REGISTRO D NO ARQUIVO DE VENDAS (A MESMA SEQUENCIA DO
      * RESGREJ.DAT)
      * STATUS P = ENVIADA, AGUARDANDO RETORNO / A = AUTORIZADA
      * (COM PROTOCOLO) / R = REJEITADA (COM MOTIVO)
      * USADO POR = PROGCOBNFE / PROGCOBNFER / PROGCOBNFEC / PROGCOBLGPD
      * DATA     = 15/10/2026
      ********************************************
       FD  ARQ-NOTAS.
       01  REG-NOTA.
           05 NFE-CHAVE.
              10 NFE-FILIAL        PIC 9(03).
              10 NFE-NUMERO        PIC 9(09).
           05 NFE-DATA-EMISSAO     PIC 9(08).
           05 NFE-DATA-VENDA       PIC 9(08).
           05 NFE-SEQ-VENDA        PIC 9(05).
           05 NFE-MATRICULA        PIC 9(06).
           05 NFE-CPF              PIC X(11).
           05 NFE-TIPO-PGTO        PIC X(01).
           05 NFE-QT-ITENS         PIC 9(03).
           05 NFE-VALOR            PIC 9(09)V99.
           05 NFE-ALIQUOTA         PIC 9(02)V99.
           05 NFE-IMPOSTO          PIC 9(09)V99.
           05 NFE-STATUS           PIC X(01).
               88 NFE-PENDENTE   VALUE 'P'.
               88 NFE-AUTORIZADA VALUE 'A'.
               88 NFE-REJEITADA  VALUE 'R'.
           05 NFE-PROTOCOLO        PIC X(15).
           05 NFE-MOTIVO           PIC X(30).
           05 NFE-DATA-RETORNO     PIC 9(08).
