      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DAS RESCISOES EFETIVADAS
      * UM REGISTRO POR MATRICULA + DATA DE DESLIGAMENTO - A
      * CHAVE IMPEDE PAGAR DUAS VEZES O MESMO DESLIGAMENTO
      * TIPO S = SEM JUSTA CAUSA / P = PEDIDO DE DEMISSAO /
      * J = JUSTA CAUSA
      * AVISO T = TRABALHADO / I = INDENIZADO / N = NAO
      * CUMPRIDO (DESCONTADO NO PEDIDO DE DEMISSAO)
      * USADO POR = PROGCOBRESC
      * DATA     = 15/10/2026
      ********************************************
       FD  ARQ-RESCISAO.
       01  REG-RESCISAO.
           05 RSC-CHAVE.
              10 RSC-MATRICULA     PIC 9(06).
              10 RSC-DATA-DESLIG   PIC 9(08).
           05 RSC-TIPO             PIC X(01).
           05 RSC-AVISO            PIC X(01).
           05 RSC-DIAS-AVISO       PIC 9(03).
           05 RSC-DATA-PROJETADA   PIC 9(08).
           05 RSC-AVOS             PIC 9(02).
           05 RSC-FERIAS-VENCIDAS  PIC 9(01).
           05 RSC-PROVENTOS        PIC 9(09)V99.
           05 RSC-DESCONTOS        PIC 9(09)V99.
           05 RSC-LIQUIDO          PIC 9(09)V99.
           05 RSC-DATA-CALCULO     PIC 9(08).
           05 RSC-OPERADOR         PIC X(08).
