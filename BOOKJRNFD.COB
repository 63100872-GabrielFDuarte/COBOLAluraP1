      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DO JORNAL DE DESFAZIMENTO DA
      * APURACAO DIARIA - CADA EXECUCAO DO PROGCOB15 GANHA UM
      * IDENTIFICADOR (DATA E FILIAL DO LOTE + DATA E HORA DO
      * INICIO) E GRAVA AQUI A IMAGEM DE TODO REGISTRO QUE
      * INCLUI OU ALTERA NOS ARQUIVOS DE MOVIMENTO
      * ARQUIVO *EXEC = CABECALHO DA EXECUCAO (SITUACAO E
      * QUANTIDADE DE TENTATIVAS - A RETOMADA PELO CHECKPOINT
      * CONTINUA A MESMA EXECUCAO NA TENTATIVA SEGUINTE)
      * OPERACAO I = REGISTRO INCLUIDO PELA EXECUCAO - IMAGEM
      * DO REGISTRO GRAVADO
      * OPERACAO A = REGISTRO ALTERADO - IMAGEM ANTERIOR AO
      * REWRITE
      * OPERACAO P = IMAGEM POSTERIOR DO SALDO (PONTOS E
      * ESTOQUE) DEPOIS DE CADA MOVIMENTO - O DESFAZIMENTO
      * CONFERE O SALDO ATUAL COM A ULTIMA DELAS
      * ARQUIVOS INDEXADOS LEVAM A CHAVE DO REGISTRO EM
      * JRN-CHAVE-REG - A PRIMEIRA IMAGEM DE CADA CHAVE NA
      * ORDEM DO JORNAL E A DE ANTES DA EXECUCAO
      * ARQUIVOS SEQUENCIAIS (CLICOMPR, GLINTF, RESGREJ) FICAM
      * COM JRN-CHAVE-REG EM BRANCO - O DESFAZIMENTO RETIRA DO
      * ARQUIVO AS LINHAS IGUAIS A IMAGEM GRAVADA
      * JRN-CAB-SEQ-RETIRADO (CLICOMPR, GLINTF, RESGREJ) = 'S'
      * QUANDO O DESFAZIMENTO JA RETIROU AS LINHAS DO ARQUIVO -
      * A REPETICAO DO DESFAZIMENTO NAO PROCURA DE NOVO
      * O DESFAZIMENTO DE UMA EXECUCAO E FEITO PELO PROGCOBBKOU
      * USADO POR = PROGCOB15 / PROGCOBBKOU
      * DATA     = 15/10/2026
      ********************************************
       FD  ARQ-JORNAL.
       01  REG-JORNAL.
           05 JRN-CHAVE.
              10 JRN-EXECUCAO.
                 15 JRN-EXEC-DATA-LOTE PIC 9(08).
                 15 JRN-EXEC-FILIAL    PIC 9(03).
                 15 JRN-EXEC-DATA-PROC PIC 9(08).
                 15 JRN-EXEC-HORA      PIC 9(06).
              10 JRN-ARQUIVO    PIC X(08).
              10 JRN-CHAVE-REG  PIC X(30).
              10 JRN-TENTATIVA  PIC 9(02).
              10 JRN-SEQ        PIC 9(07).
           05 JRN-OPERACAO      PIC X(01).
               88 JRN-CABECALHO VALUE 'C'.
               88 JRN-INCLUSAO  VALUE 'I'.
               88 JRN-ALTERACAO VALUE 'A'.
               88 JRN-POSTERIOR VALUE 'P'.
           05 JRN-OPERADOR      PIC X(08).
           05 JRN-IMAGEM        PIC X(120).
           05 JRN-CABEC REDEFINES JRN-IMAGEM.
              10 JRN-CAB-SITUACAO PIC X(01).
                  88 EXECUCAO-EM-ANDAMENTO VALUE 'A'.
                  88 EXECUCAO-CONCLUIDA    VALUE 'C'.
                  88 EXECUCAO-DESFEITA     VALUE 'D'.
              10 JRN-CAB-TENTATIVAS PIC 9(02).
              10 JRN-CAB-DATA-FIM   PIC 9(08).
              10 JRN-CAB-DATA-DESF  PIC 9(08).
              10 JRN-CAB-OPER-DESF  PIC X(08).
              10 JRN-CAB-SEQ-RETIRADOS.
                 15 JRN-CAB-SEQ-RETIRADO PIC X(01) OCCURS 3 TIMES.
              10 FILLER             PIC X(90).
