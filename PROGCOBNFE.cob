       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBNFE.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = EMISSAO DAS NOTAS FISCAIS ELETRONICAS DO DIA
      * LE O MESMO ARQUIVO DE VENDAS APURADO PELO PROGCOB15 E
      * EMITE UMA NOTA PARA CADA VENDA APROVADA - REGISTRO D
      * POSITIVO QUE NAO SEJA RESGATE DE PONTOS RECUSADO
      * (RESGREJ.DAT) - COM OS ITENS (REGISTROS I) DESCRITOS
      * PELO PRODUTDB.DAT
      * NUMERACAO SEQUENCIAL SEM SALTO POR FILIAL (NFENUM.DAT)
      * IMPOSTO NA ALIQUOTA DA FILIAL (TRIB-ALIQ-FIL-NNN, COM
      * TRIB-ALIQ-PADRAO COMO FALLBACK - A MESMA DO PROGCOBTRIB)
      * GRAVA A NOTA NO NFE.DAT COM STATUS P (AGUARDANDO O
      * RETORNO DO PROGCOBNFER) E NO ARQUIVO DE TRANSMISSAO
      * DD NFEOUT (H + N/I POR NOTA + T)
      * ESTORNO (VALOR NEGATIVO) NAO GERA NOTA DE VENDA
      * REPROCESSAR O MESMO ARQUIVO NAO EMITE DE NOVO A VENDA
      * QUE JA TEM NOTA - SO AS QUE FALTAM. A DECISAO E POR
      * VENDA, PELO CONTROLE NFEVND.DAT (DATA + FILIAL +
      * SEQUENCIA), ENTAO VENDA QUE FICOU SEM NOTA NUMA
      * EXECUCAO ANTERIOR RECEBE A NOTA NO REPROCESSAMENTO
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'BOOKVENDSEL.COB'.
           COPY 'BOOKPROSEL.COB'.
           COPY 'BOOKNFESEL.COB'.
           COPY 'BOOKNFNSEL.COB'.
           COPY 'BOOKNFVSEL.COB'.
           COPY 'BOOKPARSEL.COB'.
           SELECT ARQ-RESGATE-REJ ASSIGN TO 'RESGREJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESGREJ.
           SELECT ARQ-TRANSMISSAO ASSIGN TO NFEOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRANSM.
           COPY 'BOOKLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'BOOKVENDFD.COB'.
           COPY 'BOOKPROFD.COB'.
           COPY 'BOOKNFEFD.COB'.
           COPY 'BOOKNFNFD.COB'.
           COPY 'BOOKNFVFD.COB'.
           COPY 'BOOKPARFD.COB'.
      * MESMO LAYOUT GRAVADO PELO PROGCOB15 (0262)
       FD  ARQ-RESGATE-REJ.
       01  REG-RESGATE-REJ.
           05 RRJ-DATA      PIC 9(08).
           05 RRJ-FILIAL    PIC 9(03).
           05 RRJ-SEQ       PIC 9(05).
           05 RRJ-MATRICULA PIC 9(06).
           05 RRJ-CPF       PIC X(11).
           05 RRJ-QT-ITENS  PIC 9(03).
           05 RRJ-VALOR     PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
           05 RRJ-PONTOS-NEC PIC S9(09) SIGN IS TRAILING SEPARATE.
           05 RRJ-SALDO-PTS PIC S9(09) SIGN IS TRAILING SEPARATE.
      * ARQUIVO DE TRANSMISSAO PARA A SEFAZ
       FD  ARQ-TRANSMISSAO.
       01  REG-TRM-HEADER.
           05 TRM-H-TIPO        PIC X(01).
           05 TRM-H-DATA        PIC 9(08).
           05 TRM-H-SISTEMA     PIC X(20).
       01  REG-TRM-NOTA.
           05 TRM-N-TIPO        PIC X(01).
           05 TRM-N-FILIAL      PIC 9(03).
           05 TRM-N-NUMERO      PIC 9(09).
           05 TRM-N-DATA-EMISSAO PIC 9(08).
           05 TRM-N-DATA-VENDA  PIC 9(08).
           05 TRM-N-CPF         PIC X(11).
           05 TRM-N-TIPO-PGTO   PIC X(01).
           05 TRM-N-QT-ITENS    PIC 9(03).
           05 TRM-N-VALOR       PIC 9(09)V99.
           05 TRM-N-ALIQUOTA    PIC 9(02)V99.
           05 TRM-N-IMPOSTO     PIC 9(09)V99.
       01  REG-TRM-ITEM.
           05 TRM-I-TIPO        PIC X(01).
           05 TRM-I-FILIAL      PIC 9(03).
           05 TRM-I-NUMERO      PIC 9(09).
           05 TRM-I-SEQ         PIC 9(03).
           05 TRM-I-PRODUTO     PIC 9(06).
           05 TRM-I-DESCRICAO   PIC X(20).
           05 TRM-I-QUANTIDADE  PIC 9(03).
           05 TRM-I-VALOR-UNIT  PIC 9(07)V99.
           05 TRM-I-VALOR-TOTAL PIC 9(09)V99.
           05 TRM-I-IMPOSTO     PIC 9(09)V99.
       01  REG-TRM-TRAILER.
           05 TRM-T-TIPO        PIC X(01).
           05 TRM-T-QT-NOTAS    PIC 9(07).
           05 TRM-T-VALOR       PIC 9(11)V99.
           05 TRM-T-IMPOSTO     PIC 9(11)V99.
           COPY 'BOOKLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOKVENDWS.COB'.
           COPY 'BOOKPROWS.COB'.
           COPY 'BOOKNFEWS.COB'.
           COPY 'BOOKNFNWS.COB'.
           COPY 'BOOKNFVWS.COB'.
           COPY 'BOOKPARWS.COB'.
           COPY 'BOOKLOGWS.COB'.
       77  WRK-FS-RESGREJ   PIC X(02) VALUE '00'.
       77  WRK-FS-TRANSM    PIC X(02) VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-VENDAS   PIC X(01) VALUE 'N'.
           88 FIM-VENDAS VALUE 'S'.
       77  WRK-FIM-RESGREJ  PIC X(01) VALUE 'N'.
           88 FIM-RESGREJ VALUE 'S'.
       77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA VALUE 'S'.
       77  WRK-TEM-PRODUTOS PIC X(01) VALUE 'N'.
           88 PRODUTOS-DISPONIVEIS VALUE 'S'.
       77  WRK-RESG-RECUSADO PIC X(01) VALUE 'N'.
           88 RESGATE-RECUSADO VALUE 'S'.
       77  WRK-NOTA-ABERTA  PIC X(01) VALUE 'N'.
           88 NOTA-ABERTA VALUE 'S'.
       77  WRK-NUM-EXISTE   PIC X(01) VALUE 'N'.
           88 NUMERACAO-EXISTE VALUE 'S'.
       77  WRK-VENDA-NOTA   PIC X(01) VALUE 'N'.
           88 VENDA-COM-NOTA VALUE 'S'.
       77  WRK-ALIQ-PADRAO  PIC S9(02)V99 VALUE 12,00.
       77  WRK-ALIQ-NOTA    PIC S9(02)V99 VALUE ZEROS.
       77  WRK-SEQ-VENDA    PIC 9(05) VALUE ZEROS.
       77  WRK-SEQ-ITEM     PIC 9(03) VALUE ZEROS.
       77  WRK-NUMERO-NOTA  PIC 9(09) VALUE ZEROS.
       77  WRK-VALOR-ITEM   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QT-VENDAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QT-EMITIDAS  PIC 9(07) VALUE ZEROS.
       77  WRK-QT-JA-EMITIDAS PIC 9(07) VALUE ZEROS.
       77  WRK-QT-SEM-NOTA  PIC 9(07) VALUE ZEROS.
       77  WRK-QT-ESTORNOS  PIC 9(07) VALUE ZEROS.
       77  WRK-QT-RESG-REJ  PIC 9(07) VALUE ZEROS.
       77  WRK-QT-ITENS-NFE PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-VALOR    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-IMPOSTO  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QT-FILIAIS   PIC 9(02) VALUE ZEROS.
       77  WRK-IDX          PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-ACHOU    PIC 9(02) VALUE ZEROS.
       77  WRK-TOT-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      * ALIQUOTA LIDA UMA VEZ POR FILIAL NO PROCESSAMENTO
       01  WRK-ALIQ-TAB.
           05 WRK-ALQ-ENT OCCURS 30 TIMES.
              10 WRK-ALQ-FILIAL PIC 9(03).
              10 WRK-ALQ-VALOR  PIC S9(02)V99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOBNFE' TO WRK-PROGRAMA-LOG.
           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'TRIB-ALIQ-PADRAO' TO WRK-PARAM-CHAVE.
           MOVE WRK-ALIQ-PADRAO TO WRK-PARAM-DEFAULT.
           PERFORM 0970-LER-PARAMETRO.
           MOVE WRK-PARAM-VALOR TO WRK-ALIQ-PADRAO.
           PERFORM 0100-ABRIR-ARQUIVOS.
           IF NOT ERRO-ABERTURA
               PERFORM 0210-LER-VENDA
               PERFORM 0200-PROCESSAR UNTIL FIM-VENDAS
               PERFORM 0800-FECHAR-ARQUIVOS
           END-IF.
           DISPLAY '---------------------'.
           DISPLAY 'VENDAS APROVADAS......: ' WRK-QT-VENDAS.
           DISPLAY 'NOTAS EMITIDAS........: ' WRK-QT-EMITIDAS.
           DISPLAY 'JA EMITIDAS ANTES.....: ' WRK-QT-JA-EMITIDAS.
           DISPLAY 'VENDAS SEM NOTA.......: ' WRK-QT-SEM-NOTA.
           DISPLAY 'ESTORNOS (SEM NOTA)...: ' WRK-QT-ESTORNOS.
           DISPLAY 'RESGATES RECUSADOS....: ' WRK-QT-RESG-REJ.
           MOVE WRK-TOT-IMPOSTO TO WRK-TOT-ED.
           DISPLAY 'IMPOSTO DESTACADO.....: ' WRK-TOT-ED.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           STRING 'EMISSAO NFE - ' WRK-QT-EMITIDAS ' NOTAS / '
               WRK-QT-SEM-NOTA ' VENDAS SEM NOTA'
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
           PERFORM 0906-FECHAR-LOG.
      * RETORNO 4 = VENDA APROVADA FICOU SEM NOTA (VER O
      * PROGCOBNFEC) / 8 = ERRO DE ABERTURA
           EVALUATE TRUE
               WHEN ERRO-ABERTURA
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QT-SEM-NOTA > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       0100-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-VENDAS.
           IF WRK-FS-VENDAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-VENDAS - FS=' WRK-FS-VENDAS
               SET ERRO-ABERTURA TO TRUE
           END-IF.
           OPEN I-O ARQ-NOTAS.
           IF WRK-FS-NFE = '35'
               OPEN OUTPUT ARQ-NOTAS
               CLOSE ARQ-NOTAS
               OPEN I-O ARQ-NOTAS
           END-IF.
           IF WRK-FS-NFE NOT = '00'
               DISPLAY 'ERRO AO ABRIR NFE.DAT - FS=' WRK-FS-NFE
               SET ERRO-ABERTURA TO TRUE
           END-IF.
           OPEN I-O ARQ-NUMERACAO.
           IF WRK-FS-NFN = '35'
               OPEN OUTPUT ARQ-NUMERACAO
               CLOSE ARQ-NUMERACAO
               OPEN I-O ARQ-NUMERACAO
           END-IF.
           IF WRK-FS-NFN NOT = '00'
               DISPLAY 'ERRO AO ABRIR NFENUM.DAT - FS=' WRK-FS-NFN
               SET ERRO-ABERTURA TO TRUE
           END-IF.
           OPEN I-O ARQ-NOTA-VENDA.
           IF WRK-FS-NFV = '35'
               OPEN OUTPUT ARQ-NOTA-VENDA
               CLOSE ARQ-NOTA-VENDA
               OPEN I-O ARQ-NOTA-VENDA
           END-IF.
           IF WRK-FS-NFV NOT = '00'
               DISPLAY 'ERRO AO ABRIR NFEVND.DAT - FS=' WRK-FS-NFV
               SET ERRO-ABERTURA TO TRUE
           END-IF.
           OPEN OUTPUT ARQ-TRANSMISSAO.
           IF WRK-FS-TRANSM NOT = '00'
               DISPLAY 'ERRO AO ABRIR NFEOUT - FS=' WRK-FS-TRANSM
               SET ERRO-ABERTURA TO TRUE
           ELSE
               MOVE 'H' TO TRM-H-TIPO
               MOVE WRK-DATA-HOJE TO TRM-H-DATA
               MOVE 'NFE VENDAS VAREJO' TO TRM-H-SISTEMA
               WRITE REG-TRM-HEADER
               PERFORM 0190-CONFERIR-TRANSMISSAO
           END-IF.
      * SEM CADASTRO DE PRODUTOS A NOTA SAI, MAS O ITEM LEVA A
      * DESCRICAO '* SEM CADASTRO *'
           OPEN INPUT ARQ-PRODUTOS.
           IF WRK-FS-PROD = '00'
               SET PRODUTOS-DISPONIVEIS TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR PRODUTDB.DAT - FS=' WRK-FS-PROD
                   ' - ITENS SEM DESCRICAO'
           END-IF.
       0190-CONFERIR-TRANSMISSAO.
           IF WRK-FS-TRANSM NOT = '00'
               DISPLAY 'ERRO AO GRAVAR NFEOUT - FS=' WRK-FS-TRANSM
           END-IF.
       0200-PROCESSAR.
           EVALUATE TRUE
               WHEN REGISTRO-DETALHE
                   MOVE 'N' TO WRK-NOTA-ABERTA
                   ADD 1 TO WRK-SEQ-VENDA
                   PERFORM 0220-AVALIAR-VENDA
               WHEN REGISTRO-ITEM
                   IF NOTA-ABERTA
                       PERFORM 0400-GRAVAR-ITEM
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WRK-NOTA-ABERTA
           END-EVALUATE.
           PERFORM 0210-LER-VENDA.
       0210-LER-VENDA.
           READ ARQ-VENDAS INTO WRK-VENDA
               AT END
                   SET FIM-VENDAS TO TRUE
           END-READ.
      * A SEQUENCIA CONTA TODO REGISTRO D DO ARQUIVO, COMO O
      * PROGCOB15 FAZ - E ELA QUE AMARRA A NOTA A VENDA
       0220-AVALIAR-VENDA.
           MOVE 'N' TO WRK-RESG-RECUSADO.
           IF VENDA-PONTOS AND WRK-VND-VALOR > ZEROS
               PERFORM 0230-VERIFICAR-RESGATE
           END-IF.
           EVALUATE TRUE
               WHEN WRK-VND-VALOR < ZEROS
                   ADD 1 TO WRK-QT-ESTORNOS
               WHEN RESGATE-RECUSADO
                   ADD 1 TO WRK-QT-RESG-REJ
               WHEN OTHER
                   ADD 1 TO WRK-QT-VENDAS
                   PERFORM 0300-EMITIR-NOTA
           END-EVALUATE.
      * RESGATE RECUSADO PELA APURACAO FICA NO RESGREJ.DAT COM
      * A MESMA DATA, FILIAL E SEQUENCIA
       0230-VERIFICAR-RESGATE.
           MOVE 'N' TO WRK-FIM-RESGREJ.
           OPEN INPUT ARQ-RESGATE-REJ.
           IF WRK-FS-RESGREJ = '00'
               PERFORM 0235-PROCURAR-RESGATE UNTIL FIM-RESGREJ
               CLOSE ARQ-RESGATE-REJ
           ELSE
               IF WRK-FS-RESGREJ NOT = '35'
                   DISPLAY 'ERRO AO ABRIR RESGREJ.DAT - FS='
                       WRK-FS-RESGREJ
               END-IF
           END-IF.
       0235-PROCURAR-RESGATE.
           READ ARQ-RESGATE-REJ
               AT END
                   SET FIM-RESGREJ TO TRUE
               NOT AT END
                   IF RRJ-DATA = WRK-VND-DATA
                           AND RRJ-FILIAL = WRK-VND-FILIAL
                           AND RRJ-SEQ = WRK-SEQ-VENDA
                       SET RESGATE-RECUSADO TO TRUE
                       SET FIM-RESGREJ TO TRUE
                   END-IF
           END-READ.
      * O PROXIMO NUMERO DA FILIAL SO E CONSUMIDO QUANDO A NOTA
      * FOI GRAVADA - O CONTROLE E REGRAVADO A CADA NOTA, ENTAO
      * UMA QUEDA NO MEIO NAO DEIXA SALTO NA NUMERACAO
      * A VENDA SO RECEBE NOTA SE NAO TEM REGISTRO NO NFEVND -
      * ELE E GRAVADO LOGO DEPOIS DA NOTA E ANTES DA NUMERACAO.
      * VENDA COM NOTA ACIMA DO NUMERO DA FILIAL (QUEDA ENTRE
      * OS DOIS) SO ACERTA A NUMERACAO
       0300-EMITIR-NOTA.
           PERFORM 0310-LER-NUMERACAO.
           PERFORM 0305-LER-NOTA-VENDA.
           IF VENDA-COM-NOTA
               ADD 1 TO WRK-QT-JA-EMITIDAS
               IF NFV-NUMERO > NFN-ULTIMO-NUMERO
                   MOVE NFV-NUMERO TO WRK-NUMERO-NOTA
                   PERFORM 0340-ATUALIZAR-NUMERACAO
               END-IF
           ELSE
               COMPUTE WRK-NUMERO-NOTA = NFN-ULTIMO-NUMERO + 1
               PERFORM 0320-BUSCAR-ALIQUOTA
               PERFORM 0330-MONTAR-NOTA
               WRITE REG-NOTA
               EVALUATE WRK-FS-NFE
                   WHEN '00'
                       ADD 1 TO WRK-QT-EMITIDAS
                       ADD NFE-VALOR TO WRK-TOT-VALOR
                       ADD NFE-IMPOSTO TO WRK-TOT-IMPOSTO
                       PERFORM 0345-GRAVAR-NOTA-VENDA
                       PERFORM 0340-ATUALIZAR-NUMERACAO
                       PERFORM 0350-TRANSMITIR-NOTA
                   WHEN '22'
                       PERFORM 0360-CONFERIR-NUMERO
                   WHEN OTHER
                       DISPLAY 'ERRO AO GRAVAR NFE.DAT - FS='
                           WRK-FS-NFE
                       PERFORM 0370-REGISTRAR-SEM-NOTA
               END-EVALUATE
           END-IF.
       0305-LER-NOTA-VENDA.
           MOVE 'N' TO WRK-VENDA-NOTA.
           MOVE WRK-VND-DATA TO NFV-DATA-VENDA.
           MOVE WRK-VND-FILIAL TO NFV-FILIAL.
           MOVE WRK-SEQ-VENDA TO NFV-SEQ-VENDA.
           READ ARQ-NOTA-VENDA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET VENDA-COM-NOTA TO TRUE
           END-READ.
       0310-LER-NUMERACAO.
           MOVE 'N' TO WRK-NUM-EXISTE.
           MOVE WRK-VND-FILIAL TO NFN-FILIAL.
           READ ARQ-NUMERACAO
               INVALID KEY
                   MOVE ZEROS TO NFN-ULTIMO-NUMERO
                       NFN-ULT-DATA-VENDA NFN-ULT-SEQ-VENDA
               NOT INVALID KEY
                   SET NUMERACAO-EXISTE TO TRUE
           END-READ.
       0320-BUSCAR-ALIQUOTA.
           MOVE ZEROS TO WRK-IDX-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-FILIAIS
               IF WRK-ALQ-FILIAL(WRK-IDX) = WRK-VND-FILIAL
                   MOVE WRK-IDX TO WRK-IDX-ACHOU
                   MOVE WRK-QT-FILIAIS TO WRK-IDX
               END-IF
           END-PERFORM.
           IF WRK-IDX-ACHOU > ZEROS
               MOVE WRK-ALQ-VALOR(WRK-IDX-ACHOU) TO WRK-ALIQ-NOTA
           ELSE
               MOVE SPACES TO WRK-PARAM-CHAVE
               STRING 'TRIB-ALIQ-FIL-' WRK-VND-FILIAL
                   DELIMITED BY SIZE INTO WRK-PARAM-CHAVE
               MOVE WRK-ALIQ-PADRAO TO WRK-PARAM-DEFAULT
               PERFORM 0970-LER-PARAMETRO
               MOVE WRK-PARAM-VALOR TO WRK-ALIQ-NOTA
               IF WRK-QT-FILIAIS < 30
                   ADD 1 TO WRK-QT-FILIAIS
                   MOVE WRK-VND-FILIAL TO WRK-ALQ-FILIAL(WRK-QT-FILIAIS)
                   MOVE WRK-ALIQ-NOTA TO WRK-ALQ-VALOR(WRK-QT-FILIAIS)
               END-IF
           END-IF.
       0330-MONTAR-NOTA.
           MOVE SPACES TO REG-NOTA.
           MOVE WRK-VND-FILIAL TO NFE-FILIAL.
           MOVE WRK-NUMERO-NOTA TO NFE-NUMERO.
           MOVE WRK-DATA-HOJE TO NFE-DATA-EMISSAO.
           MOVE WRK-VND-DATA TO NFE-DATA-VENDA.
           MOVE WRK-SEQ-VENDA TO NFE-SEQ-VENDA.
           MOVE WRK-VND-MATRICULA TO NFE-MATRICULA.
           MOVE WRK-VND-CPF-CLIENTE TO NFE-CPF.
           MOVE WRK-VND-TIPO-PGTO TO NFE-TIPO-PGTO.
           MOVE WRK-VND-QT-ITENS TO NFE-QT-ITENS.
           MOVE WRK-VND-VALOR TO NFE-VALOR.
           MOVE WRK-ALIQ-NOTA TO NFE-ALIQUOTA.
           COMPUTE NFE-IMPOSTO ROUNDED =
               WRK-VND-VALOR * WRK-ALIQ-NOTA / 100.
           MOVE 'P' TO NFE-STATUS.
           MOVE ZEROS TO NFE-DATA-RETORNO.
       0340-ATUALIZAR-NUMERACAO.
           MOVE WRK-VND-FILIAL TO NFN-FILIAL.
           MOVE WRK-NUMERO-NOTA TO NFN-ULTIMO-NUMERO.
           MOVE WRK-VND-DATA TO NFN-ULT-DATA-VENDA.
           MOVE WRK-SEQ-VENDA TO NFN-ULT-SEQ-VENDA.
           MOVE WRK-DATA-HOJE TO NFN-DATA-ATUALIZ.
           IF NUMERACAO-EXISTE
               REWRITE REG-NUMERACAO
           ELSE
               WRITE REG-NUMERACAO
           END-IF.
           IF WRK-FS-NFN NOT = '00'
               DISPLAY 'ERRO AO GRAVAR NFENUM.DAT - FS=' WRK-FS-NFN
                   ' FILIAL ' WRK-VND-FILIAL ' NOTA ' WRK-NUMERO-NOTA
               STRING 'NFENUM FILIAL ' WRK-VND-FILIAL
                   ' NAO ATUALIZADO NA NOTA ' WRK-NUMERO-NOTA
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.
      * SEM O CONTROLE O REPROCESSAMENTO EMITIRIA OUTRA NOTA
      * PARA A MESMA VENDA - SAI NO LOG PARA ACERTO MANUAL
       0345-GRAVAR-NOTA-VENDA.
           MOVE WRK-VND-DATA TO NFV-DATA-VENDA.
           MOVE WRK-VND-FILIAL TO NFV-FILIAL.
           MOVE WRK-SEQ-VENDA TO NFV-SEQ-VENDA.
           MOVE WRK-NUMERO-NOTA TO NFV-NUMERO.
           MOVE WRK-DATA-HOJE TO NFV-DATA-EMISSAO.
           WRITE REG-NOTA-VENDA.
           IF WRK-FS-NFV NOT = '00' AND WRK-FS-NFV NOT = '22'
               DISPLAY 'ERRO AO GRAVAR NFEVND.DAT - FS=' WRK-FS-NFV
                   ' FILIAL ' WRK-VND-FILIAL ' NOTA ' WRK-NUMERO-NOTA
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING 'NFEVND FILIAL ' WRK-VND-FILIAL ' SEQ '
                   WRK-SEQ-VENDA ' NAO GRAVADO NA NOTA '
                   WRK-NUMERO-NOTA DELIMITED BY SIZE
                   INTO WRK-DESCRICAO-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.
       0350-TRANSMITIR-NOTA.
           MOVE 'N' TO TRM-N-TIPO.
           MOVE NFE-FILIAL TO TRM-N-FILIAL.
           MOVE NFE-NUMERO TO TRM-N-NUMERO.
           MOVE NFE-DATA-EMISSAO TO TRM-N-DATA-EMISSAO.
           MOVE NFE-DATA-VENDA TO TRM-N-DATA-VENDA.
           MOVE NFE-CPF TO TRM-N-CPF.
           MOVE NFE-TIPO-PGTO TO TRM-N-TIPO-PGTO.
           MOVE NFE-QT-ITENS TO TRM-N-QT-ITENS.
           MOVE NFE-VALOR TO TRM-N-VALOR.
           MOVE NFE-ALIQUOTA TO TRM-N-ALIQUOTA.
           MOVE NFE-IMPOSTO TO TRM-N-IMPOSTO.
           WRITE REG-TRM-NOTA.
           PERFORM 0190-CONFERIR-TRANSMISSAO.
           SET NOTA-ABERTA TO TRUE.
           MOVE ZEROS TO WRK-SEQ-ITEM.
      * NUMERO JA OCUPADO - SE E DESTA MESMA VENDA, A NOTA SAIU
      * NUMA EXECUCAO INTERROMPIDA ANTES DE ATUALIZAR O
      * CONTROLE: SO ACERTA O CONTROLE. SE E DE OUTRA VENDA, A
      * NUMERACAO DA FILIAL ESTA INCONSISTENTE E NADA E EMITIDO
       0360-CONFERIR-NUMERO.
           MOVE WRK-VND-FILIAL TO NFE-FILIAL.
           MOVE WRK-NUMERO-NOTA TO NFE-NUMERO.
           READ ARQ-NOTAS
               INVALID KEY
                   DISPLAY 'ERRO AO LER NFE.DAT - FS=' WRK-FS-NFE
                   PERFORM 0370-REGISTRAR-SEM-NOTA
               NOT INVALID KEY
                   IF NFE-DATA-VENDA = WRK-VND-DATA
                           AND NFE-SEQ-VENDA = WRK-SEQ-VENDA
                       ADD 1 TO WRK-QT-JA-EMITIDAS
                       PERFORM 0345-GRAVAR-NOTA-VENDA
                       PERFORM 0340-ATUALIZAR-NUMERACAO
                   ELSE
                       DISPLAY 'NOTA ' WRK-NUMERO-NOTA ' DA FILIAL '
                           WRK-VND-FILIAL ' JA USADA POR OUTRA VENDA'
                       PERFORM 0370-REGISTRAR-SEM-NOTA
                   END-IF
           END-READ.
       0370-REGISTRAR-SEM-NOTA.
           ADD 1 TO WRK-QT-SEM-NOTA.
           STRING 'VENDA SEM NFE FILIAL ' WRK-VND-FILIAL ' SEQ '
               WRK-SEQ-VENDA ' NUMERO ' WRK-NUMERO-NOTA
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG.
           PERFORM 0900-GRAVAR-LOG.
      * ITEM DA NOTA - DESCRICAO DO PRODUTDB E IMPOSTO NA MESMA
      * ALIQUOTA DA NOTA
       0400-GRAVAR-ITEM.
           ADD 1 TO WRK-SEQ-ITEM.
           ADD 1 TO WRK-QT-ITENS-NFE.
           MOVE 'I' TO TRM-I-TIPO.
           MOVE WRK-VND-FILIAL TO TRM-I-FILIAL.
           MOVE WRK-NUMERO-NOTA TO TRM-I-NUMERO.
           MOVE WRK-SEQ-ITEM TO TRM-I-SEQ.
           MOVE WRK-VNI-PRODUTO TO TRM-I-PRODUTO.
           MOVE '* SEM CADASTRO *' TO TRM-I-DESCRICAO.
           IF PRODUTOS-DISPONIVEIS
               MOVE WRK-VNI-PRODUTO TO REG-PROD-CODIGO
               READ ARQ-PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-PROD-DESCRICAO TO TRM-I-DESCRICAO
               END-READ
           END-IF.
           MOVE WRK-VNI-QUANTIDADE TO TRM-I-QUANTIDADE.
           MOVE WRK-VNI-VALOR-UNIT TO TRM-I-VALOR-UNIT.
           COMPUTE WRK-VALOR-ITEM =
               WRK-VNI-VALOR-UNIT * WRK-VNI-QUANTIDADE.
           MOVE WRK-VALOR-ITEM TO TRM-I-VALOR-TOTAL.
           COMPUTE TRM-I-IMPOSTO ROUNDED =
               WRK-VALOR-ITEM * WRK-ALIQ-NOTA / 100.
           WRITE REG-TRM-ITEM.
           PERFORM 0190-CONFERIR-TRANSMISSAO.
       0800-FECHAR-ARQUIVOS.
           MOVE 'T' TO TRM-T-TIPO.
           MOVE WRK-QT-EMITIDAS TO TRM-T-QT-NOTAS.
           MOVE WRK-TOT-VALOR TO TRM-T-VALOR.
           MOVE WRK-TOT-IMPOSTO TO TRM-T-IMPOSTO.
           WRITE REG-TRM-TRAILER.
           PERFORM 0190-CONFERIR-TRANSMISSAO.
           CLOSE ARQ-TRANSMISSAO.
           IF WRK-FS-TRANSM NOT = '00'
               DISPLAY 'ERRO AO FECHAR NFEOUT - FS=' WRK-FS-TRANSM
           END-IF.
           CLOSE ARQ-VENDAS.
           IF WRK-FS-VENDAS NOT = '00'
               DISPLAY 'ERRO AO FECHAR ARQ-VENDAS - FS='
                   WRK-FS-VENDAS
           END-IF.
           CLOSE ARQ-NOTAS.
           IF WRK-FS-NFE NOT = '00'
               DISPLAY 'ERRO AO FECHAR NFE.DAT - FS=' WRK-FS-NFE
           END-IF.
           CLOSE ARQ-NUMERACAO.
           IF WRK-FS-NFN NOT = '00'
               DISPLAY 'ERRO AO FECHAR NFENUM.DAT - FS=' WRK-FS-NFN
           END-IF.
           CLOSE ARQ-NOTA-VENDA.
           IF WRK-FS-NFV NOT = '00'
               DISPLAY 'ERRO AO FECHAR NFEVND.DAT - FS=' WRK-FS-NFV
           END-IF.
           IF PRODUTOS-DISPONIVEIS
               CLOSE ARQ-PRODUTOS
               IF WRK-FS-PROD NOT = '00'
                   DISPLAY 'ERRO AO FECHAR PRODUTDB.DAT - FS='
                       WRK-FS-PROD
               END-IF
           END-IF.
           COPY 'BOOKPARGET.COB'.
           COPY 'BOOKLOGWRT.COB'.
