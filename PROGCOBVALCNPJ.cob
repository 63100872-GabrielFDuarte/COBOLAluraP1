       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBVALCNPJ.
      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = SUBPROGRAMA REUTILIZAVEL DE VALIDACAO DE CNPJ
      * DIGITOS VERIFICADORES (MODULO 11 COM PESOS 2 A 9) E
      * DIGITOS REPETIDOS - MESMOS RETORNOS DO PROGCOBVALCPF
      * RETORNOS CONFORME BOOKVCNWS.COB
      * USADO POR = PROGCOBFORN
      * DATA     = 15/10/2026
      ********************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WRK-CNPJ-NUM PIC 9(14) VALUE ZEROS.
       01 WRK-CNPJ-DIG REDEFINES WRK-CNPJ-NUM.
           05 WRK-CNPJ-DIGITO PIC 9 OCCURS 14 TIMES.
      * PESOS DO SEGUNDO DIGITO - O PRIMEIRO USA OS 12 ULTIMOS
       01 WRK-PESOS-VALORES PIC X(13) VALUE '6543298765432'.
       01 WRK-PESOS-TAB REDEFINES WRK-PESOS-VALORES.
           05 WRK-PESO-DIG PIC 9 OCCURS 13 TIMES.
       77 WRK-SOMA  PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO PIC 9(04) VALUE ZEROS.
       77 WRK-DV    PIC 9     VALUE ZEROS.
       77 WRK-IDX   PIC 9(02) VALUE ZEROS.
       77 WRK-DESLOC PIC 9(02) VALUE ZEROS.
       77 WRK-DIGITO-REF     PIC 9     VALUE ZEROS.
       77 WRK-DIGITO-REPETIDO PIC X VALUE 'S'.
           88 DIGITOS-REPETIDOS VALUE 'S'.
       LINKAGE SECTION.
       01 WRK-VAL-CNPJ     PIC X(14).
       01 WRK-VAL-CNPJ-RET PIC X(02).
       PROCEDURE DIVISION USING WRK-VAL-CNPJ WRK-VAL-CNPJ-RET.
       0001-PRINCIPAL.
           MOVE '00' TO WRK-VAL-CNPJ-RET.
           IF WRK-VAL-CNPJ NOT NUMERIC
               MOVE '04' TO WRK-VAL-CNPJ-RET
           ELSE
               MOVE WRK-VAL-CNPJ TO WRK-CNPJ-NUM
               PERFORM 0105-VERIFICAR-DIGITOS-REPETIDOS
           END-IF.
           IF WRK-VAL-CNPJ-RET = '00'
               PERFORM 0110-VERIFICAR-PRIMEIRO-DV
           END-IF.
           IF WRK-VAL-CNPJ-RET = '00'
               PERFORM 0120-VERIFICAR-SEGUNDO-DV
           END-IF.
           GOBACK.
       0105-VERIFICAR-DIGITOS-REPETIDOS.
           MOVE WRK-CNPJ-DIGITO(1) TO WRK-DIGITO-REF.
           SET DIGITOS-REPETIDOS TO TRUE.
           PERFORM VARYING WRK-IDX FROM 2 BY 1 UNTIL WRK-IDX > 14
               IF WRK-CNPJ-DIGITO(WRK-IDX) NOT = WRK-DIGITO-REF
                   MOVE 'N' TO WRK-DIGITO-REPETIDO
               END-IF
           END-PERFORM.
           IF DIGITOS-REPETIDOS
               MOVE '03' TO WRK-VAL-CNPJ-RET
           END-IF.
      * PRIMEIRO DV - 12 DIGITOS COM PESOS 5,4,3,2,9,...,2
       0110-VERIFICAR-PRIMEIRO-DV.
           MOVE ZEROS TO WRK-SOMA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 12
               COMPUTE WRK-DESLOC = WRK-IDX + 1
               COMPUTE WRK-SOMA = WRK-SOMA +
                   (WRK-CNPJ-DIGITO(WRK-IDX) *
                    WRK-PESO-DIG(WRK-DESLOC))
           END-PERFORM.
           PERFORM 0130-CALCULAR-DV.
           IF WRK-DV NOT = WRK-CNPJ-DIGITO(13)
               MOVE '01' TO WRK-VAL-CNPJ-RET
           END-IF.
      * SEGUNDO DV - 13 DIGITOS COM PESOS 6,5,4,3,2,9,...,2
       0120-VERIFICAR-SEGUNDO-DV.
           MOVE ZEROS TO WRK-SOMA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 13
               COMPUTE WRK-SOMA = WRK-SOMA +
                   (WRK-CNPJ-DIGITO(WRK-IDX) *
                    WRK-PESO-DIG(WRK-IDX))
           END-PERFORM.
           PERFORM 0130-CALCULAR-DV.
           IF WRK-DV NOT = WRK-CNPJ-DIGITO(14)
               MOVE '02' TO WRK-VAL-CNPJ-RET
           END-IF.
       0130-CALCULAR-DV.
           COMPUTE WRK-RESTO = FUNCTION MOD(WRK-SOMA, 11).
           IF WRK-RESTO < 2
               MOVE 0 TO WRK-DV
           ELSE
               COMPUTE WRK-DV = 11 - WRK-RESTO
           END-IF.
