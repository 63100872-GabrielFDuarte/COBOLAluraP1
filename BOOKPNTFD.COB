      ********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR   = GABRIEL DUARTE
      * OBJETIVO = LAYOUT COMUM DO MOVIMENTO MENSAL DE PONTO
      * UM REGISTRO POR MATRICULA + COMPETENCIA (AAAAMM) COM
      * AS HORAS EXTRAS A 50% E A 100%, OS DIAS DE FALTA E AS
      * HORAS DE ATRASO DO MES - CARREGADO PELO PROGCOBPONT E
      * LIDO PELA FOLHA DA COMPETENCIA
      * UMA NOVA CARGA DA MESMA COMPETENCIA SUBSTITUI O
      * REGISTRO (CORRECAO DO RH)
      * USADO POR = PROGCOBPONT / PROGCOBFOLHA
      * DATA     = 15/10/2026
      ********************************************
       FD  ARQ-PONTO.
       01  REG-PONTO.
           05 PNT-CHAVE.
              10 PNT-MATRICULA     PIC 9(06).
              10 PNT-COMPETENCIA   PIC 9(06).
           05 PNT-HORAS-EXTRA50    PIC 9(03)V99.
           05 PNT-HORAS-EXTRA100   PIC 9(03)V99.
           05 PNT-DIAS-FALTA       PIC 9(02).
           05 PNT-HORAS-ATRASO     PIC 9(03)V99.
           05 PNT-DATA-CARGA       PIC 9(08).
           05 PNT-OPERADOR         PIC X(08).
