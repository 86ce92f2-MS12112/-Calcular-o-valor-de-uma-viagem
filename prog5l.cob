       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5L.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Rotina da conta do valor de uma viagem, sem acesso
      *==           a arquivos: recebe o km cadastrado do destino, o
      *==           tipo de viagem, o preco do litro, o consumo do
      *==           veiculo, a taxa de acrescimo, o desconto e o
      *==           pedagio por sentido ja apurados e devolve o valor
      *==           final, o custo de combustivel, o pedagio e o km
      *==           da viagem. Usada pelo PROG4C (calculo real) e pelo
      *==           PROG5M (simulacao de reajuste de tarifas), para
      *==           que a simulacao siga exatamente a regra do calculo.

      *== DATA = 14/04/2027
      *== OBSERVAÇOES:
      *======================================


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-KM-BASE     PIC 9(06)V99 VALUE ZEROES.

       LINKAGE                      SECTION.

           77 WRK-DEST-KM-P     PIC 9(06).
           77 WRK-TIPO-VIAGEM-P PIC X(01).
               88 WRK-VIAGEM-SOMENTE-IDA VALUE "S".
           77 WRK-PRECO-LITRO-P PIC 9(08)V99.
           77 WRK-KM-LITRO-P    PIC 9(02)V99.
           77 WRK-TAXA-P        PIC 9(01)V999.
           77 WRK-DESC-P        PIC 9(02)V99.
           77 WRK-PEDAGIO-SENTIDO-P PIC 9(09)V99.
           77 WRK-FINAL-P       PIC 9(10)V99.
           77 WRK-CUSTO-COMB-P  PIC 9(10)V99.
           77 WRK-PEDAGIO-P     PIC 9(10)V99.
           77 WRK-KM-P          PIC 9(06).

       PROCEDURE DIVISION USING WRK-DEST-KM-P WRK-TIPO-VIAGEM-P
               WRK-PRECO-LITRO-P WRK-KM-LITRO-P WRK-TAXA-P WRK-DESC-P
               WRK-PEDAGIO-SENTIDO-P WRK-FINAL-P WRK-CUSTO-COMB-P
               WRK-PEDAGIO-P WRK-KM-P.

       0100-CALCULA                 SECTION.

           MOVE WRK-DEST-KM-P   TO WRK-KM-BASE.

           IF WRK-VIAGEM-SOMENTE-IDA
               MOVE WRK-PEDAGIO-SENTIDO-P TO WRK-PEDAGIO-P
               COMPUTE WRK-KM-BASE = WRK-DEST-KM-P / 2
           ELSE
               COMPUTE WRK-PEDAGIO-P =
                   WRK-PEDAGIO-SENTIDO-P * 2
           END-IF.

           COMPUTE WRK-CUSTO-COMB-P =
               WRK-KM-BASE * WRK-PRECO-LITRO-P / WRK-KM-LITRO-P.
           COMPUTE WRK-FINAL-P =
               (WRK-CUSTO-COMB-P * WRK-TAXA-P)
               + WRK-PEDAGIO-P.

           IF WRK-DESC-P > ZEROES
               COMPUTE WRK-FINAL-P = WRK-FINAL-P
                   * (100 - WRK-DESC-P) / 100
           END-IF.

           MOVE WRK-KM-BASE     TO WRK-KM-P.

           GOBACK.



       END PROGRAM PROG5L.
