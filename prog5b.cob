       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5B.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Rotina de calendario: soma (ou subtrai) dias
      *==           corridos a uma data AAAAMMDD (funcao S) ou conta
      *==           os dias corridos entre duas datas (funcao D),
      *==           pelo calendario real - meses de 28 a 31 dias e
      *==           anos bissextos. Usada onde a conta comercial de
      *==           360 dias (PROG4U) nao serve, como janelas de dias
      *==           da escala de despacho.

      *== DATA = 03/02/2027
      *== OBSERVAÇOES:
      *== 03/03/2027 - MATHEUS - Funcao W devolve em WRK-QTDE-DIAS-P
      *==               o dia da semana da data inicial (1 = segunda
      *==               a 7 = domingo), para o fechamento semanal de
      *==               horas de direcao do PROG5I.
      *== 16/06/2027 - MATHEUS - Data com dia alem do ultimo dia do
      *==               mes (31/04, 30/02, 29/02 fora do ano bissexto)
      *==               passa a ser rejeitada como invalida, em vez de
      *==               cair no mes seguinte.
      *======================================


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-NUM-DIAS    PIC S9(09) VALUE ZEROES COMP.
           77 WRK-NUM-DIAS-2  PIC S9(09) VALUE ZEROES COMP.
           77 WRK-ERA         PIC S9(09) VALUE ZEROES COMP.
           77 WRK-DIA-ERA     PIC S9(09) VALUE ZEROES COMP.
           77 WRK-ANO-ERA     PIC S9(09) VALUE ZEROES COMP.
           77 WRK-DIA-ANO     PIC S9(09) VALUE ZEROES COMP.
           77 WRK-MES-DESLOC  PIC S9(09) VALUE ZEROES COMP.
           77 WRK-ANO-CALC    PIC S9(09) VALUE ZEROES COMP.
           77 WRK-AUX         PIC S9(09) VALUE ZEROES COMP.
           77 WRK-Q4          PIC S9(09) VALUE ZEROES COMP.
           77 WRK-Q100        PIC S9(09) VALUE ZEROES COMP.
           77 WRK-Q400        PIC S9(09) VALUE ZEROES COMP.
           77 WRK-DIAS-MES    PIC 9(02)  VALUE ZEROES.
           77 WRK-DATA-STATUS PIC X(01) VALUE "S".
               88 WRK-DATA-VALIDA   VALUE "S".
               88 WRK-DATA-INVALIDA VALUE "N".

           01  WRK-DATA-TRAB.
               05  WRK-ANO        PIC 9(04).
               05  WRK-MES        PIC 9(02).
               05  WRK-DIA        PIC 9(02).
           01  WRK-DATA-TRAB-R REDEFINES WRK-DATA-TRAB
                                  PIC 9(08).

       LINKAGE                      SECTION.

           77 WRK-FUNCAO-P       PIC X(01).
               88 WRK-FUNC-SOMA-DIAS  VALUE "S".
               88 WRK-FUNC-DIFERENCA  VALUE "D".
               88 WRK-FUNC-DIA-SEMANA VALUE "W".
           77 WRK-DATA-INICIAL-P PIC 9(08).
           77 WRK-QTDE-DIAS-P    PIC S9(05).
           77 WRK-DATA-FINAL-P   PIC 9(08).

       PROCEDURE DIVISION USING WRK-FUNCAO-P WRK-DATA-INICIAL-P
               WRK-QTDE-DIAS-P WRK-DATA-FINAL-P.

       0100-CALENDARIO              SECTION.

           MOVE WRK-DATA-INICIAL-P TO WRK-DATA-TRAB-R.
           PERFORM 0200-CONVERTE-EM-DIAS.

           IF WRK-DATA-VALIDA
               MOVE WRK-NUM-DIAS TO WRK-NUM-DIAS-2
               EVALUATE TRUE
                   WHEN WRK-FUNC-SOMA-DIAS
                       COMPUTE WRK-NUM-DIAS =
                           WRK-NUM-DIAS-2 + WRK-QTDE-DIAS-P
                       PERFORM 0300-CONVERTE-EM-DATA
                       MOVE WRK-DATA-TRAB-R TO WRK-DATA-FINAL-P
                   WHEN WRK-FUNC-DIFERENCA
                       MOVE WRK-DATA-FINAL-P TO WRK-DATA-TRAB-R
                       PERFORM 0200-CONVERTE-EM-DIAS
                       IF WRK-DATA-VALIDA
                           COMPUTE WRK-QTDE-DIAS-P =
                               WRK-NUM-DIAS - WRK-NUM-DIAS-2
                       ELSE
                           MOVE ZEROES TO WRK-QTDE-DIAS-P
                       END-IF
      *            O dia zero da contagem (01/03 do ano 0) cai numa
      *            quarta-feira.
                   WHEN WRK-FUNC-DIA-SEMANA
                       COMPUTE WRK-AUX = WRK-NUM-DIAS + 2
                       DIVIDE WRK-AUX BY 7 GIVING WRK-Q4
                       COMPUTE WRK-QTDE-DIAS-P =
                           WRK-AUX - WRK-Q4 * 7 + 1
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               IF WRK-FUNC-SOMA-DIAS
                   MOVE ZEROES TO WRK-DATA-FINAL-P
               ELSE
                   MOVE ZEROES TO WRK-QTDE-DIAS-P
               END-IF
           END-IF.

           GOBACK.

      *     Data -> numero de dias corridos, contando o ano a partir
      *     de marco (fevereiro fica no fim, onde cai o dia bissexto)
      *     em ciclos de 400 anos (146097 dias).
       0200-CONVERTE-EM-DIAS        SECTION.

           SET WRK-DATA-VALIDA TO TRUE.

           IF WRK-DATA-TRAB-R NOT NUMERIC
               OR WRK-MES < 1 OR WRK-MES > 12
               OR WRK-DIA < 1 OR WRK-DIA > 31
               OR WRK-ANO < 1
               SET WRK-DATA-INVALIDA TO TRUE
           ELSE
               PERFORM 0210-DIAS-DO-MES
               IF WRK-DIA > WRK-DIAS-MES
                   SET WRK-DATA-INVALIDA TO TRUE
               END-IF
           END-IF.

           IF WRK-DATA-INVALIDA
               MOVE ZEROES TO WRK-NUM-DIAS
           ELSE
               IF WRK-MES > 2
                   COMPUTE WRK-MES-DESLOC = WRK-MES - 3
                   MOVE WRK-ANO TO WRK-ANO-CALC
               ELSE
                   COMPUTE WRK-MES-DESLOC = WRK-MES + 9
                   COMPUTE WRK-ANO-CALC = WRK-ANO - 1
               END-IF
               DIVIDE WRK-ANO-CALC BY 400 GIVING WRK-ERA
               COMPUTE WRK-ANO-ERA = WRK-ANO-CALC - WRK-ERA * 400
               COMPUTE WRK-AUX = 153 * WRK-MES-DESLOC + 2
               DIVIDE WRK-AUX BY 5 GIVING WRK-DIA-ANO
               COMPUTE WRK-DIA-ANO = WRK-DIA-ANO + WRK-DIA - 1
               DIVIDE WRK-ANO-ERA BY 4 GIVING WRK-Q4
               DIVIDE WRK-ANO-ERA BY 100 GIVING WRK-Q100
               COMPUTE WRK-DIA-ERA = WRK-ANO-ERA * 365
                   + WRK-Q4 - WRK-Q100 + WRK-DIA-ANO
               COMPUTE WRK-NUM-DIAS = WRK-ERA * 146097 + WRK-DIA-ERA
           END-IF.

      *     Quantidade de dias do mes da data: 30 em abril, junho,
      *     setembro e novembro; fevereiro com 29 no ano bissexto
      *     (divisivel por 4 e nao por 100, ou divisivel por 400).
       0210-DIAS-DO-MES             SECTION.

           EVALUATE WRK-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WRK-DIAS-MES
               WHEN 2
                   DIVIDE WRK-ANO BY 4 GIVING WRK-AUX
                   COMPUTE WRK-Q4 = WRK-ANO - WRK-AUX * 4
                   DIVIDE WRK-ANO BY 100 GIVING WRK-AUX
                   COMPUTE WRK-Q100 = WRK-ANO - WRK-AUX * 100
                   DIVIDE WRK-ANO BY 400 GIVING WRK-AUX
                   COMPUTE WRK-Q400 = WRK-ANO - WRK-AUX * 400
                   IF (WRK-Q4 = 0 AND WRK-Q100 NOT = 0)
                       OR WRK-Q400 = 0
                       MOVE 29 TO WRK-DIAS-MES
                   ELSE
                       MOVE 28 TO WRK-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WRK-DIAS-MES
           END-EVALUATE.

      *     Numero de dias corridos -> data (inverso da 0200).
       0300-CONVERTE-EM-DATA        SECTION.

           DIVIDE WRK-NUM-DIAS BY 146097 GIVING WRK-ERA.
           COMPUTE WRK-DIA-ERA = WRK-NUM-DIAS - WRK-ERA * 146097.

           DIVIDE WRK-DIA-ERA BY 1460 GIVING WRK-Q4.
           DIVIDE WRK-DIA-ERA BY 36524 GIVING WRK-Q100.
           DIVIDE WRK-DIA-ERA BY 146096 GIVING WRK-Q400.
           COMPUTE WRK-AUX = WRK-DIA-ERA - WRK-Q4 + WRK-Q100 - WRK-Q400.
           DIVIDE WRK-AUX BY 365 GIVING WRK-ANO-ERA.
           COMPUTE WRK-ANO-CALC = WRK-ANO-ERA + WRK-ERA * 400.

           DIVIDE WRK-ANO-ERA BY 4 GIVING WRK-Q4.
           DIVIDE WRK-ANO-ERA BY 100 GIVING WRK-Q100.
           COMPUTE WRK-DIA-ANO = WRK-DIA-ERA
               - (365 * WRK-ANO-ERA + WRK-Q4 - WRK-Q100).

           COMPUTE WRK-AUX = 5 * WRK-DIA-ANO + 2.
           DIVIDE WRK-AUX BY 153 GIVING WRK-MES-DESLOC.
           COMPUTE WRK-AUX = 153 * WRK-MES-DESLOC + 2.
           DIVIDE WRK-AUX BY 5 GIVING WRK-Q4.
           COMPUTE WRK-DIA = WRK-DIA-ANO - WRK-Q4 + 1.

           IF WRK-MES-DESLOC < 10
               COMPUTE WRK-MES = WRK-MES-DESLOC + 3
           ELSE
               COMPUTE WRK-MES = WRK-MES-DESLOC - 9
           END-IF.

           IF WRK-MES NOT > 2
               ADD 1 TO WRK-ANO-CALC
           END-IF.

           MOVE WRK-ANO-CALC TO WRK-ANO.



       END PROGRAM PROG5B.
