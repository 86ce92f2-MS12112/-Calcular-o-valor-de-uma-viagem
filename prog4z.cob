
      *== DATA = 16/12/2026
      *== OBSERVAÇOES:
      *== 17/03/2027 - MATHEUS - Inclui a baixa automatica do retorno
      *==               bancario no PROG4U: creditos lidos = baixados
      *==               + recusados (RETEXCE).
      *== 09/06/2027 - MATHEUS - Inclui a exportacao contabil do
      *==               PROG5U: eventos lidos no dia exportado =
      *==               lancados + sem lancamento.
      *======================================


               05  WRK-4B-GRAVADA PIC 9(06) VALUE ZEROES.
               05  WRK-4B-REJEITADA PIC 9(06) VALUE ZEROES.

           01  WRK-EXEC-PROG4U.
               05  WRK-4U-ACHADO  PIC X(01) VALUE "N".
                   88  WRK-4U-EXECUTOU  VALUE "S".
               05  WRK-4U-LIDA    PIC 9(06) VALUE ZEROES.
               05  WRK-4U-GRAVADA PIC 9(06) VALUE ZEROES.
               05  WRK-4U-REJEITADA PIC 9(06) VALUE ZEROES.

           01  WRK-EXEC-PROG4R.
               05  WRK-4R-ACHADO  PIC X(01) VALUE "N".
                   88  WRK-4R-EXECUTOU  VALUE "S".
               05  WRK-4R-GRAVADA PIC 9(06) VALUE ZEROES.
               05  WRK-4R-REJEITADA PIC 9(06) VALUE ZEROES.

           01  WRK-EXEC-PROG5U.
               05  WRK-5U-ACHADO  PIC X(01) VALUE "N".
                   88  WRK-5U-EXECUTOU  VALUE "S".
               05  WRK-5U-LIDA    PIC 9(06) VALUE ZEROES.
               05  WRK-5U-GRAVADA PIC 9(06) VALUE ZEROES.
               05  WRK-5U-REJEITADA PIC 9(06) VALUE ZEROES.

      *============== VARIAVEIS DE EDIÇAO ===============
           01  WRK-LINHA-TITULO.
               05  FILLER         PIC X(36)
                       MOVE CTRL-QTDE-LIDA TO WRK-4R-LIDA
                       MOVE CTRL-QTDE-GRAVADA TO WRK-4R-GRAVADA
                       MOVE CTRL-QTDE-REJEITADA TO WRK-4R-REJEITADA
                   WHEN "PROG4U"
                       SET WRK-4U-EXECUTOU TO TRUE
                       MOVE CTRL-QTDE-LIDA TO WRK-4U-LIDA
                       MOVE CTRL-QTDE-GRAVADA TO WRK-4U-GRAVADA
                       MOVE CTRL-QTDE-REJEITADA TO WRK-4U-REJEITADA
                   WHEN "PROG5U"
                       SET WRK-5U-EXECUTOU TO TRUE
                       MOVE CTRL-QTDE-LIDA TO WRK-5U-LIDA
                       MOVE CTRL-QTDE-GRAVADA TO WRK-5U-GRAVADA
                       MOVE CTRL-QTDE-REJEITADA TO WRK-5U-REJEITADA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               WRITE BALAN-LINHA FROM WRK-LINHA-RESULTADO
           END-IF.

           IF WRK-4U-EXECUTOU
               MOVE "CREDITOS LIDOS X BAIXADOS + RECUSADOS (PROG4U)"
                   TO WRK-RES-TEXTO
               MOVE WRK-4U-LIDA TO WRK-RES-QTDE-A
               COMPUTE WRK-RES-QTDE-B =
                   WRK-4U-GRAVADA + WRK-4U-REJEITADA
               IF WRK-4U-LIDA =
                   WRK-4U-GRAVADA + WRK-4U-REJEITADA
                   MOVE "OK" TO WRK-RES-SITUACAO
               ELSE
                   MOVE "ERRO" TO WRK-RES-SITUACAO
                   SET WRK-DIA-FORA-BALANCO TO TRUE
               END-IF
               WRITE BALAN-LINHA FROM WRK-LINHA-RESULTADO
           END-IF.

           IF WRK-5U-EXECUTOU
               MOVE "EVENTOS LIDOS X LANCADOS + SEM LANCTO (PROG5U)"
                   TO WRK-RES-TEXTO
               MOVE WRK-5U-LIDA TO WRK-RES-QTDE-A
               COMPUTE WRK-RES-QTDE-B =
                   WRK-5U-GRAVADA + WRK-5U-REJEITADA
               IF WRK-5U-LIDA =
                   WRK-5U-GRAVADA + WRK-5U-REJEITADA
                   MOVE "OK" TO WRK-RES-SITUACAO
               ELSE
                   MOVE "ERRO" TO WRK-RES-SITUACAO
                   SET WRK-DIA-FORA-BALANCO TO TRUE
               END-IF
               WRITE BALAN-LINHA FROM WRK-LINHA-RESULTADO
           END-IF.

           WRITE BALAN-LINHA FROM WRK-LINHA-BRANCO.

           IF WRK-DIA-EM-BALANCO
