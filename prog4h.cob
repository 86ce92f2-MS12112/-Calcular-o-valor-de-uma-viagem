
      *== DATA = 18/11/2026
      *== OBSERVAÇOES:
      *== 03/03/2027 - MATHEUS - Inclusao e alteracao pedem a
      *==               categoria da CNH (ate duas letras entre A e
      *==               E, ex.: B, AD) e a validade, conferida pelo
      *==               PROG5B; base da recusa de CNH vencida ou de
      *==               categoria insuficiente no PROG4I e do
      *==               relatorio mensal PROG5I.
      *======================================



      *============== VARIAVEIS DE APOIO ===============
           77 WRK-MOT-STATUS   PIC X(02) VALUE "00".
           77 WRK-CNH          PIC X(01) VALUE "N".
               88 WRK-CNH-VALIDA    VALUE "S".
           77 WRK-DATA-CONFERIDA PIC 9(08) VALUE ZEROES.
           77 WRK-DIAS-CALENDARIO PIC S9(05) VALUE ZEROES.
           77 WRK-FUNCAO-CALENDARIO PIC X(01) VALUE "S".

           01  WRK-CATEGORIA.
               05  WRK-CAT-LETRA-1 PIC X(01).
                   88 WRK-LETRA-1-VALIDA VALUE "A" "B" "C" "D" "E".
               05  WRK-CAT-LETRA-2 PIC X(01).
                   88 WRK-LETRA-2-VALIDA
                                     VALUE "A" "B" "C" "D" "E" " ".
           77 WRK-OPCAO        PIC X(01) VALUE SPACE.
               88 WRK-OP-INCLUIR    VALUE "I".
               88 WRK-OP-ALTERAR    VALUE "A".
           DISPLAY "CNH: "
           ACCEPT MOT-CNH.

           PERFORM 0140-RECEBE-CATEGORIA.

           IF MOT-NOME = SPACE
               DISPLAY "Nome do motorista nao pode ficar em branco"
           END-IF.

           IF MOT-NOME NOT = SPACE AND WRK-CNH-VALIDA
               SET MOT-ATIVO TO TRUE

               WRITE MOT-REGISTRO
               DISPLAY "Nova CNH: "
               ACCEPT MOT-CNH

               PERFORM 0140-RECEBE-CATEGORIA

               IF MOT-NOME = SPACE
                   DISPLAY "Nome do motorista nao pode ficar em "
                       "branco"
               END-IF

               IF MOT-NOME NOT = SPACE AND WRK-CNH-VALIDA
                   REWRITE MOT-REGISTRO
                       INVALID KEY
                           DISPLAY "Erro ao alterar " MOT-CODIGO
               END-REWRITE
           END-IF.

      *     Validade zerada ou data inexistente nao e aceita: o
      *     PROG4I recusaria o motorista em toda viagem.
       0140-RECEBE-CATEGORIA        SECTION.

           MOVE "N" TO WRK-CNH.

           DISPLAY "Categoria da CNH (ex.: B, D, AE): "
           ACCEPT MOT-CNH-CATEGORIA.

           DISPLAY "Validade da CNH (AAAAMMDD): "
           ACCEPT MOT-CNH-VALIDADE.

           MOVE MOT-CNH-CATEGORIA TO WRK-CATEGORIA.

           MOVE "S" TO WRK-FUNCAO-CALENDARIO.
           MOVE ZEROES TO WRK-DIAS-CALENDARIO.
           MOVE ZEROES TO WRK-DATA-CONFERIDA.

           IF MOT-CNH-VALIDADE NUMERIC
               CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO
                   MOT-CNH-VALIDADE WRK-DIAS-CALENDARIO
                   WRK-DATA-CONFERIDA
               END-CALL
           END-IF.

           IF NOT WRK-LETRA-1-VALIDA
               OR NOT WRK-LETRA-2-VALIDA
               DISPLAY "Categoria da CNH invalida: " MOT-CNH-CATEGORIA
           ELSE
               IF WRK-DATA-CONFERIDA = ZEROES
                   DISPLAY "Validade da CNH invalida: "
                       MOT-CNH-VALIDADE
               ELSE
                   SET WRK-CNH-VALIDA TO TRUE
               END-IF
           END-IF.

       0300-FINALIZAR               SECTION.
           STOP RUN.

