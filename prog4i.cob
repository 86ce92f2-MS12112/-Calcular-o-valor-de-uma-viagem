
      *== DATA = 18/11/2026
      *== OBSERVAÇOES:
      *== 03/03/2027 - MATHEUS - Recebe a placa do veiculo e a data
      *==               de referencia da viagem (retorno previsto) e
      *==               recusa motorista com CNH vencida ou sem
      *==               validade cadastrada (status 03) ou cuja
      *==               categoria nao cobre a exigida pelo veiculo
      *==               FROT-CNH-EXIGIDA (status 04). Placa em branco
      *==               (recibos do PROG4R) confere so o cadastro.
      *==               Cobertura: A so pela A; B pela B, C, D ou E;
      *==               C pela C, D ou E; D pela D ou E; E pela E.
      *======================================


               RECORD KEY IS MOT-CODIGO
               FILE STATUS IS WRK-MOT-STATUS.

           SELECT FROTA ASSIGN TO "FROTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FROT-PLACA
               FILE STATUS IS WRK-FROTA-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MOTORISTAS.
           COPY MOTREC.

       FD  FROTA.
           COPY FROTREC.

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-MOT-STATUS PIC X(02) VALUE "00".
           77 WRK-FROTA-STATUS PIC X(02) VALUE "00".
           77 WRK-CNH-EXIGIDA PIC X(01) VALUE SPACE.
           77 WRK-CX          PIC 9(01) VALUE ZEROES.
           77 WRK-CATEGORIA-A PIC X(01) VALUE "N".
               88 WRK-HABILITA-A VALUE "S".
           77 WRK-NIVEL-MOT   PIC 9(01) VALUE ZEROES.
           77 WRK-NIVEL-EXIG  PIC 9(01) VALUE ZEROES.
           77 WRK-LETRA       PIC X(01) VALUE SPACE.
           77 WRK-NIVEL-LETRA PIC 9(01) VALUE ZEROES.

           01  WRK-CATEGORIA.
               05  WRK-CAT-LETRA  PIC X(01) OCCURS 2 TIMES.

       LINKAGE                      SECTION.

           77 WRK-MOTORISTA-P PIC 9(05).
           77 WRK-PLACA-P     PIC X(07).
           77 WRK-DATA-REF-P  PIC 9(08).
           77 WRK-NOME-P      PIC X(30).
           77 WRK-MOT-STATUS-P PIC X(02).
               88 WRK-MOT-OK             VALUE "00".
               88 WRK-MOT-NAO-CADASTRADO VALUE "01".
               88 WRK-MOT-DESATIVADO     VALUE "02".
               88 WRK-MOT-CNH-VENCIDA    VALUE "03".
               88 WRK-MOT-CNH-CATEGORIA  VALUE "04".

       PROCEDURE DIVISION USING WRK-MOTORISTA-P WRK-PLACA-P
               WRK-DATA-REF-P WRK-NOME-P WRK-MOT-STATUS-P.

       0100-VALIDA                  SECTION.


           CLOSE MOTORISTAS.

           MOVE SPACE TO WRK-CNH-EXIGIDA.

           IF WRK-PLACA-P NOT = SPACES
               PERFORM 0110-BUSCA-EXIGENCIA
           END-IF.

           IF WRK-MOT-STATUS NOT = "00"
               MOVE SPACES          TO WRK-NOME-P
               SET WRK-MOT-NAO-CADASTRADO TO TRUE
               ELSE
                   MOVE MOT-NOME    TO WRK-NOME-P
                   SET WRK-MOT-OK TO TRUE
                   IF WRK-PLACA-P NOT = SPACES
                       PERFORM 0120-CONFERE-CNH
                   END-IF
               END-IF
           END-IF.

           GOBACK.

      *     Veiculo fora do cadastro e recusado pelo PROG4C; aqui
      *     fica sem exigencia de categoria.
       0110-BUSCA-EXIGENCIA         SECTION.

           OPEN INPUT FROTA.

           IF WRK-FROTA-STATUS = "00"
               MOVE WRK-PLACA-P TO FROT-PLACA
               READ FROTA
                   KEY IS FROT-PLACA
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FROTA-STATUS = "00"
                   MOVE FROT-CNH-EXIGIDA TO WRK-CNH-EXIGIDA
               END-IF
               CLOSE FROTA
           END-IF.

       0120-CONFERE-CNH             SECTION.

           IF MOT-CNH-VALIDADE NOT NUMERIC
               OR MOT-CNH-VALIDADE = ZEROES
               OR MOT-CNH-VALIDADE < WRK-DATA-REF-P
               SET WRK-MOT-CNH-VENCIDA TO TRUE
           ELSE
               IF WRK-CNH-EXIGIDA NOT = SPACE
                   PERFORM 0130-CONFERE-CATEGORIA
               END-IF
           END-IF.

      *     Categoria do motorista em ate duas letras (ex.: AB, AD):
      *     A vale a parte; entre B, C, D e E vale a maior.
       0130-CONFERE-CATEGORIA       SECTION.

           MOVE MOT-CNH-CATEGORIA TO WRK-CATEGORIA.
           MOVE "N" TO WRK-CATEGORIA-A.
           MOVE ZEROES TO WRK-NIVEL-MOT.
           MOVE ZEROES TO WRK-CX.

           PERFORM 0140-AVALIA-LETRA
               UNTIL WRK-CX = 2.

           MOVE WRK-CNH-EXIGIDA TO WRK-LETRA.
           PERFORM 0150-NIVEL-DA-LETRA.
           MOVE WRK-NIVEL-LETRA TO WRK-NIVEL-EXIG.

           IF WRK-CNH-EXIGIDA = "A"
               IF NOT WRK-HABILITA-A
                   SET WRK-MOT-CNH-CATEGORIA TO TRUE
               END-IF
           ELSE
               IF WRK-NIVEL-MOT < WRK-NIVEL-EXIG
                   SET WRK-MOT-CNH-CATEGORIA TO TRUE
               END-IF
           END-IF.

       0140-AVALIA-LETRA            SECTION.

           ADD 1 TO WRK-CX.

           MOVE WRK-CAT-LETRA (WRK-CX) TO WRK-LETRA.

           IF WRK-LETRA = "A"
               SET WRK-HABILITA-A TO TRUE
           ELSE
               PERFORM 0150-NIVEL-DA-LETRA
               IF WRK-NIVEL-LETRA > WRK-NIVEL-MOT
                   MOVE WRK-NIVEL-LETRA TO WRK-NIVEL-MOT
               END-IF
           END-IF.

       0150-NIVEL-DA-LETRA          SECTION.

           EVALUATE WRK-LETRA
               WHEN "B"
                   MOVE 1 TO WRK-NIVEL-LETRA
               WHEN "C"
                   MOVE 2 TO WRK-NIVEL-LETRA
               WHEN "D"
                   MOVE 3 TO WRK-NIVEL-LETRA
               WHEN "E"
                   MOVE 4 TO WRK-NIVEL-LETRA
               WHEN OTHER
                   MOVE ZEROES TO WRK-NIVEL-LETRA
           END-EVALUATE.



       END PROGRAM PROG4I.
