
      *== DATA = 02/09/2026
      *== OBSERVAÇOES:
      *== 17/02/2027 - MATHEUS - Inclusao pede o hodometro do
      *==               veiculo, que entra no controle de manutencao
      *==               preventiva com esse km e a data do dia.
      *==               Alteracao aceita a leitura do hodometro para
      *==               acertar o km acumulado pelas viagens (zeros =
      *==               manter); veiculo antigo, ainda fora do
      *==               controle, entra nele na primeira leitura.
      *== 03/03/2027 - MATHEUS - Inclusao e alteracao pedem a
      *==               categoria de CNH exigida para dirigir o
      *==               veiculo (A a E; branco = sem exigencia),
      *==               conferida pelo PROG4I na escala do motorista.
      *======================================



      *============== VARIAVEIS DE APOIO ===============
           77 WRK-FROTA-STATUS PIC X(02) VALUE "00".
           77 WRK-DATA-ATUAL   PIC 9(08) VALUE ZEROES.
           77 WRK-KM-LIDO      PIC 9(07) VALUE ZEROES.
           77 WRK-CNH-EXIGIDA  PIC X(01) VALUE SPACE.
               88 WRK-CNH-EXIGIDA-VALIDA
                                 VALUE "A" "B" "C" "D" "E" " ".
           77 WRK-OPCAO        PIC X(01) VALUE SPACE.
               88 WRK-OP-INCLUIR    VALUE "I".
               88 WRK-OP-ALTERAR    VALUE "A".

       0100-RECEBE                  SECTION.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           OPEN I-O FROTA.

           DISPLAY "Opcao (I-Incluir A-Alterar D-Desativar S-Sair): "
           DISPLAY "Km por litro (ex.: 08,00): "
           ACCEPT FROT-KM-LITRO.

           DISPLAY "Hodometro atual (km): "
           ACCEPT FROT-KM-ATUAL.

           DISPLAY "Categoria de CNH exigida (A-E, branco = "
               "nenhuma): "
           ACCEPT WRK-CNH-EXIGIDA.

           IF FROT-KM-LITRO = ZEROES
               DISPLAY "Km por litro deve ser maior que zero"
           END-IF.

           IF NOT WRK-CNH-EXIGIDA-VALIDA
               DISPLAY "Categoria de CNH invalida: " WRK-CNH-EXIGIDA
           END-IF.

           IF FROT-KM-LITRO > ZEROES AND WRK-CNH-EXIGIDA-VALIDA
               MOVE WRK-CNH-EXIGIDA TO FROT-CNH-EXIGIDA
               SET FROT-ATIVO TO TRUE
               MOVE FROT-KM-ATUAL  TO FROT-KM-INICIAL
               MOVE WRK-DATA-ATUAL TO FROT-DATA-INICIAL
               MOVE WRK-DATA-ATUAL TO FROT-DATA-KM

               WRITE FROT-REGISTRO
                   INVALID KEY
               DISPLAY "Novo km por litro (ex.: 08,00): "
               ACCEPT FROT-KM-LITRO

               DISPLAY "Hodometro lido (km, zeros = manter "
                   FROT-KM-ATUAL "): "
               ACCEPT WRK-KM-LIDO

               IF WRK-KM-LIDO > ZEROES
                   PERFORM 0125-ACERTA-HODOMETRO
               END-IF

               DISPLAY "Categoria de CNH exigida (A-E, branco = "
                   "nenhuma; atual " FROT-CNH-EXIGIDA "): "
               ACCEPT WRK-CNH-EXIGIDA

               IF FROT-KM-LITRO = ZEROES
                   DISPLAY "Km por litro deve ser maior que zero"
               END-IF

               IF NOT WRK-CNH-EXIGIDA-VALIDA
                   DISPLAY "Categoria de CNH invalida: "
                       WRK-CNH-EXIGIDA
               END-IF

               IF FROT-KM-LITRO > ZEROES AND WRK-CNH-EXIGIDA-VALIDA
                   MOVE WRK-CNH-EXIGIDA TO FROT-CNH-EXIGIDA
                   REWRITE FROT-REGISTRO
                       INVALID KEY
                           DISPLAY "Erro ao alterar " FROT-PLACA
               END-IF
           END-IF.

       0125-ACERTA-HODOMETRO        SECTION.

           MOVE WRK-KM-LIDO    TO FROT-KM-ATUAL.
           MOVE WRK-DATA-ATUAL TO FROT-DATA-KM.

           IF FROT-DATA-INICIAL = ZEROES
               MOVE WRK-KM-LIDO    TO FROT-KM-INICIAL
               MOVE WRK-DATA-ATUAL TO FROT-DATA-INICIAL
           END-IF.

       0130-DESATIVA                SECTION.

           DISPLAY "Placa a desativar: "
