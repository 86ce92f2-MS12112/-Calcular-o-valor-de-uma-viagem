      *==               (quase aconteceu na troca de disco de julho).
      *==               Agora alerta e nao grava; criacao/recomposicao
      *==               do VIAGLOG e tarefa do PROG4V.
      *== 03/02/2027 - MATHEUS - Confirmacao confere a escala de
      *==               despacho (via PROG5A) nas datas de saida e
      *==               retorno da cotacao e recusa veiculo ou
      *==               motorista ja escalado no periodo, ou saida ja
      *==               passada. A viagem e datada pela saida prevista
      *==               e entra na escala ESCALA. Cotacao antiga, sem
      *==               datas, vale como viagem de um dia, hoje.
      *== 17/02/2027 - MATHEUS - Leva ao VIAGLOG o tipo de viagem e
      *==               o km da cotacao, base do hodometro do veiculo
      *==               (PROG5F).
      *== 03/03/2027 - MATHEUS - Confirmacao confere de novo o
      *==               motorista pelo PROG4I (CNH valida ate o
      *==               retorno e categoria que habilita o veiculo);
      *==               km da cotacao gravado na escala.
      *== 31/03/2027 - MATHEUS - Confirmacao confere o cliente pelo
      *==               PROG4D: cliente desativado ou com credito
      *==               bloqueado desde a cotacao nao vira viagem.
      *== 12/05/2027 - MATHEUS - Roteiro de paradas da cotacao (km e
      *==               valor por parada) levado ao VIAGLOG e listado
      *==               na nota; cotacao anterior ao roteiro vale como
      *==               parada unica no destino cotado.
      *== 26/05/2027 - MATHEUS - VIAGLOG declarado com as chaves
      *==               alternadas por cliente, data e placa da
      *==               viagem (consulta PROG5R). A nota impressa
      *==               tambem e arquivada no NOTAMAST pela rotina
      *==               PROG5S, para a segunda via.
      *======================================


               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIAG-NUMERO
               ALTERNATE RECORD KEY IS VIAG-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS VIAG-DATA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VIAG-PLACA WITH DUPLICATES
               FILE STATUS IS WRK-VIAGLOG-STATUS.

           SELECT VIAGEM-IMPRESSA ASSIGN TO "VIAGIMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-VIAGIMP-STATUS.

           SELECT ESCALA ASSIGN TO "ESCALA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESCA-NUMERO
               FILE STATUS IS WRK-ESCA-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  VIAGEM-IMPRESSA.
           COPY IMPREC.

       FD  ESCALA.
           COPY ESCAREC.

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-QTDE-EXPURGADAS PIC 9(06) VALUE ZEROES COMP.
           77 WRK-HISTORICO-STATUS PIC X(01) VALUE "N".
               88 WRK-HISTORICO-GRAVADO VALUE "S".
           77 WRK-ESCA-STATUS    PIC X(02) VALUE "00".
           77 WRK-DATA-SAIDA     PIC 9(08) VALUE ZEROES.
           77 WRK-DATA-RETORNO   PIC 9(08) VALUE ZEROES.
           77 WRK-ESC-STATUS     PIC X(02) VALUE "00".
               88 WRK-ESC-LIVRE          VALUE "00".
               88 WRK-ESC-VEIC-ESCALADO  VALUE "01".
               88 WRK-ESC-MOT-ESCALADO   VALUE "02".
           77 WRK-VIAGEM-CONFLITO PIC 9(08) VALUE ZEROES.
           77 WRK-NOME-MOTORISTA PIC X(30) VALUE SPACE.
           77 WRK-MOT-STATUS     PIC X(02) VALUE "00".
               88 WRK-MOT-OK             VALUE "00".
               88 WRK-MOT-CNH-VENCIDA    VALUE "03".
               88 WRK-MOT-CNH-CATEGORIA  VALUE "04".
           77 WRK-NOME-CLIENTE   PIC X(30) VALUE SPACE.
           77 WRK-CLI-STATUS     PIC X(02) VALUE "00".
               88 WRK-CLI-OK             VALUE "00".
               88 WRK-CLI-BLOQUEADO      VALUE "03".
           77 WRK-IX-PARADA      PIC 9(02) VALUE ZEROES COMP.
           77 WRK-NOTA-TIPO      PIC X(01) VALUE "V".
           77 WRK-NOTA-IMAGEM    PIC X(560) VALUE SPACE.

      *============== VARIAVEIS DE EDIÇAO ===============
           77 WRK-FINAL-ED  PIC ZZZZZZZZZ9,99 VALUE ZEROES.
                   WHEN COTA-VALIDADE < WRK-DATA-ATUAL
                       DISPLAY "Cotacao " COTA-NUMERO
                           " vencida em " COTA-VALIDADE
                   WHEN OTHER
                       PERFORM 0115-CONFERE-ESCALA
               END-EVALUATE
           END-IF.

       0115-CONFERE-ESCALA          SECTION.

           MOVE COTA-DATA-SAIDA TO WRK-DATA-SAIDA.
           MOVE COTA-DATA-RETORNO TO WRK-DATA-RETORNO.

           IF WRK-DATA-SAIDA = ZEROES
               MOVE WRK-DATA-ATUAL TO WRK-DATA-SAIDA
           END-IF.

           IF WRK-DATA-RETORNO = ZEROES
               MOVE WRK-DATA-SAIDA TO WRK-DATA-RETORNO
           END-IF.

           IF WRK-DATA-SAIDA < WRK-DATA-ATUAL
               DISPLAY "Cotacao " COTA-NUMERO " com saida prevista em "
                   WRK-DATA-SAIDA ", ja passada; refazer a cotacao"
           ELSE
               CALL "PROG5A" USING COTA-PLACA COTA-MOTORISTA
                   WRK-DATA-SAIDA WRK-DATA-RETORNO WRK-ESC-STATUS
                   WRK-VIAGEM-CONFLITO
               END-CALL
               CALL "PROG4I" USING COTA-MOTORISTA COTA-PLACA
                   WRK-DATA-RETORNO WRK-NOME-MOTORISTA WRK-MOT-STATUS
               END-CALL
               CALL "PROG4D" USING COTA-CLIENTE WRK-NOME-CLIENTE
                   WRK-CLI-STATUS
               END-CALL
               EVALUATE TRUE
                   WHEN WRK-CLI-BLOQUEADO
                       DISPLAY "Cliente " COTA-CLIENTE " com credito "
                           "bloqueado"
                   WHEN NOT WRK-CLI-OK
                       DISPLAY "Cliente " COTA-CLIENTE " nao "
                           "cadastrado ou desativado"
                   WHEN WRK-MOT-CNH-VENCIDA
                       DISPLAY "Motorista " COTA-MOTORISTA " com CNH "
                           "vencida ate o retorno " WRK-DATA-RETORNO
                   WHEN WRK-MOT-CNH-CATEGORIA
                       DISPLAY "CNH do motorista " COTA-MOTORISTA
                           " nao habilita o veiculo " COTA-PLACA
                   WHEN NOT WRK-MOT-OK
                       DISPLAY "Motorista " COTA-MOTORISTA " nao "
                           "cadastrado ou desativado"
                   WHEN WRK-ESC-VEIC-ESCALADO
                       DISPLAY "Veiculo " COTA-PLACA " ja escalado "
                           "no periodo (viagem " WRK-VIAGEM-CONFLITO
                           ")"
                   WHEN WRK-ESC-MOT-ESCALADO
                       DISPLAY "Motorista " COTA-MOTORISTA " ja "
                           "escalado no periodo (viagem "
                           WRK-VIAGEM-CONFLITO ")"
                   WHEN OTHER
                       PERFORM 0120-EFETIVA-VIAGEM
               END-EVALUATE
           CALL "PROG4S" USING WRK-NUMERO-VIAGEM
           END-CALL.

           IF COTA-QTDE-PARADAS = ZEROES
               PERFORM 0125-PARADA-UNICA
           END-IF.

           PERFORM 0130-GRAVA-HISTORICO.

           IF NOT WRK-HISTORICO-GRAVADO
                   "historico da viagem nao foi gravado"
           ELSE
               PERFORM 0140-IMPRIME-NOTA
               PERFORM 0150-GRAVA-ESCALA

               SET COTA-CONFIRMADA TO TRUE

               DISPLAY "Valor cotado mantido: " WRK-FINAL-ED
           END-IF.

      *     Cotacao gravada antes do roteiro de paradas: o destino
      *     cotado e a unica parada, com todo o km e o valor.
       0125-PARADA-UNICA            SECTION.

           MOVE 1                 TO COTA-QTDE-PARADAS.
           MOVE COTA-DESTINO      TO COTA-PARADA-DESTINO (1).
           MOVE COTA-KM           TO COTA-PARADA-KM (1).
           MOVE COTA-VALOR-FINAL  TO COTA-PARADA-VALOR (1).

       0130-GRAVA-HISTORICO         SECTION.

           MOVE "N" TO WRK-HISTORICO-STATUS.
               MOVE COTA-MOTORISTA    TO VIAG-MOTORISTA
               MOVE COTA-COMBUSTIVEL  TO VIAG-COMBUSTIVEL
               MOVE COTA-VALOR-FINAL  TO VIAG-VALOR-FINAL
               MOVE WRK-DATA-SAIDA    TO VIAG-DATA
               MOVE WRK-HORA-ATUAL    TO VIAG-HORA
               SET VIAG-ATIVA         TO TRUE
               MOVE COTA-TIPO-VIAGEM  TO VIAG-TIPO-VIAGEM
               MOVE COTA-KM           TO VIAG-KM
               MOVE SPACE             TO VIAG-KM-APURADO
               MOVE COTA-QTDE-PARADAS TO VIAG-QTDE-PARADAS
               MOVE COTA-PARADAS      TO VIAG-PARADAS

               WRITE VIAG-REGISTRO
                   INVALID KEY
               - COTA-VALOR-COMB - COTA-VALOR-PEDAGIO.

           MOVE WRK-NUMERO-VIAGEM TO IMP-NUMERO.
           MOVE WRK-DATA-SAIDA    TO IMP-DATA.
           MOVE COTA-CLIENTE      TO IMP-CLIENTE.
           MOVE COTA-NOME         TO IMP-NOME.
           MOVE COTA-DESTINO      TO IMP-DESTINO.
           MOVE COTA-TAXA-APLICADA TO IMP-TAXA-APLICADA.
           MOVE COTA-PCT-DESCONTO TO IMP-PCT-DESCONTO.

           MOVE SPACES            TO IMP-PARADAS.
           MOVE ZEROES            TO WRK-IX-PARADA.
           PERFORM 0145-IMPRIME-PARADA
               UNTIL WRK-IX-PARADA = COTA-QTDE-PARADAS.

           WRITE IMP-REGISTRO.

           CLOSE VIAGEM-IMPRESSA.

           MOVE IMP-REGISTRO TO WRK-NOTA-IMAGEM.
           CALL "PROG5S" USING WRK-NOTA-TIPO WRK-NUMERO-VIAGEM
               WRK-NOTA-IMAGEM
           END-CALL.

       0145-IMPRIME-PARADA          SECTION.

           ADD 1 TO WRK-IX-PARADA.

           MOVE COTA-PARADA-DESTINO (WRK-IX-PARADA)
               TO IMP-PARADA-DESTINO (WRK-IX-PARADA).
           MOVE COTA-PARADA-KM (WRK-IX-PARADA)
               TO IMP-PARADA-KM (WRK-IX-PARADA).
           MOVE COTA-PARADA-VALOR (WRK-IX-PARADA)
               TO IMP-PARADA-VALOR (WRK-IX-PARADA).

       0150-GRAVA-ESCALA            SECTION.

           OPEN I-O ESCALA.

           IF WRK-ESCA-STATUS = "35"
               OPEN OUTPUT ESCALA
           END-IF.

           MOVE WRK-NUMERO-VIAGEM TO ESCA-NUMERO.
           MOVE COTA-PLACA        TO ESCA-PLACA.
           MOVE COTA-MOTORISTA    TO ESCA-MOTORISTA.
           MOVE COTA-CLIENTE      TO ESCA-CLIENTE.
           MOVE COTA-DESTINO      TO ESCA-DESTINO.
           MOVE WRK-DATA-SAIDA    TO ESCA-DATA-SAIDA.
           MOVE WRK-DATA-RETORNO  TO ESCA-DATA-RETORNO.
           MOVE COTA-KM           TO ESCA-KM.
           SET ESCA-ATIVA         TO TRUE.

           WRITE ESCA-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao gravar escala da viagem "
                       ESCA-NUMERO
           END-WRITE.

           CLOSE ESCALA.

       0200-EXPURGA                 SECTION.

           PERFORM 0210-LE-COTACAO
