      *==               (quase aconteceu na troca de disco de julho).
      *==               Agora alerta e nao grava; criacao/recomposicao
      *==               do VIAGLOG e tarefa do PROG4V.
      *== 03/02/2027 - MATHEUS - Viagem passa a ser datada pela saida
      *==               prevista da transacao (TRAN-DATA-SAIDA), nao
      *==               mais pelo dia do lote, e cada viagem gravada
      *==               entra na escala de despacho ESCALA com saida,
      *==               retorno, veiculo e motorista. A escala e
      *==               conferida de novo via PROG5A antes do calculo
      *==               (veiculo/motorista comprometido depois da
      *==               critica do PROG4E e recusado).
      *== 17/02/2027 - MATHEUS - Recebe do PROG4C o km da viagem,
      *==               gravado no VIAGLOG com o tipo de viagem para
      *==               o hodometro do veiculo (PROG5F). Veiculo com
      *==               manutencao preventiva vencida e recusado pelo
      *==               PROG4C (status 05) com aviso proprio.
      *== 03/03/2027 - MATHEUS - PROG4I chamado depois das datas, com
      *==               a placa e o retorno previsto: CNH vencida ou
      *==               de categoria que nao habilita o veiculo e
      *==               recusada com aviso proprio. Km da viagem
      *==               gravado na escala (horas de direcao, PROG5I).
      *== 31/03/2027 - MATHEUS - Cliente com credito bloqueado (status
      *==               03 do PROG4D) nao tem a viagem calculada e
      *==               recebe aviso proprio.
      *== 12/05/2027 - MATHEUS - Paradas adicionais da transacao
      *==               (TRAN-PARADA-ADICIONAL) montam o roteiro
      *==               repassado ao PROG4C; km e valor por parada vao
      *==               para o VIAGLOG e a nota. Trecho sem km
      *==               cadastrado (status 06) recebe aviso proprio.
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
               FILE STATUS IS WRK-CKPT-STATUS.

           SELECT ESCALA ASSIGN TO "ESCALA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESCA-NUMERO
               FILE STATUS IS WRK-ESCA-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CHECKPOINT.
           COPY CKPTREC.

       FD  ESCALA.
           COPY ESCAREC.

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-PEDAGIO        PIC 9(10)V99 VALUE ZEROES.
           77 WRK-TAXA-APLICADA   PIC 9(01)V999 VALUE ZEROES.
           77 WRK-DESC-CONTRATO   PIC 9(02)V99 VALUE ZEROES.
           77 WRK-KM              PIC 9(06) VALUE ZEROES.
           77 WRK-ACRESCIMO      PIC S9(10)V99 VALUE ZEROES.
           77 WRK-CALC-STATUS    PIC X(02) VALUE "00".
               88 WRK-CALC-OK             VALUE "00".
               88 WRK-CALC-DESATIVADO     VALUE "02".
               88 WRK-CALC-VEIC-INVALIDO  VALUE "03".
               88 WRK-CALC-VEIC-DESATIVADO VALUE "04".
               88 WRK-CALC-VEIC-MANUTENCAO VALUE "05".
               88 WRK-CALC-SEM-TRECHO     VALUE "06".
           77 WRK-DATA-ATUAL     PIC 9(08) VALUE ZEROES.
           77 WRK-HORA-ATUAL     PIC 9(08) VALUE ZEROES.
           77 WRK-QTDE-LIDA      PIC 9(06) VALUE ZEROES COMP.
               88 WRK-CLI-OK             VALUE "00".
               88 WRK-CLI-NAO-CADASTRADO VALUE "01".
               88 WRK-CLI-DESATIVADO     VALUE "02".
               88 WRK-CLI-BLOQUEADO      VALUE "03".
           77 WRK-NOME-MOTORISTA PIC X(30) VALUE SPACE.
           77 WRK-MOT-STATUS     PIC X(02) VALUE "00".
               88 WRK-MOT-OK             VALUE "00".
               88 WRK-MOT-NAO-CADASTRADO VALUE "01".
               88 WRK-MOT-DESATIVADO     VALUE "02".
               88 WRK-MOT-CNH-VENCIDA    VALUE "03".
               88 WRK-MOT-CNH-CATEGORIA  VALUE "04".
           77 WRK-CKPT-STATUS       PIC X(02) VALUE "00".
           77 WRK-QTDE-JA-PROCESSADA PIC 9(06) VALUE ZEROES COMP.
           77 WRK-NUMERO-VIAGEM  PIC 9(08) VALUE ZEROES.
           77 WRK-HISTORICO-STATUS PIC X(01) VALUE "N".
               88 WRK-HISTORICO-GRAVADO VALUE "S".
           77 WRK-NOME-PROGRAMA  PIC X(08) VALUE "PROG4B".
           77 WRK-ESCA-STATUS    PIC X(02) VALUE "00".
           77 WRK-DATA-SAIDA     PIC 9(08) VALUE ZEROES.
           77 WRK-DATA-RETORNO   PIC 9(08) VALUE ZEROES.
           77 WRK-ESC-STATUS     PIC X(02) VALUE "00".
               88 WRK-ESC-LIVRE          VALUE "00".
               88 WRK-ESC-VEIC-ESCALADO  VALUE "01".
               88 WRK-ESC-MOT-ESCALADO   VALUE "02".
           77 WRK-VIAGEM-CONFLITO PIC 9(08) VALUE ZEROES.
           77 WRK-IX-PARADA      PIC 9(02) VALUE ZEROES COMP.
           77 WRK-NOTA-TIPO      PIC X(01) VALUE "V".
           77 WRK-NOTA-IMAGEM    PIC X(560) VALUE SPACE.
           77 WRK-FIM-PARADAS    PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-PARADAS VALUE "S".

           COPY PARAREC.

      *============== VARIAVEIS DE EDIÇAO ===============
           77 WRK-VALOR-TOTAL-ED PIC ZZZZZZZZZZ9,99 VALUE ZEROES.
               WRK-CLI-STATUS
           END-CALL.

           MOVE TRAN-COMBUSTIVEL TO WRK-COMB.

      *     TRANVAL vem do PROG4E com as datas preenchidas; a data do
      *     lote fica so como garantia.
           MOVE TRAN-DATA-SAIDA TO WRK-DATA-SAIDA.
           MOVE TRAN-DATA-RETORNO TO WRK-DATA-RETORNO.

           IF WRK-DATA-SAIDA = ZEROES
               MOVE WRK-DATA-ATUAL TO WRK-DATA-SAIDA
           END-IF.

           IF WRK-DATA-RETORNO = ZEROES
               MOVE WRK-DATA-SAIDA TO WRK-DATA-RETORNO
           END-IF.

           CALL "PROG4I" USING TRAN-MOTORISTA TRAN-PLACA
               WRK-DATA-RETORNO WRK-NOME-MOTORISTA WRK-MOT-STATUS
           END-CALL.

           SET WRK-ESC-LIVRE TO TRUE.

           IF WRK-CLI-OK AND WRK-MOT-OK
               CALL "PROG5A" USING TRAN-PLACA TRAN-MOTORISTA
                   WRK-DATA-SAIDA WRK-DATA-RETORNO WRK-ESC-STATUS
                   WRK-VIAGEM-CONFLITO
               END-CALL
               IF NOT WRK-ESC-LIVRE
                   DISPLAY "Veiculo/motorista ja escalado na viagem "
                       WRK-VIAGEM-CONFLITO
               END-IF
           END-IF.

           IF NOT WRK-CLI-OK
               OR NOT WRK-MOT-OK
               OR NOT WRK-ESC-LIVRE
               SET WRK-CALC-NAO-ATENDE TO TRUE
           ELSE
               PERFORM 0250-MONTA-ROTEIRO
               CALL "PROG4C" USING TRAN-DESTINO TRAN-PLACA
                   TRAN-CLIENTE WRK-COMB TRAN-TIPO-VIAGEM WRK-FINAL
                   WRK-CUSTO-COMB WRK-PEDAGIO WRK-TAXA-APLICADA
                   WRK-DESC-CONTRATO WRK-KM WRK-CALC-STATUS
                   PARA-ROTEIRO
               END-CALL
           END-IF.

               MOVE TRAN-MOTORISTA     TO VIAG-MOTORISTA
               MOVE WRK-COMB           TO VIAG-COMBUSTIVEL
               MOVE WRK-FINAL          TO VIAG-VALOR-FINAL
               MOVE WRK-DATA-SAIDA     TO VIAG-DATA
               MOVE WRK-HORA-ATUAL     TO VIAG-HORA
               SET VIAG-ATIVA          TO TRUE
               MOVE TRAN-TIPO-VIAGEM   TO VIAG-TIPO-VIAGEM
               MOVE WRK-KM             TO VIAG-KM
               MOVE SPACE              TO VIAG-KM-APURADO
               MOVE PARA-QTDE-PARADAS  TO VIAG-QTDE-PARADAS
               MOVE PARA-PARADAS       TO VIAG-PARADAS

               MOVE "N" TO WRK-HISTORICO-STATUS

                   WRK-FINAL - WRK-CUSTO-COMB - WRK-PEDAGIO

               MOVE WRK-NUMERO-VIAGEM  TO IMP-NUMERO
               MOVE WRK-DATA-SAIDA     TO IMP-DATA
               MOVE TRAN-CLIENTE       TO IMP-CLIENTE
               MOVE WRK-NOME-CLIENTE   TO IMP-NOME
               MOVE TRAN-DESTINO       TO IMP-DESTINO
               MOVE WRK-TAXA-APLICADA  TO IMP-TAXA-APLICADA
               MOVE WRK-DESC-CONTRATO  TO IMP-PCT-DESCONTO

               MOVE SPACES             TO IMP-PARADAS
               MOVE ZEROES             TO WRK-IX-PARADA
               PERFORM 0270-IMPRIME-PARADA
                   UNTIL WRK-IX-PARADA = PARA-QTDE-PARADAS

               WRITE IMP-REGISTRO

               MOVE IMP-REGISTRO TO WRK-NOTA-IMAGEM
               CALL "PROG5S" USING WRK-NOTA-TIPO WRK-NUMERO-VIAGEM
                   WRK-NOTA-IMAGEM
               END-CALL

               PERFORM 0240-GRAVA-ESCALA
           END-IF.

           IF NOT WRK-CALC-OK
                   " / " TRAN-DESTINO
           END-IF.

           IF WRK-CALC-VEIC-MANUTENCAO
               DISPLAY "Veiculo " TRAN-PLACA " com manutencao "
                   "preventiva vencida"
           END-IF.

           IF WRK-CALC-SEM-TRECHO
               DISPLAY "Km do trecho ate "
                   PARA-DESTINO (PARA-PARADA-ERRO)
                   " nao cadastrado (TRECMAST)"
           END-IF.

           IF WRK-CLI-BLOQUEADO
               DISPLAY "Cliente " TRAN-CLIENTE " com credito "
                   "bloqueado"
           END-IF.

           IF WRK-MOT-CNH-VENCIDA
               DISPLAY "Motorista " TRAN-MOTORISTA " com CNH vencida "
                   "ate o retorno " WRK-DATA-RETORNO
           END-IF.

           IF WRK-MOT-CNH-CATEGORIA
               DISPLAY "CNH do motorista " TRAN-MOTORISTA " nao "
                   "habilita o veiculo " TRAN-PLACA
           END-IF.

           ADD 1 TO WRK-QTDE-JA-PROCESSADA.
           PERFORM 0230-GRAVA-CHECKPOINT.

           WRITE CKPT-REGISTRO.
           CLOSE CHECKPOINT.

       0240-GRAVA-ESCALA            SECTION.

           OPEN I-O ESCALA.

           IF WRK-ESCA-STATUS = "35"
               OPEN OUTPUT ESCALA
           END-IF.

           MOVE WRK-NUMERO-VIAGEM  TO ESCA-NUMERO.
           MOVE TRAN-PLACA         TO ESCA-PLACA.
           MOVE TRAN-MOTORISTA     TO ESCA-MOTORISTA.
           MOVE TRAN-CLIENTE       TO ESCA-CLIENTE.
           MOVE TRAN-DESTINO       TO ESCA-DESTINO.
           MOVE WRK-DATA-SAIDA     TO ESCA-DATA-SAIDA.
           MOVE WRK-DATA-RETORNO   TO ESCA-DATA-RETORNO.
           MOVE WRK-KM             TO ESCA-KM.
           SET ESCA-ATIVA          TO TRUE.

           WRITE ESCA-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao gravar escala da viagem "
                       ESCA-NUMERO
           END-WRITE.

           CLOSE ESCALA.

      *     Roteiro da viagem: TRAN-DESTINO e as paradas adicionais
      *     preenchidas em seguida, ate a primeira em branco.
       0250-MONTA-ROTEIRO           SECTION.

           MOVE 1                  TO PARA-QTDE-PARADAS.
           MOVE TRAN-DESTINO       TO PARA-DESTINO (1).
           MOVE ZEROES             TO WRK-IX-PARADA.
           MOVE "N"                TO WRK-FIM-PARADAS.

           PERFORM 0260-PEGA-PARADA
               UNTIL WRK-SEM-MAIS-PARADAS.

       0260-PEGA-PARADA             SECTION.

           ADD 1 TO WRK-IX-PARADA.

           IF TRAN-PARADA-ADICIONAL (WRK-IX-PARADA) = SPACES
               SET WRK-SEM-MAIS-PARADAS TO TRUE
           ELSE
               ADD 1 TO PARA-QTDE-PARADAS
               MOVE TRAN-PARADA-ADICIONAL (WRK-IX-PARADA)
                   TO PARA-DESTINO (PARA-QTDE-PARADAS)
           END-IF.

           IF WRK-IX-PARADA = 4
               SET WRK-SEM-MAIS-PARADAS TO TRUE
           END-IF.

       0270-IMPRIME-PARADA          SECTION.

           ADD 1 TO WRK-IX-PARADA.

           MOVE PARA-DESTINO (WRK-IX-PARADA)
               TO IMP-PARADA-DESTINO (WRK-IX-PARADA).
           MOVE PARA-KM (WRK-IX-PARADA)
               TO IMP-PARADA-KM (WRK-IX-PARADA).
           MOVE PARA-VALOR (WRK-IX-PARADA)
               TO IMP-PARADA-VALOR (WRK-IX-PARADA).

       0300-ENCERRA                 SECTION.

           CLOSE TRANSACOES.
