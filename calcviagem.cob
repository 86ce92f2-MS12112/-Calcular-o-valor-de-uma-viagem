      *==               (quase aconteceu na troca de disco de julho).
      *==               Agora alerta e nao grava; criacao/recomposicao
      *==               do VIAGLOG e tarefa do PROG4V.
      *== 03/02/2027 - MATHEUS - Passa a perguntar as datas previstas
      *==               de saida e de retorno (zeros = hoje / mesmo
      *==               dia); a viagem e datada pela saida, nao mais
      *==               pelo dia da digitacao. Veiculo ou motorista ja
      *==               escalado no periodo e recusado (via PROG5A) e
      *==               a viagem gravada entra na escala ESCALA. A
      *==               cotacao guarda as datas; a escala e conferida
      *==               na confirmacao pelo PROG4Q.
      *== 17/02/2027 - MATHEUS - Recebe do PROG4C o km da viagem,
      *==               gravado no VIAGLOG (com o tipo de viagem) e
      *==               na cotacao, base do hodometro do veiculo.
      *==               Veiculo com manutencao preventiva vencida e
      *==               recusado pelo PROG4C (status 05).
      *== 03/03/2027 - MATHEUS - Datas previstas passam a ser pedidas
      *==               antes do motorista: o PROG4I recebe a placa e
      *==               o retorno previsto e recusa CNH vencida ate o
      *==               retorno (status 03) ou de categoria que nao
      *==               habilita o veiculo (status 04). Km da viagem
      *==               gravado na escala, base das horas de direcao.
      *== 31/03/2027 - MATHEUS - Cliente com credito bloqueado (status
      *==               03 do PROG4D) e recusado com aviso proprio.
      *== 28/04/2027 - MATHEUS - Valor de reserva do combustivel passa
      *==               a vir do historico COMBHIST (precos conferidos
      *==               pela carga PROG5N ou aprovados pelo PROG5O) e
      *==               nao mais direto do feed COMBDIA.
      *== 12/05/2027 - MATHEUS - Aceita ate 4 paradas adicionais
      *==               depois do destino; o PROG4C precifica trecho
      *==               a trecho e o roteiro (km e valor por parada)
      *==               vai para o VIAGLOG, a cotacao e a nota.
      *==               Trecho sem km cadastrado (status 06) e
      *==               recusado com aviso proprio.
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

           SELECT HISTORICO-COMBUSTIVEL ASSIGN TO "COMBHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMH-CHAVE
               FILE STATUS IS WRK-COMBHIST-STATUS.

           SELECT VIAGEM-IMPRESSA ASSIGN TO "VIAGIMP"
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-COTASEQ-STATUS.

           SELECT ESCALA ASSIGN TO "ESCALA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESCA-NUMERO
               FILE STATUS IS WRK-ESCA-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  VIAGENS-LOG.
           COPY VIAGREC.

       FD  HISTORICO-COMBUSTIVEL.
           COPY COMHREC.

       FD  VIAGEM-IMPRESSA.
           COPY IMPREC.
       FD  CONTROLE-COTACAO.
           COPY SEQREC.

       FD  ESCALA.
           COPY ESCAREC.

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
               88 WRK-CLI-OK             VALUE "00".
               88 WRK-CLI-NAO-CADASTRADO VALUE "01".
               88 WRK-CLI-DESATIVADO     VALUE "02".
               88 WRK-CLI-BLOQUEADO      VALUE "03".
           77 WRK-DESTINO PIC X(20) VALUE SPACE.
           77 WRK-PLACA   PIC X(07) VALUE SPACE.
           77 WRK-MOTORISTA PIC 9(05) VALUE ZEROES.
               88 WRK-MOT-OK             VALUE "00".
               88 WRK-MOT-NAO-CADASTRADO VALUE "01".
               88 WRK-MOT-DESATIVADO     VALUE "02".
               88 WRK-MOT-CNH-VENCIDA    VALUE "03".
               88 WRK-MOT-CNH-CATEGORIA  VALUE "04".
           77 WRK-COMB   PIC 9(08)V99 VALUES ZEROES.
           77 WRK-TIPO-VIAGEM PIC X(01) VALUE "R".
               88 WRK-VIAGEM-SOMENTE-IDA VALUE "S".
           77 WRK-PEDAGIO    PIC 9(10)V99 VALUE ZEROES.
           77 WRK-TAXA-APLICADA PIC 9(01)V999 VALUE ZEROES.
           77 WRK-DESC-CONTRATO PIC 9(02)V99 VALUE ZEROES.
           77 WRK-KM         PIC 9(06) VALUE ZEROES.
           77 WRK-ACRESCIMO  PIC S9(10)V99 VALUE ZEROES.
           77 WRK-CALC-STATUS PIC X(02) VALUE "00".
               88 WRK-CALC-OK             VALUE "00".
               88 WRK-CALC-DESATIVADO     VALUE "02".
               88 WRK-CALC-VEIC-INVALIDO  VALUE "03".
               88 WRK-CALC-VEIC-DESATIVADO VALUE "04".
               88 WRK-CALC-VEIC-MANUTENCAO VALUE "05".
               88 WRK-CALC-SEM-TRECHO     VALUE "06".
           77 WRK-ENTRADA-STATUS PIC X(01) VALUE "N".
               88 WRK-ENTRADA-VALIDA   VALUE "S".
               88 WRK-ENTRADA-INVALIDA VALUE "N".
           77 WRK-VIAGLOG-STATUS PIC X(02) VALUE "00".
           77 WRK-DATA-ATUAL  PIC 9(08) VALUE ZEROES.
           77 WRK-HORA-ATUAL  PIC 9(08) VALUE ZEROES.
           77 WRK-COMBHIST-STATUS PIC X(02) VALUE "00".
           77 WRK-COMB-ENCONTRADO PIC X(01) VALUE "N".
               88 WRK-COMB-JA-ENCONTRADO VALUE "S".
           77 WRK-VIAGIMP-STATUS PIC X(02) VALUE "00".
               88 WRK-CONTROLE-AUSENTE VALUE "S".
           77 WRK-NUMERO-COTACAO PIC 9(08) VALUE ZEROES.
           77 WRK-DATA-VALIDADE PIC 9(08) VALUE ZEROES.
           77 WRK-DATA-SAIDA    PIC 9(08) VALUE ZEROES.
           77 WRK-DATA-RETORNO  PIC 9(08) VALUE ZEROES.
           77 WRK-DATA-CONFERIDA PIC 9(08) VALUE ZEROES.
           77 WRK-DIAS-CALENDARIO PIC S9(05) VALUE ZEROES.
           77 WRK-FUNCAO-CALENDARIO PIC X(01) VALUE "S".
           77 WRK-DATAS-STATUS  PIC X(01) VALUE "N".
               88 WRK-DATAS-VALIDAS VALUE "S".
           77 WRK-ESC-STATUS PIC X(02) VALUE "00".
               88 WRK-ESC-LIVRE          VALUE "00".
               88 WRK-ESC-VEIC-ESCALADO  VALUE "01".
               88 WRK-ESC-MOT-ESCALADO   VALUE "02".
           77 WRK-VIAGEM-CONFLITO PIC 9(08) VALUE ZEROES.
           77 WRK-ESCA-STATUS PIC X(02) VALUE "00".
           77 WRK-PARADA-ADICIONAL PIC X(20) VALUE SPACE.
           77 WRK-FIM-PARADAS PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-PARADAS VALUE "S".
           77 WRK-IX-PARADA   PIC 9(02) VALUE ZEROES COMP.
           77 WRK-NOTA-TIPO   PIC X(01) VALUE "V".
           77 WRK-NOTA-IMAGEM PIC X(560) VALUE SPACE.

           COPY PARAREC.


      *============== VARIAVEIS DE EDIÇAO ===============

           PERFORM 0100-RECEBE.

           IF WRK-CLI-OK AND WRK-MOT-OK AND WRK-ESC-LIVRE
               AND WRK-CALC-OK
               IF WRK-OP-COTACAO
                   PERFORM 0250-REGISTRA-COTACAO
               ELSE
               DISPLAY "Cliente " WRK-CLIENTE " esta desativado"
           END-IF.

           IF WRK-CLI-BLOQUEADO
               DISPLAY "Cliente " WRK-CLIENTE " com credito bloqueado"
           END-IF.

           IF WRK-CLI-OK
               PERFORM 0101-RECEBE-VIAGEM
           END-IF.
           DISPLAY "Destino: "
           ACCEPT WRK-DESTINO.

           MOVE 1           TO PARA-QTDE-PARADAS.
           MOVE WRK-DESTINO TO PARA-DESTINO (1).
           MOVE "N"         TO WRK-FIM-PARADAS.

           PERFORM 0109-RECEBE-PARADA
               UNTIL WRK-SEM-MAIS-PARADAS.

           DISPLAY "Placa do veiculo: "
           ACCEPT WRK-PLACA.

           DISPLAY "Codigo do motorista: "
           ACCEPT WRK-MOTORISTA.

           PERFORM 0106-RECEBE-DATAS.

           CALL "PROG4I" USING WRK-MOTORISTA WRK-PLACA
               WRK-DATA-RETORNO WRK-NOME-MOTORISTA WRK-MOT-STATUS
           END-CALL.

           IF WRK-MOT-NAO-CADASTRADO
               DISPLAY "Motorista " WRK-MOTORISTA " esta desativado"
           END-IF.

           IF WRK-MOT-CNH-VENCIDA
               DISPLAY "Motorista " WRK-MOTORISTA " com CNH vencida "
                   "ate o retorno " WRK-DATA-RETORNO
           END-IF.

           IF WRK-MOT-CNH-CATEGORIA
               DISPLAY "CNH do motorista " WRK-MOTORISTA " nao "
                   "habilita o veiculo " WRK-PLACA
           END-IF.

           IF WRK-MOT-OK
               IF NOT WRK-OP-COTACAO
                   PERFORM 0107-VERIFICA-ESCALA
               END-IF
           END-IF.

           IF WRK-MOT-OK AND WRK-ESC-LIVRE
               PERFORM 0104-RECEBE-CUSTOS
           END-IF.

           CALL "PROG4C" USING WRK-DESTINO WRK-PLACA WRK-CLIENTE
               WRK-COMB WRK-TIPO-VIAGEM WRK-FINAL WRK-CUSTO-COMB
               WRK-PEDAGIO WRK-TAXA-APLICADA WRK-DESC-CONTRATO
               WRK-KM WRK-CALC-STATUS PARA-ROTEIRO
           END-CALL.

           COMPUTE WRK-ACRESCIMO =
               WRK-FINAL - WRK-CUSTO-COMB - WRK-PEDAGIO.

           IF WRK-CALC-NAO-ATENDE
               DISPLAY "Nao atendemos na região de "
                   PARA-DESTINO (PARA-PARADA-ERRO)
           END-IF.

           IF WRK-CALC-DESATIVADO
               DISPLAY "Destino " PARA-DESTINO (PARA-PARADA-ERRO)
                   " esta desativado"
           END-IF.

           IF WRK-CALC-SEM-TRECHO
               DISPLAY "Km do trecho ate "
                   PARA-DESTINO (PARA-PARADA-ERRO)
                   " nao cadastrado (TRECMAST)"
           END-IF.

           IF WRK-CALC-VEIC-INVALIDO
               DISPLAY "Veiculo " WRK-PLACA " esta desativado"
           END-IF.

           IF WRK-CALC-VEIC-MANUTENCAO
               DISPLAY "Veiculo " WRK-PLACA " com manutencao "
                   "preventiva vencida"
           END-IF.

       0102-BUSCA-COMBUSTIVEL-DIA    SECTION.

           OPEN INPUT HISTORICO-COMBUSTIVEL.

           IF WRK-COMBHIST-STATUS = "00"
               MOVE WRK-DATA-ATUAL TO COMH-DATA
               MOVE LOW-VALUES     TO COMH-TIPO
               START HISTORICO-COMBUSTIVEL
                   KEY IS NOT LESS THAN COMH-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF WRK-COMBHIST-STATUS = "00"
                   PERFORM 0103-LE-COMBUSTIVEL-DIA
               END-IF
               CLOSE HISTORICO-COMBUSTIVEL
           END-IF.

       0103-LE-COMBUSTIVEL-DIA       SECTION.

           READ HISTORICO-COMBUSTIVEL NEXT
               AT END
                   CONTINUE
           END-READ.

           IF WRK-COMBHIST-STATUS = "00"
               AND COMH-DATA = WRK-DATA-ATUAL
               MOVE COMH-VALOR      TO WRK-COMB
               SET WRK-COMB-JA-ENCONTRADO TO TRUE
           END-IF.

               SET WRK-ENTRADA-INVALIDA TO TRUE
           END-IF.

       0106-RECEBE-DATAS             SECTION.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           MOVE "N" TO WRK-DATAS-STATUS.

           PERFORM 0108-VALIDA-DATAS
               UNTIL WRK-DATAS-VALIDAS.

       0107-VERIFICA-ESCALA          SECTION.

           CALL "PROG5A" USING WRK-PLACA WRK-MOTORISTA WRK-DATA-SAIDA
               WRK-DATA-RETORNO WRK-ESC-STATUS WRK-VIAGEM-CONFLITO
           END-CALL.

           IF WRK-ESC-VEIC-ESCALADO
               DISPLAY "Veiculo " WRK-PLACA " ja escalado no periodo "
                   "(viagem " WRK-VIAGEM-CONFLITO ")"
           END-IF.

           IF WRK-ESC-MOT-ESCALADO
               DISPLAY "Motorista " WRK-MOTORISTA " ja escalado no "
                   "periodo (viagem " WRK-VIAGEM-CONFLITO ")"
           END-IF.

       0108-VALIDA-DATAS             SECTION.

           DISPLAY "Data de saida (AAAAMMDD, zeros = hoje): "
           ACCEPT WRK-DATA-SAIDA.

           DISPLAY "Data de retorno (AAAAMMDD, zeros = mesmo dia): "
           ACCEPT WRK-DATA-RETORNO.

           IF WRK-DATA-SAIDA = ZEROES
               MOVE WRK-DATA-ATUAL TO WRK-DATA-SAIDA
           END-IF.

           IF WRK-DATA-RETORNO = ZEROES
               MOVE WRK-DATA-SAIDA TO WRK-DATA-RETORNO
           END-IF.

           SET WRK-DATAS-VALIDAS TO TRUE.
           MOVE ZEROES TO WRK-DIAS-CALENDARIO.
           MOVE "S" TO WRK-FUNCAO-CALENDARIO.

           CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO WRK-DATA-SAIDA
               WRK-DIAS-CALENDARIO WRK-DATA-CONFERIDA
           END-CALL.

           IF WRK-DATA-CONFERIDA = ZEROES
               DISPLAY "Data de saida invalida: " WRK-DATA-SAIDA
               MOVE "N" TO WRK-DATAS-STATUS
           END-IF.

           CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO WRK-DATA-RETORNO
               WRK-DIAS-CALENDARIO WRK-DATA-CONFERIDA
           END-CALL.

           IF WRK-DATA-CONFERIDA = ZEROES
               DISPLAY "Data de retorno invalida: " WRK-DATA-RETORNO
               MOVE "N" TO WRK-DATAS-STATUS
           END-IF.

           IF WRK-DATAS-VALIDAS
               AND WRK-DATA-SAIDA < WRK-DATA-ATUAL
               DISPLAY "Data de saida anterior a hoje"
               MOVE "N" TO WRK-DATAS-STATUS
           END-IF.

           IF WRK-DATAS-VALIDAS
               AND WRK-DATA-RETORNO < WRK-DATA-SAIDA
               DISPLAY "Data de retorno anterior a saida"
               MOVE "N" TO WRK-DATAS-STATUS
           END-IF.

      *     Paradas seguintes ao destino, na ordem da viagem, ate o
      *     limite de 5 destinos do roteiro.
       0109-RECEBE-PARADA            SECTION.

           DISPLAY "Parada adicional (em branco = fim): "
           ACCEPT WRK-PARADA-ADICIONAL.

           IF WRK-PARADA-ADICIONAL = SPACES
               SET WRK-SEM-MAIS-PARADAS TO TRUE
           ELSE
               ADD 1 TO PARA-QTDE-PARADAS
               MOVE WRK-PARADA-ADICIONAL
                   TO PARA-DESTINO (PARA-QTDE-PARADAS)
               IF PARA-QTDE-PARADAS = 5
                   SET WRK-SEM-MAIS-PARADAS TO TRUE
               END-IF
           END-IF.



       0200-MOSTRA                  SECTION.
           DISPLAY "Numero da viagem: " WRK-NUMERO-VIAGEM
           DISPLAY "Cliente: " WRK-CLIENTE " - " WRK-NOME
           DISPLAY "Destino: " WRK-DESTINO
           DISPLAY "Paradas: " PARA-QTDE-PARADAS
           DISPLAY "Valor Final da Viagem: " WRK-FINAL-ED.

           PERFORM 0210-GRAVA-HISTORICO.

           IF WRK-HISTORICO-GRAVADO
               PERFORM 0220-IMPRIME-NOTA
               PERFORM 0230-GRAVA-ESCALA
           ELSE
               DISPLAY "Nota nao emitida: historico da viagem nao "
                   "foi gravado"
               MOVE WRK-MOTORISTA  TO VIAG-MOTORISTA
               MOVE WRK-COMB       TO VIAG-COMBUSTIVEL
               MOVE WRK-FINAL      TO VIAG-VALOR-FINAL
               MOVE WRK-DATA-SAIDA TO VIAG-DATA
               MOVE WRK-HORA-ATUAL TO VIAG-HORA
               SET VIAG-ATIVA      TO TRUE
               MOVE WRK-TIPO-VIAGEM TO VIAG-TIPO-VIAGEM
               MOVE WRK-KM         TO VIAG-KM
               MOVE SPACE          TO VIAG-KM-APURADO
               MOVE PARA-QTDE-PARADAS TO VIAG-QTDE-PARADAS
               MOVE PARA-PARADAS   TO VIAG-PARADAS

               WRITE VIAG-REGISTRO
                   INVALID KEY
           OPEN EXTEND VIAGEM-IMPRESSA.

           MOVE WRK-NUMERO-VIAGEM TO IMP-NUMERO.
           MOVE WRK-DATA-SAIDA TO IMP-DATA.
           MOVE WRK-CLIENTE    TO IMP-CLIENTE.
           MOVE WRK-NOME       TO IMP-NOME.
           MOVE WRK-DESTINO    TO IMP-DESTINO.
           MOVE WRK-TAXA-APLICADA TO IMP-TAXA-APLICADA.
           MOVE WRK-DESC-CONTRATO TO IMP-PCT-DESCONTO.

           MOVE SPACES         TO IMP-PARADAS.
           MOVE ZEROES         TO WRK-IX-PARADA.
           PERFORM 0225-IMPRIME-PARADA
               UNTIL WRK-IX-PARADA = PARA-QTDE-PARADAS.

           WRITE IMP-REGISTRO.

           CLOSE VIAGEM-IMPRESSA.

           MOVE IMP-REGISTRO TO WRK-NOTA-IMAGEM.
           CALL "PROG5S" USING WRK-NOTA-TIPO WRK-NUMERO-VIAGEM
               WRK-NOTA-IMAGEM
           END-CALL.

       0225-IMPRIME-PARADA           SECTION.

           ADD 1 TO WRK-IX-PARADA.

           MOVE PARA-DESTINO (WRK-IX-PARADA)
               TO IMP-PARADA-DESTINO (WRK-IX-PARADA).
           MOVE PARA-KM (WRK-IX-PARADA)
               TO IMP-PARADA-KM (WRK-IX-PARADA).
           MOVE PARA-VALOR (WRK-IX-PARADA)
               TO IMP-PARADA-VALOR (WRK-IX-PARADA).

       0230-GRAVA-ESCALA             SECTION.

           OPEN I-O ESCALA.

           IF WRK-ESCA-STATUS = "35"
               OPEN OUTPUT ESCALA
           END-IF.

           MOVE WRK-NUMERO-VIAGEM TO ESCA-NUMERO.
           MOVE WRK-PLACA        TO ESCA-PLACA.
           MOVE WRK-MOTORISTA    TO ESCA-MOTORISTA.
           MOVE WRK-CLIENTE      TO ESCA-CLIENTE.
           MOVE WRK-DESTINO      TO ESCA-DESTINO.
           MOVE WRK-DATA-SAIDA   TO ESCA-DATA-SAIDA.
           MOVE WRK-DATA-RETORNO TO ESCA-DATA-RETORNO.
           MOVE WRK-KM           TO ESCA-KM.
           SET ESCA-ATIVA        TO TRUE.

           WRITE ESCA-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao gravar escala da viagem "
                       ESCA-NUMERO
           END-WRITE.

           CLOSE ESCALA.

           DISPLAY "Escalada: saida " WRK-DATA-SAIDA
               " retorno " WRK-DATA-RETORNO.

       0250-REGISTRA-COTACAO         SECTION.

           MOVE WRK-FINAL TO WRK-FINAL-ED.
           MOVE WRK-DESC-CONTRATO TO COTA-PCT-DESCONTO.
           MOVE WRK-DATA-ATUAL  TO COTA-DATA.
           MOVE WRK-DATA-VALIDADE TO COTA-VALIDADE.
           MOVE WRK-DATA-SAIDA  TO COTA-DATA-SAIDA.
           MOVE WRK-DATA-RETORNO TO COTA-DATA-RETORNO.
           MOVE WRK-KM          TO COTA-KM.
           MOVE PARA-QTDE-PARADAS TO COTA-QTDE-PARADAS.
           MOVE PARA-PARADAS    TO COTA-PARADAS.
           SET COTA-PENDENTE    TO TRUE.

           WRITE COTA-REGISTRO
               " valida ate " WRK-DATA-VALIDADE.
           DISPLAY "Cliente: " WRK-CLIENTE " - " WRK-NOME.
           DISPLAY "Destino: " WRK-DESTINO.
           DISPLAY "Paradas: " PARA-QTDE-PARADAS.
           DISPLAY "Valor cotado: " WRK-FINAL-ED.

       0260-PROXIMO-NUMERO-COTACAO   SECTION.
