      *==               Devolve a taxa e o desconto aplicados, para
      *==               sairem na nota; sem contrato ativo vale a
      *==               taxa cheia do destino.
      *== 17/02/2027 - MATHEUS - Devolve o km da viagem (ida e volta
      *==               ou somente ida) em WRK-KM-P, para o VIAGLOG e
      *==               o hodometro do veiculo. Veiculo com servico
      *==               de manutencao preventiva vencido (rotina
      *==               PROG5G sobre o plano PLANMANU) e recusado
      *==               como ja se recusa veiculo desativado.
      *== 14/04/2027 - MATHEUS - A conta do valor (km, combustivel,
      *==               taxa, pedagio e desconto) passa para a rotina
      *==               PROG5L, chamada tambem pela simulacao de
      *==               reajuste PROG5M; a regra nao muda.
      *== 28/04/2027 - MATHEUS - Preco do dia passa a ser lido do
      *==               historico COMBHIST (por data + tipo), que so
      *==               recebe preco conferido pela carga PROG5N ou
      *==               aprovado pelo PROG5O, e nao mais direto do
      *==               feed COMBDIA; preco retido fica de fora e vale
      *==               a reserva do chamador.
      *== 12/05/2027 - MATHEUS - Recebe o roteiro de paradas
      *==               (PARAREC, ate 5 destinos) e precifica trecho a
      *==               trecho: base ate a primeira parada pelo km do
      *==               destino, entre paradas pelo km do cadastro de
      *==               trechos TRECMAST, cada trecho com o pedagio do
      *==               ROTACUST e o contrato do destino de chegada, e
      *==               um unico retorno a base a partir da ultima
      *==               parada quando ida e volta. Devolve o km e o
      *==               valor de cada parada; trecho sem km cadastrado
      *==               e recusado (status 06). Parada unica segue a
      *==               conta de antes.
      *======================================


               RECORD KEY IS ROTA-DESTINO
               FILE STATUS IS WRK-ROTA-STATUS.

           SELECT HISTORICO-COMBUSTIVEL ASSIGN TO "COMBHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMH-CHAVE
               FILE STATUS IS WRK-COMBHIST-STATUS.

           SELECT CONTRATOS ASSIGN TO "CONTMAST"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CTRT-CHAVE
               FILE STATUS IS WRK-CTRT-STATUS.

           SELECT TRECHOS ASSIGN TO "TRECMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TREC-CHAVE
               FILE STATUS IS WRK-TREC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ROTAS.
           COPY ROTAREC.

       FD  HISTORICO-COMBUSTIVEL.
           COPY COMHREC.

       FD  CONTRATOS.
           COPY CTRTREC.

       FD  TRECHOS.
           COPY TRECREC.

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-DEST-STATUS PIC X(02) VALUE "00".
           77 WRK-FROTA-STATUS PIC X(02) VALUE "00".
           77 WRK-ROTA-STATUS PIC X(02) VALUE "00".
           77 WRK-COMBHIST-STATUS PIC X(02) VALUE "00".
           77 WRK-COMB-ENCONTRADO PIC X(01) VALUE "N".
               88 WRK-COMB-JA-ENCONTRADO VALUE "S".
           77 WRK-DATA-ATUAL   PIC 9(08) VALUE ZEROES.
           77 WRK-CTRT-STATUS  PIC X(02) VALUE "00".
           77 WRK-TAXA-CALC    PIC 9(01)V999 VALUE ZEROES.
           77 WRK-DESC-CALC    PIC 9(02)V99 VALUE ZEROES.
           77 WRK-MARGEM-KM    PIC 9(06) VALUE ZEROES.
           77 WRK-MARGEM-DIAS  PIC 9(04) VALUE ZEROES.
           77 WRK-KM-HODOMETRO PIC 9(07) VALUE ZEROES.
           77 WRK-MANU-STATUS  PIC X(02) VALUE "00".
               88 WRK-MANU-VENCIDA VALUE "02".
           77 WRK-TREC-STATUS  PIC X(02) VALUE "00".
           77 WRK-IX           PIC 9(02) VALUE ZEROES COMP.
           77 WRK-IX-ANTERIOR  PIC 9(02) VALUE ZEROES COMP.
           77 WRK-TIPO-TRECHO  PIC X(01) VALUE "S".
           77 WRK-KM-TRECHO    PIC 9(06) VALUE ZEROES.
           77 WRK-KM-PERCORRIDO PIC 9(06) VALUE ZEROES.
           77 WRK-FINAL-TRECHO PIC 9(10)V99 VALUE ZEROES.
           77 WRK-CUSTO-TRECHO PIC 9(10)V99 VALUE ZEROES.
           77 WRK-PEDAGIO-TRECHO PIC 9(10)V99 VALUE ZEROES.

      *     Dados de cada parada do roteiro: km e taxa do DESTMAST,
      *     pedagio por sentido do ROTACUST e km do trecho que chega
      *     a parada (TRECMAST; a primeira vem da base).
           01  WRK-TAB-PARADAS.
               05  WRK-PAR OCCURS 5 TIMES.
                   10  WRK-PAR-KM           PIC 9(06).
                   10  WRK-PAR-TAXA         PIC 9(01)V999.
                   10  WRK-PAR-PEDAGIO      PIC 9(09)V99.
                   10  WRK-PAR-KM-TRECHO    PIC 9(06).

           01  WRK-SERVICOS-MANUTENCAO.
               05  WRK-QTDE-SERV         PIC 9(04) COMP.
               05  WRK-SERV OCCURS 30 TIMES.
                   10  WRK-SERV-NOME        PIC X(20).
                   10  WRK-SERV-SITUACAO    PIC X(02).
                   10  WRK-SERV-KM-ULTIMO   PIC 9(07).
                   10  WRK-SERV-DATA-ULTIMO PIC 9(08).
                   10  WRK-SERV-KM-LIMITE   PIC 9(07).
                   10  WRK-SERV-DATA-LIMITE PIC 9(08).

       LINKAGE                      SECTION.

           77 WRK-PEDAGIO-P  PIC 9(10)V99.
           77 WRK-TAXA-APLICADA-P PIC 9(01)V999.
           77 WRK-DESC-APLICADO-P PIC 9(02)V99.
           77 WRK-KM-P       PIC 9(06).
           77 WRK-CALC-STATUS-P PIC X(02).
               88 WRK-CALC-OK             VALUE "00".
               88 WRK-CALC-NAO-ATENDE     VALUE "01".
               88 WRK-CALC-DESATIVADO     VALUE "02".
               88 WRK-CALC-VEIC-INVALIDO  VALUE "03".
               88 WRK-CALC-VEIC-DESATIVADO VALUE "04".
               88 WRK-CALC-VEIC-MANUTENCAO VALUE "05".
               88 WRK-CALC-SEM-TRECHO     VALUE "06".

           COPY PARAREC.

       PROCEDURE DIVISION USING WRK-DESTINO-P WRK-PLACA-P
               WRK-CLIENTE-P WRK-COMB-P WRK-TIPO-VIAGEM-P WRK-FINAL-P
               WRK-CUSTO-COMB-P WRK-PEDAGIO-P WRK-TAXA-APLICADA-P
               WRK-DESC-APLICADO-P WRK-KM-P WRK-CALC-STATUS-P
               PARA-ROTEIRO.

       0100-CALCULA                 SECTION.

           MOVE WRK-DESTINO-P       TO PARA-DESTINO (1).

           IF PARA-QTDE-PARADAS = ZEROES
               MOVE 1               TO PARA-QTDE-PARADAS
           END-IF.

           MOVE ZEROES              TO PARA-PARADA-ERRO
                                       WRK-IX.

           PERFORM 0101-LIMPA-PARADA
               UNTIL WRK-IX = 5.

           OPEN INPUT FROTA.


           CLOSE FROTA.

           MOVE ZEROES              TO WRK-FINAL-P
                                       WRK-CUSTO-COMB-P
                                       WRK-PEDAGIO-P
                                       WRK-TAXA-APLICADA-P
                                       WRK-DESC-APLICADO-P
                                       WRK-KM-P.

           SET WRK-CALC-OK          TO TRUE.

           OPEN INPUT DESTINOS.
           OPEN INPUT ROTAS.

           MOVE ZEROES              TO WRK-IX.
           PERFORM 0102-CONFERE-PARADA
               UNTIL WRK-IX = PARA-QTDE-PARADAS
                  OR NOT WRK-CALC-OK.

           CLOSE DESTINOS.
           CLOSE ROTAS.

           IF WRK-CALC-OK
               AND PARA-QTDE-PARADAS > 1
               PERFORM 0104-CONFERE-TRECHOS
           END-IF.

           IF WRK-CALC-OK
               PERFORM 0110-CALCULA-COM-VEICULO
           END-IF.

           GOBACK.

      *     Paradas alem da quantidade informada saem em branco, para
      *     que o chamador grave o bloco inteiro sem lixo.
       0101-LIMPA-PARADA            SECTION.

           ADD 1 TO WRK-IX.

           IF WRK-IX > PARA-QTDE-PARADAS
               MOVE SPACES          TO PARA-DESTINO (WRK-IX)
           END-IF.

           MOVE ZEROES              TO PARA-KM (WRK-IX)
                                       PARA-VALOR (WRK-IX).

       0102-CONFERE-PARADA          SECTION.

           ADD 1 TO WRK-IX.

           MOVE PARA-DESTINO (WRK-IX) TO DEST-NOME.
           READ DESTINOS
               KEY IS DEST-NOME
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WRK-DEST-STATUS NOT = "00"
               SET WRK-CALC-NAO-ATENDE TO TRUE
               MOVE WRK-IX          TO PARA-PARADA-ERRO
           ELSE
               IF DEST-INATIVO
                   SET WRK-CALC-DESATIVADO TO TRUE
                   MOVE WRK-IX      TO PARA-PARADA-ERRO
               ELSE
                   MOVE DEST-KM     TO WRK-PAR-KM (WRK-IX)
                   MOVE DEST-TAXA   TO WRK-PAR-TAXA (WRK-IX)
                   PERFORM 0103-BUSCA-ROTA
               END-IF
           END-IF.

       0103-BUSCA-ROTA              SECTION.

           MOVE PARA-DESTINO (WRK-IX) TO ROTA-DESTINO.
           READ ROTAS
               KEY IS ROTA-DESTINO
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WRK-ROTA-STATUS = "00"
               COMPUTE WRK-PAR-PEDAGIO (WRK-IX) =
                   ROTA-PEDAGIO + ROTA-CUSTO-FIXO
           ELSE
               MOVE ZEROES          TO WRK-PAR-PEDAGIO (WRK-IX)
           END-IF.

       0104-CONFERE-TRECHOS         SECTION.

           MOVE 1                   TO WRK-IX.

           OPEN INPUT TRECHOS.

           IF WRK-TREC-STATUS = "00"
               PERFORM 0105-BUSCA-TRECHO
                   UNTIL WRK-IX = PARA-QTDE-PARADAS
                      OR NOT WRK-CALC-OK
               CLOSE TRECHOS
           ELSE
               SET WRK-CALC-SEM-TRECHO TO TRUE
               MOVE 2               TO PARA-PARADA-ERRO
           END-IF.

      *     Trecho entre a parada anterior e a atual, cadastrado em
      *     qualquer um dos dois sentidos.
       0105-BUSCA-TRECHO            SECTION.

           MOVE WRK-IX              TO WRK-IX-ANTERIOR.
           ADD 1 TO WRK-IX.

           MOVE PARA-DESTINO (WRK-IX-ANTERIOR) TO TREC-ORIGEM.
           MOVE PARA-DESTINO (WRK-IX)          TO TREC-DESTINO.
           READ TRECHOS
               KEY IS TREC-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WRK-TREC-STATUS NOT = "00"
               MOVE PARA-DESTINO (WRK-IX)          TO TREC-ORIGEM
               MOVE PARA-DESTINO (WRK-IX-ANTERIOR) TO TREC-DESTINO
               READ TRECHOS
                   KEY IS TREC-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

           IF WRK-TREC-STATUS = "00"
               AND TREC-KM > ZEROES
               MOVE TREC-KM         TO WRK-PAR-KM-TRECHO (WRK-IX)
           ELSE
               SET WRK-CALC-SEM-TRECHO TO TRUE
               MOVE WRK-IX          TO PARA-PARADA-ERRO
           END-IF.

       0110-CALCULA-COM-VEICULO     SECTION.

               IF FROT-INATIVO
                   SET WRK-CALC-VEIC-DESATIVADO TO TRUE
               ELSE
                   PERFORM 0112-VERIFICA-MANUTENCAO
               END-IF
           END-IF.

       0112-VERIFICA-MANUTENCAO     SECTION.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           CALL "PROG5G" USING WRK-PLACA-P WRK-DATA-ATUAL
               WRK-MARGEM-KM WRK-MARGEM-DIAS WRK-KM-HODOMETRO
               WRK-MANU-STATUS WRK-SERVICOS-MANUTENCAO
           END-CALL.

           IF WRK-MANU-VENCIDA
               SET WRK-CALC-VEIC-MANUTENCAO TO TRUE
           ELSE
               PERFORM 0114-CALCULA-VALOR
           END-IF.

       0114-CALCULA-VALOR           SECTION.

           PERFORM 0120-BUSCA-COMBUSTIVEL-DIA.

           IF PARA-QTDE-PARADAS = 1
               MOVE 1 TO WRK-IX
               PERFORM 0115-BUSCA-CONTRATO
               CALL "PROG5L" USING WRK-PAR-KM (1) WRK-TIPO-VIAGEM-P
                   WRK-PRECO-LITRO FROT-KM-LITRO WRK-TAXA-CALC
                   WRK-DESC-CALC WRK-PAR-PEDAGIO (1) WRK-FINAL-P
                   WRK-CUSTO-COMB-P WRK-PEDAGIO-P WRK-KM-P
               END-CALL
               MOVE WRK-TAXA-CALC TO WRK-TAXA-APLICADA-P
               MOVE WRK-DESC-CALC TO WRK-DESC-APLICADO-P
               MOVE WRK-KM-P      TO PARA-KM (1)
               MOVE WRK-FINAL-P   TO PARA-VALOR (1)
           ELSE
               MOVE ZEROES TO WRK-IX
               PERFORM 0116-CALCULA-TRECHO
                   UNTIL WRK-IX = PARA-QTDE-PARADAS
               IF WRK-VIAGEM-IDA-VOLTA
                   PERFORM 0117-CALCULA-RETORNO
               END-IF
           END-IF.

           SET WRK-CALC-OK TO TRUE.

       0115-BUSCA-CONTRATO          SECTION.

           MOVE WRK-PAR-TAXA (WRK-IX) TO WRK-TAXA-CALC.
           MOVE ZEROES    TO WRK-DESC-CALC.

           OPEN INPUT CONTRATOS.

           IF WRK-CTRT-STATUS = "00"
               MOVE WRK-CLIENTE-P   TO CTRT-CLIENTE
               MOVE PARA-DESTINO (WRK-IX) TO CTRT-DESTINO
               READ CONTRATOS
                   KEY IS CTRT-CHAVE
                   INVALID KEY
               CLOSE CONTRATOS
           END-IF.

      *     Cada trecho e uma ida (somente ida no PROG5L): o primeiro
      *     sai da base com o km cadastrado do destino, os demais
      *     vem da parada anterior com o km do trecho (dobrado, pois
      *     o PROG5L toma a metade na somente ida). Taxa e desconto
      *     sao os do destino de chegada; na nota sai o da primeira.
       0116-CALCULA-TRECHO          SECTION.

           ADD 1 TO WRK-IX.

           PERFORM 0115-BUSCA-CONTRATO.

           IF WRK-IX = 1
               MOVE WRK-TAXA-CALC   TO WRK-TAXA-APLICADA-P
               MOVE WRK-DESC-CALC   TO WRK-DESC-APLICADO-P
               MOVE WRK-PAR-KM (1)  TO WRK-KM-TRECHO
           ELSE
               COMPUTE WRK-KM-TRECHO =
                   WRK-PAR-KM-TRECHO (WRK-IX) * 2
           END-IF.

           PERFORM 0118-CALCULA-SENTIDO.

           MOVE WRK-KM-PERCORRIDO   TO PARA-KM (WRK-IX).
           MOVE WRK-FINAL-TRECHO    TO PARA-VALOR (WRK-IX).

      *     Um unico retorno a base, da ultima parada, com o pedagio
      *     e o contrato dela; o valor fica creditado a essa parada.
       0117-CALCULA-RETORNO         SECTION.

           MOVE WRK-PAR-KM (WRK-IX) TO WRK-KM-TRECHO.

           PERFORM 0118-CALCULA-SENTIDO.

           ADD WRK-KM-PERCORRIDO    TO PARA-KM (WRK-IX).
           ADD WRK-FINAL-TRECHO     TO PARA-VALOR (WRK-IX).

       0118-CALCULA-SENTIDO         SECTION.

           CALL "PROG5L" USING WRK-KM-TRECHO WRK-TIPO-TRECHO
               WRK-PRECO-LITRO FROT-KM-LITRO WRK-TAXA-CALC
               WRK-DESC-CALC WRK-PAR-PEDAGIO (WRK-IX)
               WRK-FINAL-TRECHO WRK-CUSTO-TRECHO WRK-PEDAGIO-TRECHO
               WRK-KM-PERCORRIDO
           END-CALL.

           ADD WRK-FINAL-TRECHO     TO WRK-FINAL-P.
           ADD WRK-CUSTO-TRECHO     TO WRK-CUSTO-COMB-P.
           ADD WRK-PEDAGIO-TRECHO   TO WRK-PEDAGIO-P.
           ADD WRK-KM-PERCORRIDO    TO WRK-KM-P.

       0120-BUSCA-COMBUSTIVEL-DIA   SECTION.

           MOVE "N" TO WRK-COMB-ENCONTRADO.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           OPEN INPUT HISTORICO-COMBUSTIVEL.

           IF WRK-COMBHIST-STATUS = "00"
               MOVE WRK-DATA-ATUAL   TO COMH-DATA
               MOVE FROT-COMBUSTIVEL TO COMH-TIPO
               READ HISTORICO-COMBUSTIVEL
                   KEY IS COMH-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE COMH-VALOR      TO WRK-PRECO-LITRO
                       SET WRK-COMB-JA-ENCONTRADO TO TRUE
               END-READ
               CLOSE HISTORICO-COMBUSTIVEL
           END-IF.

           MOVE WRK-PRECO-LITRO TO WRK-COMB-P.



       END PROGRAM PROG4C.
