      *== 16/12/2026 - MATHEUS - Grava o controle de execucao no
      *==               RUNCTRL via PROG4Y (lidas, validas,
      *==               rejeitadas), para o balanco do dia do PROG4Z.
      *== 03/02/2027 - MATHEUS - Critica as datas previstas de saida
      *==               e retorno (motivo 08: data invalida, saida
      *==               anterior ao dia ou retorno antes da saida) e
      *==               recusa veiculo ou motorista ja escalado no
      *==               periodo (motivo 07), tanto na escala ESCALA
      *==               (via PROG5A) quanto em transacao anterior do
      *==               proprio lote. Datas zeradas saem no TRANVAL
      *==               preenchidas com a data do processamento;
      *==               transacao cresce para 65 posicoes.
      *== 17/02/2027 - MATHEUS - Veiculo com manutencao preventiva
      *==               vencida (rotina PROG5G) e rejeitado com o
      *==               motivo 03, como veiculo desativado, pois o
      *==               PROG4C o recusaria no calculo.
      *== 03/03/2027 - MATHEUS - Motorista conferido pelo PROG4I com
      *==               a placa e o retorno previsto: CNH vencida ou
      *==               de categoria que nao habilita o veiculo cai
      *==               no motivo 06 com descricao propria.
      *== 31/03/2027 - MATHEUS - Cliente com credito bloqueado (status
      *==               03 do PROG4D) passa a ser rejeitado no motivo
      *==               09, separado do cliente invalido, com total
      *==               proprio no relatorio da critica.
      *== 12/05/2027 - MATHEUS - Paradas adicionais da transacao
      *==               conferidas contra o DESTMAST (motivo 02, como
      *==               o destino) e o km de cada trecho entre paradas
      *==               contra o TRECMAST: trecho sem km cadastrado,
      *==               que o PROG4C recusaria, rejeitado no motivo
      *==               10. Transacao passa para 145 posicoes.
      *======================================


               RECORD KEY IS FROT-PLACA
               FILE STATUS IS WRK-FROTA-STATUS.

           SELECT TRECHOS ASSIGN TO "TRECMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TREC-CHAVE
               FILE STATUS IS WRK-TREC-STATUS.

       DATA DIVISION.
       FILE SECTION.

           COPY TRANREC.

       FD  TRANSACOES-VALIDAS.
           01  TVAL-REGISTRO      PIC X(145).

       FD  TRANSACOES-REJEITADAS.
           COPY TREJREC.
       FD  FROTA.
           COPY FROTREC.

       FD  TRECHOS.
           COPY TRECREC.

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
               88 WRK-CLI-OK             VALUE "00".
               88 WRK-CLI-NAO-CADASTRADO VALUE "01".
               88 WRK-CLI-DESATIVADO     VALUE "02".
               88 WRK-CLI-BLOQUEADO      VALUE "03".
           77 WRK-MOTIVO         PIC X(02) VALUE SPACE.
               88 WRK-TRANSACAO-VALIDA   VALUE SPACE.
           77 WRK-DATA-ATUAL     PIC 9(08) VALUE ZEROES.
           77 WRK-NOME-MOTORISTA  PIC X(30) VALUE SPACE.
           77 WRK-MOT-STATUS      PIC X(02) VALUE "00".
               88 WRK-MOT-OK             VALUE "00".
               88 WRK-MOT-CNH-VENCIDA    VALUE "03".
               88 WRK-MOT-CNH-CATEGORIA  VALUE "04".
           77 WRK-DATA-REF-CNH    PIC 9(08) VALUE ZEROES.
           77 WRK-QTDE-ESCALADO   PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-DATAS      PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-BLOQUEADO  PIC 9(06) VALUE ZEROES COMP.
           77 WRK-DATA-SAIDA      PIC 9(08) VALUE ZEROES.
           77 WRK-DATA-RETORNO    PIC 9(08) VALUE ZEROES.
           77 WRK-DATA-CONFERIDA  PIC 9(08) VALUE ZEROES.
           77 WRK-DIAS-CALENDARIO PIC S9(05) VALUE ZEROES.
           77 WRK-FUNCAO-CALENDARIO PIC X(01) VALUE "S".
           77 WRK-ESC-STATUS      PIC X(02) VALUE "00".
               88 WRK-ESC-LIVRE          VALUE "00".
               88 WRK-ESC-VEIC-ESCALADO  VALUE "01".
               88 WRK-ESC-MOT-ESCALADO   VALUE "02".
           77 WRK-VIAGEM-CONFLITO PIC 9(08) VALUE ZEROES.
           77 WRK-QTDE-LOTE       PIC 9(04) VALUE ZEROES COMP.
           77 WRK-LX              PIC 9(04) VALUE ZEROES COMP.
           77 WRK-MARGEM-KM       PIC 9(06) VALUE ZEROES.
           77 WRK-MARGEM-DIAS     PIC 9(04) VALUE ZEROES.
           77 WRK-KM-HODOMETRO    PIC 9(07) VALUE ZEROES.
           77 WRK-MANU-STATUS     PIC X(02) VALUE "00".
               88 WRK-MANU-VENCIDA VALUE "02".
           77 WRK-TREC-STATUS     PIC X(02) VALUE "00".
           77 WRK-QTDE-TRECHO     PIC 9(06) VALUE ZEROES COMP.
           77 WRK-PX              PIC 9(02) VALUE ZEROES COMP.
           77 WRK-FIM-PARADAS     PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-PARADAS VALUE "S".
           77 WRK-PARADA-ANTERIOR PIC X(20) VALUE SPACE.

      *     Transacoes ja aceitas neste lote: ainda nao estao na
      *     ESCALA (so o PROG4B grava), mas ja comprometem veiculo
      *     e motorista.
           01  WRK-TABELA-LOTE.
               05  WRK-TAB-LOTE OCCURS 2000 TIMES.
                   10  WRK-TAB-PLACA     PIC X(07).
                   10  WRK-TAB-MOTORISTA PIC 9(05).
                   10  WRK-TAB-SAIDA     PIC 9(08).
                   10  WRK-TAB-RETORNO   PIC 9(08).

           01  WRK-SERVICOS-MANUTENCAO.
               05  WRK-QTDE-SERV         PIC 9(04) COMP.
               05  WRK-SERV OCCURS 30 TIMES.
                   10  WRK-SERV-NOME        PIC X(20).
                   10  WRK-SERV-SITUACAO    PIC X(02).
                   10  WRK-SERV-KM-ULTIMO   PIC 9(07).
                   10  WRK-SERV-DATA-ULTIMO PIC 9(08).
                   10  WRK-SERV-KM-LIMITE   PIC 9(07).
                   10  WRK-SERV-DATA-LIMITE PIC 9(08).

      *============== VARIAVEIS DE EDIÇAO ===============
           77 WRK-QTDE-ED        PIC ZZZZZ9 VALUE ZEROES.
           OPEN OUTPUT RELATORIO-CRITICA.
           OPEN INPUT DESTINOS.
           OPEN INPUT FROTA.
           OPEN INPUT TRECHOS.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

               ADD 1 TO WRK-QTDE-TIPO
           END-IF.

           IF WRK-TRANSACAO-VALIDA
               PERFORM 0260-VALIDA-DATAS
           END-IF.

           IF WRK-TRANSACAO-VALIDA
               PERFORM 0265-VALIDA-ESCALA
           END-IF.

           IF WRK-TRANSACAO-VALIDA
               ADD 1 TO WRK-QTDE-VALIDA
               PERFORM 0280-GUARDA-NO-LOTE
               WRITE TVAL-REGISTRO FROM TRAN-REGISTRO
           ELSE
               ADD 1 TO WRK-QTDE-REJEITADA
               WRK-CLI-STATUS
           END-CALL.

           EVALUATE TRUE
               WHEN WRK-CLI-OK
                   CONTINUE
               WHEN WRK-CLI-BLOQUEADO
                   MOVE "09" TO WRK-MOTIVO
                   MOVE "CLIENTE BLOQUEADO CREDITO" TO TREJ-DESCRICAO
                   ADD 1 TO WRK-QTDE-BLOQUEADO
               WHEN OTHER
                   MOVE "01" TO WRK-MOTIVO
                   MOVE "CLIENTE INVALIDO" TO TREJ-DESCRICAO
                   ADD 1 TO WRK-QTDE-CLIENTE
           END-EVALUATE.

       0240-VALIDA-DESTINO          SECTION.

               ADD 1 TO WRK-QTDE-DESTINO
           END-IF.

           MOVE TRAN-DESTINO TO WRK-PARADA-ANTERIOR.
           MOVE ZEROES       TO WRK-PX.
           MOVE "N"          TO WRK-FIM-PARADAS.

           PERFORM 0245-VALIDA-PARADA
               UNTIL WRK-SEM-MAIS-PARADAS
                  OR NOT WRK-TRANSACAO-VALIDA.

      *     Paradas adicionais ate a primeira em branco (o PROG4B
      *     despreza o que vier depois dela).
       0245-VALIDA-PARADA           SECTION.

           ADD 1 TO WRK-PX.

           IF TRAN-PARADA-ADICIONAL (WRK-PX) = SPACES
               SET WRK-SEM-MAIS-PARADAS TO TRUE
           ELSE
               MOVE TRAN-PARADA-ADICIONAL (WRK-PX) TO DEST-NOME
               READ DESTINOS
                   KEY IS DEST-NOME
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-DEST-STATUS NOT = "00"
                   OR DEST-INATIVO
                   MOVE "02" TO WRK-MOTIVO
                   MOVE "DESTINO INVALIDO" TO TREJ-DESCRICAO
                   ADD 1 TO WRK-QTDE-DESTINO
               ELSE
                   PERFORM 0247-VALIDA-TRECHO
               END-IF
           END-IF.

           IF WRK-PX = 4
               SET WRK-SEM-MAIS-PARADAS TO TRUE
           END-IF.

      *     Km do trecho desde a parada anterior, cadastrado em
      *     qualquer um dos dois sentidos (mesma busca do PROG4C).
       0247-VALIDA-TRECHO           SECTION.

           MOVE WRK-PARADA-ANTERIOR            TO TREC-ORIGEM.
           MOVE TRAN-PARADA-ADICIONAL (WRK-PX) TO TREC-DESTINO.
           READ TRECHOS
               KEY IS TREC-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WRK-TREC-STATUS NOT = "00"
               MOVE TRAN-PARADA-ADICIONAL (WRK-PX) TO TREC-ORIGEM
               MOVE WRK-PARADA-ANTERIOR            TO TREC-DESTINO
               READ TRECHOS
                   KEY IS TREC-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

           IF WRK-TREC-STATUS NOT = "00"
               OR TREC-KM = ZEROES
               MOVE "10" TO WRK-MOTIVO
               MOVE "TRECHO SEM KM CADASTRADO" TO TREJ-DESCRICAO
               ADD 1 TO WRK-QTDE-TRECHO
           END-IF.

           MOVE TRAN-PARADA-ADICIONAL (WRK-PX) TO WRK-PARADA-ANTERIOR.

       0250-VALIDA-VEICULO          SECTION.

           MOVE TRAN-PLACA TO FROT-PLACA.
               MOVE "03" TO WRK-MOTIVO
               MOVE "VEICULO INVALIDO" TO TREJ-DESCRICAO
               ADD 1 TO WRK-QTDE-VEICULO
           ELSE
               CALL "PROG5G" USING TRAN-PLACA WRK-DATA-ATUAL
                   WRK-MARGEM-KM WRK-MARGEM-DIAS WRK-KM-HODOMETRO
                   WRK-MANU-STATUS WRK-SERVICOS-MANUTENCAO
               END-CALL
               IF WRK-MANU-VENCIDA
                   MOVE "03" TO WRK-MOTIVO
                   MOVE "MANUTENCAO VENCIDA" TO TREJ-DESCRICAO
                   ADD 1 TO WRK-QTDE-VEICULO
               END-IF
           END-IF.

      *     CNH tem de valer ate o retorno previsto; sem retorno
      *     vale a saida e, sem as duas, o dia do processamento.
       0255-VALIDA-MOTORISTA        SECTION.

           MOVE WRK-DATA-ATUAL TO WRK-DATA-REF-CNH.

           IF TRAN-DATA-SAIDA NUMERIC
               AND TRAN-DATA-SAIDA > ZEROES
               MOVE TRAN-DATA-SAIDA TO WRK-DATA-REF-CNH
           END-IF.

           IF TRAN-DATA-RETORNO NUMERIC
               AND TRAN-DATA-RETORNO > ZEROES
               MOVE TRAN-DATA-RETORNO TO WRK-DATA-REF-CNH
           END-IF.

           CALL "PROG4I" USING TRAN-MOTORISTA TRAN-PLACA
               WRK-DATA-REF-CNH WRK-NOME-MOTORISTA WRK-MOT-STATUS
           END-CALL.

           IF NOT WRK-MOT-OK
               MOVE "06" TO WRK-MOTIVO
               EVALUATE TRUE
                   WHEN WRK-MOT-CNH-VENCIDA
                       MOVE "CNH VENCIDA" TO TREJ-DESCRICAO
                   WHEN WRK-MOT-CNH-CATEGORIA
                       MOVE "CNH NAO HABILITA VEICULO"
                           TO TREJ-DESCRICAO
                   WHEN OTHER
                       MOVE "MOTORISTA INVALIDO" TO TREJ-DESCRICAO
               END-EVALUATE
               ADD 1 TO WRK-QTDE-MOTORISTA
           END-IF.

       0260-VALIDA-DATAS            SECTION.

      *     Saida zerada vale o dia do processamento; retorno zerado
      *     vale a propria saida (viagem de um dia).
           MOVE TRAN-DATA-SAIDA TO WRK-DATA-SAIDA.
           MOVE TRAN-DATA-RETORNO TO WRK-DATA-RETORNO.

           IF TRAN-DATA-SAIDA NUMERIC
               AND TRAN-DATA-SAIDA = ZEROES
               MOVE WRK-DATA-ATUAL TO WRK-DATA-SAIDA
           END-IF.

           IF TRAN-DATA-RETORNO NUMERIC
               AND TRAN-DATA-RETORNO = ZEROES
               MOVE WRK-DATA-SAIDA TO WRK-DATA-RETORNO
           END-IF.

           MOVE ZEROES TO WRK-DIAS-CALENDARIO.
           MOVE "S" TO WRK-FUNCAO-CALENDARIO.

           CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO WRK-DATA-SAIDA
               WRK-DIAS-CALENDARIO WRK-DATA-CONFERIDA
           END-CALL.

           IF WRK-DATA-CONFERIDA = ZEROES
               MOVE "08" TO WRK-MOTIVO
           ELSE
               CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO
                   WRK-DATA-RETORNO WRK-DIAS-CALENDARIO
                   WRK-DATA-CONFERIDA
               END-CALL
               IF WRK-DATA-CONFERIDA = ZEROES
                   OR WRK-DATA-SAIDA < WRK-DATA-ATUAL
                   OR WRK-DATA-RETORNO < WRK-DATA-SAIDA
                   MOVE "08" TO WRK-MOTIVO
               END-IF
           END-IF.

           IF WRK-TRANSACAO-VALIDA
               MOVE WRK-DATA-SAIDA TO TRAN-DATA-SAIDA
               MOVE WRK-DATA-RETORNO TO TRAN-DATA-RETORNO
           ELSE
               MOVE "DATAS DA VIAGEM INVALIDAS" TO TREJ-DESCRICAO
               ADD 1 TO WRK-QTDE-DATAS
           END-IF.

       0265-VALIDA-ESCALA           SECTION.

           CALL "PROG5A" USING TRAN-PLACA TRAN-MOTORISTA
               TRAN-DATA-SAIDA TRAN-DATA-RETORNO WRK-ESC-STATUS
               WRK-VIAGEM-CONFLITO
           END-CALL.

           IF WRK-ESC-LIVRE
               MOVE ZEROES TO WRK-LX
               PERFORM 0270-CONFERE-LOTE
                   UNTIL WRK-LX = WRK-QTDE-LOTE
                   OR NOT WRK-ESC-LIVRE
           END-IF.

           IF WRK-ESC-VEIC-ESCALADO
               MOVE "07" TO WRK-MOTIVO
               MOVE "VEICULO JA ESCALADO" TO TREJ-DESCRICAO
               ADD 1 TO WRK-QTDE-ESCALADO
           END-IF.

           IF WRK-ESC-MOT-ESCALADO
               MOVE "07" TO WRK-MOTIVO
               MOVE "MOTORISTA JA ESCALADO" TO TREJ-DESCRICAO
               ADD 1 TO WRK-QTDE-ESCALADO
           END-IF.

       0270-CONFERE-LOTE            SECTION.

           ADD 1 TO WRK-LX.

           IF WRK-TAB-SAIDA (WRK-LX) NOT > TRAN-DATA-RETORNO
               AND WRK-TAB-RETORNO (WRK-LX) NOT < TRAN-DATA-SAIDA
               IF WRK-TAB-PLACA (WRK-LX) = TRAN-PLACA
                   SET WRK-ESC-VEIC-ESCALADO TO TRUE
               ELSE
                   IF WRK-TAB-MOTORISTA (WRK-LX) = TRAN-MOTORISTA
                       SET WRK-ESC-MOT-ESCALADO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0280-GUARDA-NO-LOTE          SECTION.

           IF WRK-QTDE-LOTE < 2000
               ADD 1 TO WRK-QTDE-LOTE
               MOVE TRAN-PLACA TO WRK-TAB-PLACA (WRK-QTDE-LOTE)
               MOVE TRAN-MOTORISTA TO WRK-TAB-MOTORISTA (WRK-QTDE-LOTE)
               MOVE TRAN-DATA-SAIDA TO WRK-TAB-SAIDA (WRK-QTDE-LOTE)
               MOVE TRAN-DATA-RETORNO
                   TO WRK-TAB-RETORNO (WRK-QTDE-LOTE)
           ELSE
               DISPLAY "Tabela do lote cheia (2000); escala da "
                   "transacao conferida so pelo PROG4B"
           END-IF.

       0300-ENCERRA                 SECTION.

           MOVE WRK-DATA-ATUAL TO WRK-TIT-DATA.
           MOVE WRK-QTDE-MOTORISTA TO WRK-TOT-QTDE.
           WRITE EDIT-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "  07 JA ESCALADO NO PERIODO.:" TO WRK-TOT-ROTULO.
           MOVE WRK-QTDE-ESCALADO TO WRK-TOT-QTDE.
           WRITE EDIT-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "  08 DATAS INVALIDAS........:" TO WRK-TOT-ROTULO.
           MOVE WRK-QTDE-DATAS TO WRK-TOT-QTDE.
           WRITE EDIT-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "  09 CLIENTE BLOQUEADO......:" TO WRK-TOT-ROTULO.
           MOVE WRK-QTDE-BLOQUEADO TO WRK-TOT-QTDE.
           WRITE EDIT-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "  10 TRECHO SEM KM..........:" TO WRK-TOT-ROTULO.
           MOVE WRK-QTDE-TRECHO TO WRK-TOT-QTDE.
           WRITE EDIT-LINHA FROM WRK-LINHA-TOTAL.

           CLOSE TRANSACOES.
           CLOSE TRANSACOES-VALIDAS.
           CLOSE TRANSACOES-REJEITADAS.
           CLOSE RELATORIO-CRITICA.
           CLOSE DESTINOS.
           CLOSE FROTA.
           CLOSE TRECHOS.

           MOVE WRK-QTDE-LIDA TO WRK-QTDE-ED.
           DISPLAY "Transacoes lidas......: " WRK-QTDE-ED.
