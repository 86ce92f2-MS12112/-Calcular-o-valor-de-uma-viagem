       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5F.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Apuracao diaria do hodometro da frota: percorre
      *==           o historico VIAGLOG e soma ao FROT-KM-ATUAL do
      *==           veiculo o km de cada viagem ativa ja iniciada
      *==           (saida ate a data da apuracao) e ainda nao
      *==           apurada - VIAG-KM real, ida e volta ou somente
      *==           ida; viagem antiga sem km gravado usa o DEST-KM do
      *==           cadastro pelo tipo de viagem. A viagem fica
      *==           marcada como somada (S) e nao e contada de novo;
      *==           viagem cancelada pelo PROG4K depois de somada tem
      *==           o km estornado (E). Viagem anterior a leitura do
      *==           hodometro no PROG4F ja esta na leitura e so e
      *==           marcada. Grava o controle de execucao no RUNCTRL
      *==           via PROG4Y.

      *== DATA = 17/02/2027
      *== OBSERVAÇOES:
      *== 26/05/2027 - MATHEUS - VIAGLOG declarado com as chaves
      *==               alternadas por cliente, data e placa da
      *==               viagem (consulta PROG5R), como em todos os
      *==               programas que o abrem.
      *======================================


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIAGENS-LOG ASSIGN TO "VIAGLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIAG-NUMERO
               ALTERNATE RECORD KEY IS VIAG-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS VIAG-DATA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VIAG-PLACA WITH DUPLICATES
               FILE STATUS IS WRK-VIAGLOG-STATUS.

           SELECT FROTA ASSIGN TO "FROTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FROT-PLACA
               FILE STATUS IS WRK-FROTA-STATUS.

           SELECT DESTINOS ASSIGN TO "DESTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEST-NOME
               FILE STATUS IS WRK-DEST-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  VIAGENS-LOG.
           COPY VIAGREC.

       FD  FROTA.
           COPY FROTREC.

       FD  DESTINOS.
           COPY DESTREC.

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-VIAGLOG-STATUS PIC X(02) VALUE "00".
           77 WRK-FROTA-STATUS   PIC X(02) VALUE "00".
           77 WRK-DEST-STATUS    PIC X(02) VALUE "00".
           77 WRK-DATA-APURACAO  PIC 9(08) VALUE ZEROES.
           77 WRK-FIM-VIAGLOG    PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-VIAGEM VALUE "S".
           77 WRK-KM-VIAGEM      PIC 9(06) VALUE ZEROES.
           77 WRK-APURACAO       PIC X(01) VALUE "N".
               88 WRK-VIAGEM-APURADA VALUE "S".
           77 WRK-QTDE-LIDA      PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-GRAVADA   PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-REJEITADA PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-SOMADA    PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-ESTORNADA PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-NA-LEITURA PIC 9(06) VALUE ZEROES COMP.
           77 WRK-KM-SOMADO      PIC 9(09) VALUE ZEROES.
           77 WRK-KM-ESTORNADO   PIC 9(09) VALUE ZEROES.
           77 WRK-NOME-PROGRAMA  PIC X(08) VALUE "PROG5F".

       PROCEDURE DIVISION.

       0000-INICIO                  SECTION.

           PERFORM 0100-ABRE-ARQUIVOS.

           PERFORM 0200-PROCESSA.

           PERFORM 0300-ENCERRA.

       0100-ABRE-ARQUIVOS           SECTION.

           DISPLAY "Data da apuracao (AAAAMMDD, zeros = hoje): "
           ACCEPT WRK-DATA-APURACAO.

           IF WRK-DATA-APURACAO = ZEROES
               ACCEPT WRK-DATA-APURACAO FROM DATE YYYYMMDD
           END-IF.

           OPEN I-O VIAGENS-LOG.

           IF WRK-VIAGLOG-STATUS NOT = "00"
               DISPLAY "ERRO: VIAGLOG indisponivel (status "
                   WRK-VIAGLOG-STATUS ") - execucao abandonada"
               STOP RUN
           END-IF.

           OPEN I-O FROTA.

           IF WRK-FROTA-STATUS NOT = "00"
               DISPLAY "ERRO: FROTA indisponivel (status "
                   WRK-FROTA-STATUS ") - execucao abandonada"
               CLOSE VIAGENS-LOG
               STOP RUN
           END-IF.

           OPEN INPUT DESTINOS.

       0200-PROCESSA                SECTION.

           PERFORM 0210-LE-VIAGEM
               UNTIL WRK-SEM-MAIS-VIAGEM.

       0210-LE-VIAGEM               SECTION.

           READ VIAGENS-LOG NEXT
               AT END
                   SET WRK-SEM-MAIS-VIAGEM TO TRUE
           END-READ.

           IF WRK-VIAGLOG-STATUS NOT = "00"
               SET WRK-SEM-MAIS-VIAGEM TO TRUE
           END-IF.

           IF NOT WRK-SEM-MAIS-VIAGEM
               ADD 1 TO WRK-QTDE-LIDA
               MOVE "N" TO WRK-APURACAO
               EVALUATE TRUE
                   WHEN VIAG-CANCELADA AND VIAG-KM-SOMADO
                       PERFORM 0240-ESTORNA-KM
                   WHEN VIAG-CANCELADA
                       CONTINUE
                   WHEN VIAG-KM-SOMADO OR VIAG-KM-ESTORNADO
                       CONTINUE
                   WHEN VIAG-DATA > WRK-DATA-APURACAO
                       CONTINUE
                   WHEN OTHER
                       PERFORM 0220-SOMA-KM
               END-EVALUATE
               IF WRK-VIAGEM-APURADA
                   PERFORM 0250-MARCA-VIAGEM
               END-IF
           END-IF.

       0220-SOMA-KM                 SECTION.

           PERFORM 0230-LE-VEICULO.

           IF WRK-FROTA-STATUS = "00"
               PERFORM 0260-OBTEM-KM-VIAGEM
               SET VIAG-KM-SOMADO TO TRUE
               SET WRK-VIAGEM-APURADA TO TRUE
               IF FROT-DATA-INICIAL = ZEROES
                   MOVE FROT-KM-ATUAL     TO FROT-KM-INICIAL
                   MOVE WRK-DATA-APURACAO TO FROT-DATA-INICIAL
               END-IF
      *        Viagem anterior a leitura do hodometro ja esta nela.
               IF VIAG-DATA < FROT-DATA-INICIAL
                   ADD 1 TO WRK-QTDE-NA-LEITURA
               ELSE
                   ADD WRK-KM-VIAGEM TO FROT-KM-ATUAL
                   ADD WRK-KM-VIAGEM TO WRK-KM-SOMADO
                   ADD 1 TO WRK-QTDE-SOMADA
               END-IF
               MOVE WRK-DATA-APURACAO TO FROT-DATA-KM
               REWRITE FROT-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao atualizar hodometro "
                           FROT-PLACA
                       MOVE "N" TO WRK-APURACAO
               END-REWRITE
           END-IF.

       0230-LE-VEICULO              SECTION.

           MOVE VIAG-PLACA TO FROT-PLACA.
           READ FROTA
               KEY IS FROT-PLACA
               INVALID KEY
                   DISPLAY "Viagem " VIAG-NUMERO " com placa fora do "
                       "cadastro: " VIAG-PLACA
                   ADD 1 TO WRK-QTDE-REJEITADA
           END-READ.

       0240-ESTORNA-KM              SECTION.

           PERFORM 0230-LE-VEICULO.

           IF WRK-FROTA-STATUS = "00"
               PERFORM 0260-OBTEM-KM-VIAGEM
               SET VIAG-KM-ESTORNADO TO TRUE
               SET WRK-VIAGEM-APURADA TO TRUE
               IF VIAG-DATA NOT < FROT-DATA-INICIAL
                   IF WRK-KM-VIAGEM > FROT-KM-ATUAL
                       MOVE ZEROES TO FROT-KM-ATUAL
                   ELSE
                       SUBTRACT WRK-KM-VIAGEM FROM FROT-KM-ATUAL
                   END-IF
                   ADD WRK-KM-VIAGEM TO WRK-KM-ESTORNADO
                   ADD 1 TO WRK-QTDE-ESTORNADA
               END-IF
               MOVE WRK-DATA-APURACAO TO FROT-DATA-KM
               REWRITE FROT-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao estornar hodometro "
                           FROT-PLACA
                       MOVE "N" TO WRK-APURACAO
               END-REWRITE
           END-IF.

       0250-MARCA-VIAGEM            SECTION.

           REWRITE VIAG-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao marcar apuracao da viagem "
                       VIAG-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-GRAVADA
           END-REWRITE.

      *     Viagem gravada antes do km no VIAGLOG: DEST-KM do
      *     cadastro, pela metade quando somente ida (regra PROG4C).
       0260-OBTEM-KM-VIAGEM         SECTION.

           IF VIAG-KM > ZEROES
               MOVE VIAG-KM TO WRK-KM-VIAGEM
           ELSE
               MOVE VIAG-DESTINO TO DEST-NOME
               READ DESTINOS
                   KEY IS DEST-NOME
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-DEST-STATUS = "00"
                   IF VIAG-SOMENTE-IDA
                       COMPUTE WRK-KM-VIAGEM = DEST-KM / 2
                   ELSE
                       MOVE DEST-KM TO WRK-KM-VIAGEM
                   END-IF
               ELSE
                   MOVE ZEROES TO WRK-KM-VIAGEM
               END-IF
           END-IF.

       0300-ENCERRA                 SECTION.

           CLOSE VIAGENS-LOG.
           CLOSE FROTA.
           CLOSE DESTINOS.

           DISPLAY "Data da apuracao...........: " WRK-DATA-APURACAO.
           DISPLAY "Viagens lidas..............: " WRK-QTDE-LIDA.
           DISPLAY "Viagens somadas............: " WRK-QTDE-SOMADA.
           DISPLAY "Km somado..................: " WRK-KM-SOMADO.
           DISPLAY "Viagens ja na leitura......: " WRK-QTDE-NA-LEITURA.
           DISPLAY "Viagens estornadas.........: " WRK-QTDE-ESTORNADA.
           DISPLAY "Km estornado...............: " WRK-KM-ESTORNADO.
           DISPLAY "Placas fora do cadastro....: " WRK-QTDE-REJEITADA.

           CALL "PROG4Y" USING WRK-NOME-PROGRAMA WRK-QTDE-LIDA
               WRK-QTDE-GRAVADA WRK-QTDE-REJEITADA
           END-CALL.

           STOP RUN.



       END PROGRAM PROG5F.
