       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5E.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Registro dos servicos de manutencao preventiva
      *==           feitos pela oficina: placa (cadastro FROTA),
      *==           servico do plano do tipo do veiculo (PLANMANU),
      *==           data e km do hodometro na execucao. Atualiza o
      *==           ultimo servico do veiculo (SERVVEIC), base do
      *==           proximo vencimento, e acumula o lancamento no
      *==           SERVHIST. Km lido acima do acumulado pelas
      *==           viagens acerta tambem o hodometro da FROTA.

      *== DATA = 17/02/2027
      *== OBSERVAÇOES:
      *======================================


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FROTA ASSIGN TO "FROTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FROT-PLACA
               FILE STATUS IS WRK-FROTA-STATUS.

           SELECT PLANO-MANUTENCAO ASSIGN TO "PLANMANU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-CHAVE
               FILE STATUS IS WRK-PLAN-STATUS.

           SELECT SERVICOS-VEICULO ASSIGN TO "SERVVEIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SERV-CHAVE
               FILE STATUS IS WRK-SERV-STATUS.

           SELECT SERVICOS-HISTORICO ASSIGN TO "SERVHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SHIS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FROTA.
           COPY FROTREC.

       FD  PLANO-MANUTENCAO.
           COPY PLANREC.

       FD  SERVICOS-VEICULO.
           COPY SERVREC.

       FD  SERVICOS-HISTORICO.
           01  SHIS-REGISTRO      PIC X(92).

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-FROTA-STATUS PIC X(02) VALUE "00".
           77 WRK-PLAN-STATUS  PIC X(02) VALUE "00".
           77 WRK-SERV-STATUS  PIC X(02) VALUE "00".
           77 WRK-SHIS-STATUS  PIC X(02) VALUE "00".
           77 WRK-DATA-ATUAL   PIC 9(08) VALUE ZEROES.
           77 WRK-DATA-SERVICO PIC 9(08) VALUE ZEROES.
           77 WRK-DATA-CONFERIDA PIC 9(08) VALUE ZEROES.
           77 WRK-KM-SERVICO   PIC 9(07) VALUE ZEROES.
           77 WRK-FUNCAO-CALENDARIO PIC X(01) VALUE "S".
           77 WRK-DIAS-CALENDARIO   PIC S9(05) VALUE ZEROES.
           77 WRK-SERVICO      PIC X(20) VALUE SPACE.
           77 WRK-OFICINA      PIC X(20) VALUE SPACE.
           77 WRK-OBSERVACAO   PIC X(30) VALUE SPACE.
           77 WRK-LANCAMENTO   PIC X(01) VALUE "N".
               88 WRK-LANCAMENTO-VALIDO VALUE "S".
           77 WRK-GRAVACAO     PIC X(01) VALUE "N".
               88 WRK-SERVICO-GRAVADO VALUE "S".
           77 WRK-CONTINUA     PIC X(01) VALUE "S".
               88 WRK-OUTRO-SERVICO VALUE "S".

       PROCEDURE DIVISION.

       0000-INICIO                  SECTION.

           PERFORM 0100-ABRE-ARQUIVOS.

           PERFORM 0200-REGISTRA
               UNTIL NOT WRK-OUTRO-SERVICO.

           PERFORM 0300-FINALIZAR.

       0100-ABRE-ARQUIVOS           SECTION.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           OPEN I-O FROTA.

           IF WRK-FROTA-STATUS NOT = "00"
               DISPLAY "ERRO: FROTA indisponivel (status "
                   WRK-FROTA-STATUS ") - execucao abandonada"
               STOP RUN
           END-IF.

           OPEN INPUT PLANO-MANUTENCAO.

           IF WRK-PLAN-STATUS NOT = "00"
               DISPLAY "ERRO: PLANMANU indisponivel (status "
                   WRK-PLAN-STATUS "); cadastrar o plano no PROG5D "
                   "antes - execucao abandonada"
               CLOSE FROTA
               STOP RUN
           END-IF.

           OPEN I-O SERVICOS-VEICULO.

           IF WRK-SERV-STATUS = "35"
               OPEN OUTPUT SERVICOS-VEICULO
               CLOSE SERVICOS-VEICULO
               OPEN I-O SERVICOS-VEICULO
           END-IF.

           OPEN EXTEND SERVICOS-HISTORICO.

           IF WRK-SHIS-STATUS = "35"
               OPEN OUTPUT SERVICOS-HISTORICO
           END-IF.

       0200-REGISTRA                SECTION.

           MOVE "N" TO WRK-LANCAMENTO.

           DISPLAY "Placa: "
           ACCEPT FROT-PLACA.

           READ FROTA
               KEY IS FROT-PLACA
               INVALID KEY
                   DISPLAY "Veiculo nao cadastrado: " FROT-PLACA
           END-READ.

           IF WRK-FROTA-STATUS = "00"
               PERFORM 0210-RECEBE-SERVICO
           END-IF.

           IF WRK-LANCAMENTO-VALIDO
               PERFORM 0220-RECEBE-EXECUCAO
           END-IF.

           IF WRK-LANCAMENTO-VALIDO
               PERFORM 0230-GRAVA-SERVICO
           END-IF.

           DISPLAY "Registrar outro servico (S/N)? "
           ACCEPT WRK-CONTINUA.

       0210-RECEBE-SERVICO          SECTION.

           DISPLAY "Servico: "
           ACCEPT WRK-SERVICO.

           MOVE FROT-TIPO   TO PLAN-TIPO.
           MOVE WRK-SERVICO TO PLAN-SERVICO.
           READ PLANO-MANUTENCAO
               KEY IS PLAN-CHAVE
               INVALID KEY
                   DISPLAY "Servico " WRK-SERVICO " nao consta do "
                       "plano do tipo " FROT-TIPO
           END-READ.

           IF WRK-PLAN-STATUS = "00"
               IF PLAN-INATIVO
                   DISPLAY "Servico " WRK-SERVICO " desativado no "
                       "plano do tipo " FROT-TIPO
               ELSE
                   SET WRK-LANCAMENTO-VALIDO TO TRUE
               END-IF
           END-IF.

       0220-RECEBE-EXECUCAO         SECTION.

           DISPLAY "Data do servico (AAAAMMDD, zeros = hoje): "
           ACCEPT WRK-DATA-SERVICO.

           IF WRK-DATA-SERVICO = ZEROES
               MOVE WRK-DATA-ATUAL TO WRK-DATA-SERVICO
           END-IF.

           MOVE "S" TO WRK-FUNCAO-CALENDARIO.
           MOVE ZEROES TO WRK-DIAS-CALENDARIO.
           CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO WRK-DATA-SERVICO
               WRK-DIAS-CALENDARIO WRK-DATA-CONFERIDA
           END-CALL.

           IF WRK-DATA-CONFERIDA = ZEROES
               OR WRK-DATA-SERVICO > WRK-DATA-ATUAL
               DISPLAY "Data do servico invalida: " WRK-DATA-SERVICO
               MOVE "N" TO WRK-LANCAMENTO
           ELSE
               DISPLAY "Km no hodometro (zeros = " FROT-KM-ATUAL "): "
               ACCEPT WRK-KM-SERVICO
               IF WRK-KM-SERVICO = ZEROES
                   MOVE FROT-KM-ATUAL TO WRK-KM-SERVICO
               END-IF
               DISPLAY "Oficina: "
               ACCEPT WRK-OFICINA
               DISPLAY "Observacao: "
               ACCEPT WRK-OBSERVACAO
           END-IF.

      *     So o servico mais recente vira base do vencimento; um
      *     lancamento atrasado entra apenas no historico.
       0230-GRAVA-SERVICO           SECTION.

           MOVE "N" TO WRK-GRAVACAO.

           MOVE FROT-PLACA  TO SERV-PLACA.
           MOVE WRK-SERVICO TO SERV-SERVICO.
           READ SERVICOS-VEICULO
               KEY IS SERV-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WRK-SERV-STATUS = "00"
               IF WRK-DATA-SERVICO NOT < SERV-DATA
                   PERFORM 0240-MONTA-SERVICO
                   REWRITE SERV-REGISTRO
                       INVALID KEY
                           DISPLAY "Erro ao atualizar servico "
                               SERV-PLACA " / " SERV-SERVICO
                       NOT INVALID KEY
                           SET WRK-SERVICO-GRAVADO TO TRUE
                   END-REWRITE
               ELSE
                   PERFORM 0240-MONTA-SERVICO
                   SET WRK-SERVICO-GRAVADO TO TRUE
               END-IF
           ELSE
               PERFORM 0240-MONTA-SERVICO
               WRITE SERV-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao gravar servico "
                           SERV-PLACA " / " SERV-SERVICO
                   NOT INVALID KEY
                       SET WRK-SERVICO-GRAVADO TO TRUE
               END-WRITE
           END-IF.

           IF WRK-SERVICO-GRAVADO
               WRITE SHIS-REGISTRO FROM SERV-REGISTRO
               DISPLAY "Servico registrado: " SERV-PLACA " / "
                   SERV-SERVICO " em " SERV-DATA
               IF WRK-KM-SERVICO > FROT-KM-ATUAL
                   PERFORM 0250-ACERTA-HODOMETRO
               END-IF
           END-IF.

       0240-MONTA-SERVICO           SECTION.

           MOVE FROT-PLACA       TO SERV-PLACA.
           MOVE WRK-SERVICO      TO SERV-SERVICO.
           MOVE WRK-DATA-SERVICO TO SERV-DATA.
           MOVE WRK-KM-SERVICO   TO SERV-KM.
           MOVE WRK-OFICINA      TO SERV-OFICINA.
           MOVE WRK-OBSERVACAO   TO SERV-OBSERVACAO.

       0250-ACERTA-HODOMETRO        SECTION.

           MOVE WRK-KM-SERVICO TO FROT-KM-ATUAL.
           MOVE WRK-DATA-ATUAL TO FROT-DATA-KM.

           REWRITE FROT-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao acertar hodometro " FROT-PLACA
           END-REWRITE.

       0300-FINALIZAR               SECTION.

           CLOSE FROTA.
           CLOSE PLANO-MANUTENCAO.
           CLOSE SERVICOS-VEICULO.
           CLOSE SERVICOS-HISTORICO.

           STOP RUN.



       END PROGRAM PROG5E.
