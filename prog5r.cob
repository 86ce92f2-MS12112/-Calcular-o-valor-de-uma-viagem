       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5R.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Consulta de viagens por cliente, por data ou por
      *==           placa, num periodo, sobre o VIAGLOG vivo e o
      *==           acumulado VIAGHIST (chaves alternadas por
      *==           cliente, data e placa - sem ler os arquivos
      *==           inteiros). Lista em ordem de data cada viagem com
      *==           situacao, valor e numero da fatura do mes
      *==           (CRECMAST, viagem ativa). Da lista, imprime a
      *==           segunda via da nota da viagem (VIAGIMP) ou da
      *==           nota de cancelamento/credito (CANCIMP) a partir
      *==           das notas arquivadas no NOTAMAST pela rotina
      *==           PROG5S, marcada como 2A VIA.

      *== DATA = 26/05/2027
      *== OBSERVAÇOES:
      *== 09/06/2027 - MATHEUS - NOTAMAST com chave alternada por
      *==               NOTA-DATA-EMISSAO (leitura do dia pelo PROG5U).
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

           SELECT VIAGENS-ARQUIVADAS ASSIGN TO "VIAGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-NUMERO
               ALTERNATE RECORD KEY IS HIST-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DATA WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-PLACA WITH DUPLICATES
               FILE STATUS IS WRK-VIAGHIST-STATUS.

           SELECT CONTAS-RECEBER ASSIGN TO "CRECMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREC-NUMERO
               FILE STATUS IS WRK-CREC-STATUS.

           SELECT NOTAS-EMITIDAS ASSIGN TO "NOTAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTA-CHAVE
               ALTERNATE RECORD KEY IS NOTA-DATA-EMISSAO
                   WITH DUPLICATES
               FILE STATUS IS WRK-NOTA-STATUS.

           SELECT VIAGEM-IMPRESSA ASSIGN TO "VIAGIMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-VIAGIMP-STATUS.

           SELECT NOTAS-CANCELAMENTO ASSIGN TO "CANCIMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-CANC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  VIAGENS-LOG.
           COPY VIAGREC.

       FD  VIAGENS-ARQUIVADAS.
           COPY HISTREC.

       FD  CONTAS-RECEBER.
           COPY CRECREC.

       FD  NOTAS-EMITIDAS.
           COPY NOTAREC.

       FD  VIAGEM-IMPRESSA.
           COPY IMPREC.

       FD  NOTAS-CANCELAMENTO.
           01  CANC-LINHA         PIC X(80).

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-VIAGLOG-STATUS PIC X(02) VALUE "00".
           77 WRK-VIAGHIST-STATUS PIC X(02) VALUE "00".
           77 WRK-CREC-STATUS    PIC X(02) VALUE "00".
           77 WRK-NOTA-STATUS    PIC X(02) VALUE "00".
           77 WRK-VIAGIMP-STATUS PIC X(02) VALUE "00".
           77 WRK-CANC-STATUS    PIC X(02) VALUE "00".
           77 WRK-HIST-ABERTO    PIC X(01) VALUE "N".
               88 WRK-HIST-DISPONIVEL VALUE "S".
           77 WRK-CREC-ABERTO    PIC X(01) VALUE "N".
               88 WRK-CREC-DISPONIVEL VALUE "S".
           77 WRK-NOTA-ABERTO    PIC X(01) VALUE "N".
               88 WRK-NOTA-DISPONIVEL VALUE "S".
           77 WRK-OPCAO          PIC X(01) VALUE SPACE.
               88 WRK-OP-CLIENTE    VALUE "C".
               88 WRK-OP-DATA       VALUE "D".
               88 WRK-OP-PLACA      VALUE "P".
               88 WRK-OP-SAIR       VALUE "S".
           77 WRK-CLIENTE        PIC 9(06) VALUE ZEROES.
           77 WRK-PLACA          PIC X(07) VALUE SPACE.
           77 WRK-DATA-ATUAL     PIC 9(08) VALUE ZEROES.
           77 WRK-DATA-INICIAL   PIC 9(08) VALUE ZEROES.
           77 WRK-DATA-FINAL     PIC 9(08) VALUE ZEROES.
           77 WRK-MES-INICIAL    PIC 9(06) VALUE ZEROES.
           77 WRK-MES-FINAL      PIC 9(06) VALUE ZEROES.
           77 WRK-ORIGEM-VIAGEM  PIC X(01) VALUE SPACE.
           77 WRK-FIM-PESQUISA   PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-VIAGEM VALUE "S".
           77 WRK-FIM-FATURAS    PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-FATURA VALUE "S".
           77 WRK-FIM-REIMPRESSAO PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-REIMPRESSAO VALUE "S".
           77 WRK-POSICAO-ACHADA PIC X(01) VALUE "N".
               88 WRK-ACHOU-POSICAO VALUE "S".
           77 WRK-ACHOU          PIC X(01) VALUE "N".
               88 WRK-NA-TABELA     VALUE "S".
           77 WRK-QTDE-VIAGENS   PIC 9(03) VALUE ZEROES COMP.
           77 WRK-VX             PIC 9(03) VALUE ZEROES COMP.
           77 WRK-QTDE-FATURAS   PIC 9(04) VALUE ZEROES COMP.
           77 WRK-FX             PIC 9(04) VALUE ZEROES COMP.
           77 WRK-NL             PIC 9(02) VALUE ZEROES COMP.
           77 WRK-BUSCA-CLIENTE  PIC 9(06) VALUE ZEROES.
           77 WRK-BUSCA-MES      PIC 9(06) VALUE ZEROES.
           77 WRK-NUMERO-ESCOLHIDO PIC 9(08) VALUE ZEROES.
           77 WRK-TIPO-NOTA      PIC X(01) VALUE SPACE.
               88 WRK-NOTA-VIAGEM   VALUE "V".
               88 WRK-NOTA-CREDITO  VALUE "C".
           77 WRK-QTDE-REIMPRESSA PIC 9(06) VALUE ZEROES COMP.

      *     Viagens achadas, em ordem de data (VIAGHIST + VIAGLOG).
           01  WRK-TABELA-VIAGENS.
               05  WRK-TAB-VIAG OCCURS 500 TIMES.
                   10  WRK-TAB-NUMERO    PIC 9(08).
                   10  WRK-TAB-DATA      PIC 9(08).
                   10  WRK-TAB-CLIENTE   PIC 9(06).
                   10  WRK-TAB-PLACA     PIC X(07).
                   10  WRK-TAB-DESTINO   PIC X(20).
                   10  WRK-TAB-SITUACAO  PIC X(01).
                       88  WRK-TAB-CANCELADA VALUE "C".
                   10  WRK-TAB-VALOR     PIC 9(10)V99.
                   10  WRK-TAB-ORIGEM    PIC X(01).

      *     Faturas do CRECMAST no periodo: a ultima emitida para o
      *     cliente no mes (reprocessamento do PROG4T gera numero
      *     novo).
           01  WRK-TABELA-FATURAS.
               05  WRK-TAB-FAT OCCURS 1000 TIMES.
                   10  WRK-FAT-CLIENTE   PIC 9(06).
                   10  WRK-FAT-MES       PIC 9(06).
                   10  WRK-FAT-NUMERO    PIC 9(08).

      *============== VARIAVEIS DE EDIÇAO ===============
           01  WRK-LINHA-CABECALHO.
               05  FILLER         PIC X(09) VALUE "NUMERO".
               05  FILLER         PIC X(09) VALUE "DATA".
               05  FILLER         PIC X(08) VALUE "CLIENTE".
               05  FILLER         PIC X(08) VALUE "PLACA".
               05  FILLER         PIC X(15) VALUE "DESTINO".
               05  FILLER         PIC X(06) VALUE "SIT.".
               05  FILLER         PIC X(14) VALUE "        VALOR".
               05  FILLER         PIC X(08) VALUE "  FATURA".
               05  FILLER         PIC X(03) VALUE SPACE.

           01  WRK-LINHA-DETALHE.
               05  WRK-DET-NUMERO PIC 9(08).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-DATA   PIC 9(08).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-CLIENTE PIC 9(06).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DET-PLACA  PIC X(07).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-DESTINO PIC X(14).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-SITUACAO PIC X(05).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-VALOR  PIC ZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-FATURA PIC Z(08).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-ORIGEM PIC X(01).
               05  FILLER         PIC X(01) VALUE SPACE.

           01  WRK-LINHA-TITULO-CREDITO.
               05  FILLER         PIC X(19)
                   VALUE "TRANSPORTADORA X - ".
               05  FILLER         PIC X(30)
                   VALUE "NOTA DE CANCELAMENTO/CREDITO".
               05  FILLER         PIC X(09) VALUE " - 2A VIA".
               05  FILLER         PIC X(22) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-INICIO                  SECTION.

           PERFORM 0100-RECEBE-PESQUISA.

           PERFORM 0200-ABRE-ARQUIVOS.

           PERFORM 0300-CARREGA-VIAGENS.

           PERFORM 0400-CARREGA-FATURAS.

           PERFORM 0500-LISTA-VIAGENS.

           PERFORM 0600-SEGUNDA-VIA
               UNTIL WRK-SEM-MAIS-REIMPRESSAO.

           PERFORM 0900-ENCERRA.

       0100-RECEBE-PESQUISA         SECTION.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           DISPLAY "Pesquisa (C-Cliente D-Data P-Placa S-Sair): "
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN WRK-OP-CLIENTE
                   DISPLAY "Cliente: "
                   ACCEPT WRK-CLIENTE
               WHEN WRK-OP-PLACA
                   DISPLAY "Placa: "
                   ACCEPT WRK-PLACA
               WHEN WRK-OP-DATA
                   CONTINUE
               WHEN WRK-OP-SAIR
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcao invalida"
                   STOP RUN
           END-EVALUATE.

      *     Por data o periodo e obrigatorio (um dia, se so a data
      *     inicial); por cliente ou placa, zeros = sem limite.
           IF WRK-OP-DATA
               DISPLAY "Data inicial (AAAAMMDD, zeros = hoje): "
               ACCEPT WRK-DATA-INICIAL
               IF WRK-DATA-INICIAL = ZEROES
                   MOVE WRK-DATA-ATUAL TO WRK-DATA-INICIAL
               END-IF
               DISPLAY "Data final (AAAAMMDD, zeros = mesmo dia): "
               ACCEPT WRK-DATA-FINAL
               IF WRK-DATA-FINAL = ZEROES
                   MOVE WRK-DATA-INICIAL TO WRK-DATA-FINAL
               END-IF
           ELSE
               DISPLAY "Data inicial (AAAAMMDD, zeros = sem limite): "
               ACCEPT WRK-DATA-INICIAL
               DISPLAY "Data final (AAAAMMDD, zeros = sem limite): "
               ACCEPT WRK-DATA-FINAL
               IF WRK-DATA-FINAL = ZEROES
                   MOVE 99999999 TO WRK-DATA-FINAL
               END-IF
           END-IF.

           IF WRK-DATA-FINAL < WRK-DATA-INICIAL
               DISPLAY "Periodo invalido: " WRK-DATA-INICIAL " a "
                   WRK-DATA-FINAL
               STOP RUN
           END-IF.

       0200-ABRE-ARQUIVOS           SECTION.

           OPEN INPUT VIAGENS-LOG.

           IF WRK-VIAGLOG-STATUS NOT = "00"
               DISPLAY "VIAGLOG indisponivel (status "
                   WRK-VIAGLOG-STATUS "); consulta nao executada"
               STOP RUN
           END-IF.

      *     Sem VIAGHIST (nada arquivado ainda) a consulta fica no
      *     VIAGLOG; sem CRECMAST sai sem numero de fatura; sem
      *     NOTAMAST nao ha segunda via.
           OPEN INPUT VIAGENS-ARQUIVADAS.

           IF WRK-VIAGHIST-STATUS = "00"
               SET WRK-HIST-DISPONIVEL TO TRUE
           END-IF.

           OPEN INPUT CONTAS-RECEBER.

           IF WRK-CREC-STATUS = "00"
               SET WRK-CREC-DISPONIVEL TO TRUE
           END-IF.

           OPEN INPUT NOTAS-EMITIDAS.

           IF WRK-NOTA-STATUS = "00"
               SET WRK-NOTA-DISPONIVEL TO TRUE
           END-IF.

      *     Posiciona cada arquivo pela chave alternada da pesquisa e
      *     le so as viagens daquela chave (ou do periodo, por data).
       0300-CARREGA-VIAGENS         SECTION.

           IF WRK-HIST-DISPONIVEL
               MOVE "N" TO WRK-FIM-PESQUISA
               MOVE "H" TO WRK-ORIGEM-VIAGEM
               PERFORM 0310-POSICIONA-HISTORICO
               PERFORM 0320-LE-HISTORICO
                   UNTIL WRK-SEM-MAIS-VIAGEM
           END-IF.

           MOVE "N" TO WRK-FIM-PESQUISA.
           MOVE "L" TO WRK-ORIGEM-VIAGEM.
           PERFORM 0330-POSICIONA-VIAGLOG.
           PERFORM 0340-LE-VIAGLOG
               UNTIL WRK-SEM-MAIS-VIAGEM.

       0310-POSICIONA-HISTORICO     SECTION.

           EVALUATE TRUE
               WHEN WRK-OP-CLIENTE
                   MOVE WRK-CLIENTE TO HIST-CLIENTE
                   START VIAGENS-ARQUIVADAS
                       KEY IS = HIST-CLIENTE
                       INVALID KEY
                           SET WRK-SEM-MAIS-VIAGEM TO TRUE
                   END-START
               WHEN WRK-OP-PLACA
                   MOVE WRK-PLACA TO HIST-PLACA
                   START VIAGENS-ARQUIVADAS
                       KEY IS = HIST-PLACA
                       INVALID KEY
                           SET WRK-SEM-MAIS-VIAGEM TO TRUE
                   END-START
               WHEN OTHER
                   MOVE WRK-DATA-INICIAL TO HIST-DATA
                   START VIAGENS-ARQUIVADAS
                       KEY IS NOT < HIST-DATA
                       INVALID KEY
                           SET WRK-SEM-MAIS-VIAGEM TO TRUE
                   END-START
           END-EVALUATE.

      *     Status 02 = ainda ha viagem com a mesma chave alternada.
       0320-LE-HISTORICO            SECTION.

           READ VIAGENS-ARQUIVADAS NEXT INTO VIAG-REGISTRO
               AT END
                   SET WRK-SEM-MAIS-VIAGEM TO TRUE
           END-READ.

           IF WRK-VIAGHIST-STATUS NOT = "00"
               AND WRK-VIAGHIST-STATUS NOT = "02"
               SET WRK-SEM-MAIS-VIAGEM TO TRUE
           END-IF.

           IF NOT WRK-SEM-MAIS-VIAGEM
               PERFORM 0350-CONFERE-VIAGEM
           END-IF.

       0330-POSICIONA-VIAGLOG       SECTION.

           EVALUATE TRUE
               WHEN WRK-OP-CLIENTE
                   MOVE WRK-CLIENTE TO VIAG-CLIENTE
                   START VIAGENS-LOG
                       KEY IS = VIAG-CLIENTE
                       INVALID KEY
                           SET WRK-SEM-MAIS-VIAGEM TO TRUE
                   END-START
               WHEN WRK-OP-PLACA
                   MOVE WRK-PLACA TO VIAG-PLACA
                   START VIAGENS-LOG
                       KEY IS = VIAG-PLACA
                       INVALID KEY
                           SET WRK-SEM-MAIS-VIAGEM TO TRUE
                   END-START
               WHEN OTHER
                   MOVE WRK-DATA-INICIAL TO VIAG-DATA
                   START VIAGENS-LOG
                       KEY IS NOT < VIAG-DATA
                       INVALID KEY
                           SET WRK-SEM-MAIS-VIAGEM TO TRUE
                   END-START
           END-EVALUATE.

       0340-LE-VIAGLOG              SECTION.

           READ VIAGENS-LOG NEXT
               AT END
                   SET WRK-SEM-MAIS-VIAGEM TO TRUE
           END-READ.

           IF WRK-VIAGLOG-STATUS NOT = "00"
               AND WRK-VIAGLOG-STATUS NOT = "02"
               SET WRK-SEM-MAIS-VIAGEM TO TRUE
           END-IF.

           IF NOT WRK-SEM-MAIS-VIAGEM
               PERFORM 0350-CONFERE-VIAGEM
           END-IF.

      *     A leitura para quando a chave muda (cliente, placa) ou
      *     passa do fim do periodo (data).
       0350-CONFERE-VIAGEM          SECTION.

           EVALUATE TRUE
               WHEN WRK-OP-CLIENTE
                   AND VIAG-CLIENTE NOT = WRK-CLIENTE
                   SET WRK-SEM-MAIS-VIAGEM TO TRUE
               WHEN WRK-OP-PLACA
                   AND VIAG-PLACA NOT = WRK-PLACA
                   SET WRK-SEM-MAIS-VIAGEM TO TRUE
               WHEN WRK-OP-DATA
                   AND VIAG-DATA > WRK-DATA-FINAL
                   SET WRK-SEM-MAIS-VIAGEM TO TRUE
               WHEN VIAG-DATA < WRK-DATA-INICIAL
                   OR VIAG-DATA > WRK-DATA-FINAL
                   CONTINUE
               WHEN WRK-QTDE-VIAGENS = 500
                   DISPLAY "Tabela de viagens cheia (500); viagem "
                       VIAG-NUMERO " fora da lista"
               WHEN OTHER
                   PERFORM 0360-INSERE-VIAGEM
           END-EVALUATE.

      *     Insercao em ordem de data da viagem: as que sao de data
      *     posterior descem uma posicao para abrir a vaga.
       0360-INSERE-VIAGEM           SECTION.

           MOVE WRK-QTDE-VIAGENS TO WRK-VX.
           MOVE "N" TO WRK-POSICAO-ACHADA.

           PERFORM 0370-DESLOCA-VIAGEM
               UNTIL WRK-ACHOU-POSICAO.

           ADD 1 TO WRK-VX.
           MOVE VIAG-NUMERO       TO WRK-TAB-NUMERO (WRK-VX).
           MOVE VIAG-DATA         TO WRK-TAB-DATA (WRK-VX).
           MOVE VIAG-CLIENTE      TO WRK-TAB-CLIENTE (WRK-VX).
           MOVE VIAG-PLACA        TO WRK-TAB-PLACA (WRK-VX).
           MOVE VIAG-DESTINO      TO WRK-TAB-DESTINO (WRK-VX).
           MOVE VIAG-SITUACAO     TO WRK-TAB-SITUACAO (WRK-VX).
           MOVE VIAG-VALOR-FINAL  TO WRK-TAB-VALOR (WRK-VX).
           MOVE WRK-ORIGEM-VIAGEM TO WRK-TAB-ORIGEM (WRK-VX).

           ADD 1 TO WRK-QTDE-VIAGENS.

       0370-DESLOCA-VIAGEM          SECTION.

           IF WRK-VX = ZEROES
               SET WRK-ACHOU-POSICAO TO TRUE
           ELSE
               IF WRK-TAB-DATA (WRK-VX) > VIAG-DATA
                   MOVE WRK-TAB-VIAG (WRK-VX)
                       TO WRK-TAB-VIAG (WRK-VX + 1)
                   SUBTRACT 1 FROM WRK-VX
               ELSE
                   SET WRK-ACHOU-POSICAO TO TRUE
               END-IF
           END-IF.

      *     Fatura e mensal por cliente (PROG4T): so os meses que
      *     aparecem na lista interessam.
       0400-CARREGA-FATURAS         SECTION.

           IF WRK-CREC-DISPONIVEL
               AND WRK-QTDE-VIAGENS > ZEROES
               COMPUTE WRK-MES-INICIAL = WRK-TAB-DATA (1) / 100
               COMPUTE WRK-MES-FINAL =
                   WRK-TAB-DATA (WRK-QTDE-VIAGENS) / 100
               PERFORM 0410-LE-FATURA
                   UNTIL WRK-SEM-MAIS-FATURA
           END-IF.

       0410-LE-FATURA               SECTION.

           READ CONTAS-RECEBER NEXT
               AT END
                   SET WRK-SEM-MAIS-FATURA TO TRUE
           END-READ.

           IF WRK-CREC-STATUS NOT = "00"
               SET WRK-SEM-MAIS-FATURA TO TRUE
           END-IF.

           IF NOT WRK-SEM-MAIS-FATURA
               AND CREC-MES-REF NOT < WRK-MES-INICIAL
               AND CREC-MES-REF NOT > WRK-MES-FINAL
               IF NOT WRK-OP-CLIENTE
                   OR CREC-CLIENTE = WRK-CLIENTE
                   PERFORM 0420-GUARDA-FATURA
               END-IF
           END-IF.

       0420-GUARDA-FATURA           SECTION.

           MOVE CREC-CLIENTE TO WRK-BUSCA-CLIENTE.
           MOVE CREC-MES-REF TO WRK-BUSCA-MES.
           PERFORM 0430-LOCALIZA-FATURA.

           IF WRK-NA-TABELA
               IF CREC-NUMERO > WRK-FAT-NUMERO (WRK-FX)
                   MOVE CREC-NUMERO TO WRK-FAT-NUMERO (WRK-FX)
               END-IF
           ELSE
               IF WRK-QTDE-FATURAS < 1000
                   ADD 1 TO WRK-QTDE-FATURAS
                   MOVE WRK-QTDE-FATURAS TO WRK-FX
                   MOVE CREC-CLIENTE TO WRK-FAT-CLIENTE (WRK-FX)
                   MOVE CREC-MES-REF TO WRK-FAT-MES (WRK-FX)
                   MOVE CREC-NUMERO  TO WRK-FAT-NUMERO (WRK-FX)
               ELSE
                   DISPLAY "Tabela de faturas cheia (1000); fatura "
                       CREC-NUMERO " fora da consulta"
               END-IF
           END-IF.

       0430-LOCALIZA-FATURA         SECTION.

           MOVE "N" TO WRK-ACHOU.
           MOVE ZEROES TO WRK-FX.

           PERFORM 0440-PROCURA-FATURA
               UNTIL WRK-NA-TABELA
               OR WRK-FX = WRK-QTDE-FATURAS.

       0440-PROCURA-FATURA          SECTION.

           ADD 1 TO WRK-FX.

           IF WRK-FAT-CLIENTE (WRK-FX) = WRK-BUSCA-CLIENTE
               AND WRK-FAT-MES (WRK-FX) = WRK-BUSCA-MES
               SET WRK-NA-TABELA TO TRUE
           END-IF.

       0500-LISTA-VIAGENS           SECTION.

           IF WRK-QTDE-VIAGENS = ZEROES
               DISPLAY "Nenhuma viagem encontrada no periodo "
                   WRK-DATA-INICIAL " a " WRK-DATA-FINAL
               SET WRK-SEM-MAIS-REIMPRESSAO TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN WRK-OP-CLIENTE
                       DISPLAY "VIAGENS DO CLIENTE " WRK-CLIENTE
                   WHEN WRK-OP-PLACA
                       DISPLAY "VIAGENS DA PLACA " WRK-PLACA
                   WHEN OTHER
                       DISPLAY "VIAGENS DE " WRK-DATA-INICIAL " A "
                           WRK-DATA-FINAL
               END-EVALUATE
               DISPLAY WRK-LINHA-CABECALHO
               MOVE ZEROES TO WRK-VX
               PERFORM 0510-MOSTRA-VIAGEM
                   UNTIL WRK-VX = WRK-QTDE-VIAGENS
               DISPLAY "Viagens listadas: " WRK-QTDE-VIAGENS
                   " (H = arquivada no VIAGHIST)"
           END-IF.

       0510-MOSTRA-VIAGEM           SECTION.

           ADD 1 TO WRK-VX.

           MOVE WRK-TAB-NUMERO (WRK-VX)  TO WRK-DET-NUMERO.
           MOVE WRK-TAB-DATA (WRK-VX)    TO WRK-DET-DATA.
           MOVE WRK-TAB-CLIENTE (WRK-VX) TO WRK-DET-CLIENTE.
           MOVE WRK-TAB-PLACA (WRK-VX)   TO WRK-DET-PLACA.
           MOVE WRK-TAB-DESTINO (WRK-VX) TO WRK-DET-DESTINO.
           MOVE WRK-TAB-VALOR (WRK-VX)   TO WRK-DET-VALOR.
           MOVE ZEROES                   TO WRK-DET-FATURA.

           IF WRK-TAB-ORIGEM (WRK-VX) = "H"
               MOVE "H" TO WRK-DET-ORIGEM
           ELSE
               MOVE SPACE TO WRK-DET-ORIGEM
           END-IF.

      *     Viagem cancelada nao e faturada (PROG4T).
           IF WRK-TAB-CANCELADA (WRK-VX)
               MOVE "CANC." TO WRK-DET-SITUACAO
           ELSE
               MOVE "ATIVA" TO WRK-DET-SITUACAO
               MOVE WRK-TAB-CLIENTE (WRK-VX) TO WRK-BUSCA-CLIENTE
               COMPUTE WRK-BUSCA-MES = WRK-TAB-DATA (WRK-VX) / 100
               PERFORM 0430-LOCALIZA-FATURA
               IF WRK-NA-TABELA
                   MOVE WRK-FAT-NUMERO (WRK-FX) TO WRK-DET-FATURA
               END-IF
           END-IF.

           DISPLAY WRK-LINHA-DETALHE.

       0600-SEGUNDA-VIA             SECTION.

           DISPLAY "Viagem para segunda via (zeros = encerrar): "
           ACCEPT WRK-NUMERO-ESCOLHIDO.

           IF WRK-NUMERO-ESCOLHIDO = ZEROES
               SET WRK-SEM-MAIS-REIMPRESSAO TO TRUE
           ELSE
               PERFORM 0610-LOCALIZA-LISTADA
               IF NOT WRK-NA-TABELA
                   DISPLAY "Viagem fora da lista: "
                       WRK-NUMERO-ESCOLHIDO
               ELSE
                   DISPLAY "Nota (V-Viagem C-Cancelamento/credito): "
                   ACCEPT WRK-TIPO-NOTA
                   EVALUATE TRUE
                       WHEN NOT WRK-NOTA-VIAGEM
                           AND NOT WRK-NOTA-CREDITO
                           DISPLAY "Tipo de nota invalido"
                       WHEN WRK-NOTA-CREDITO
                           AND NOT WRK-TAB-CANCELADA (WRK-VX)
                           DISPLAY "Viagem " WRK-NUMERO-ESCOLHIDO
                               " nao cancelada; nao ha nota de "
                               "credito"
                       WHEN NOT WRK-NOTA-DISPONIVEL
                           DISPLAY "NOTAMAST indisponivel (status "
                               WRK-NOTA-STATUS "); segunda via nao "
                               "impressa"
                       WHEN OTHER
                           PERFORM 0620-REIMPRIME-NOTA
                   END-EVALUATE
               END-IF
           END-IF.

       0610-LOCALIZA-LISTADA        SECTION.

           MOVE "N" TO WRK-ACHOU.
           MOVE ZEROES TO WRK-VX.

           PERFORM 0615-PROCURA-LISTADA
               UNTIL WRK-NA-TABELA
               OR WRK-VX = WRK-QTDE-VIAGENS.

       0615-PROCURA-LISTADA         SECTION.

           ADD 1 TO WRK-VX.

           IF WRK-TAB-NUMERO (WRK-VX) = WRK-NUMERO-ESCOLHIDO
               SET WRK-NA-TABELA TO TRUE
           END-IF.

      *     Nota emitida antes do NOTAMAST nao tem imagem guardada e
      *     nao e reconstruida (valores do dia da emissao).
       0620-REIMPRIME-NOTA          SECTION.

           MOVE WRK-NUMERO-ESCOLHIDO TO NOTA-NUMERO.
           MOVE WRK-TIPO-NOTA        TO NOTA-TIPO.

           READ NOTAS-EMITIDAS
               KEY IS NOTA-CHAVE
               INVALID KEY
                   DISPLAY "Nota original da viagem "
                       WRK-NUMERO-ESCOLHIDO " nao arquivada; "
                       "segunda via nao impressa"
           END-READ.

           IF WRK-NOTA-STATUS = "00"
               IF NOTA-VIAGEM
                   PERFORM 0630-REIMPRIME-VIAGEM
               ELSE
                   PERFORM 0640-REIMPRIME-CREDITO
               END-IF
               ADD 1 TO WRK-QTDE-REIMPRESSA
           END-IF.

       0630-REIMPRIME-VIAGEM        SECTION.

           OPEN EXTEND VIAGEM-IMPRESSA.

           IF WRK-VIAGIMP-STATUS = "35"
               OPEN OUTPUT VIAGEM-IMPRESSA
           END-IF.

           MOVE NOTA-IMP-REGISTRO TO IMP-REGISTRO.
           MOVE "TRANSPORTADORA X - 2A VIA" TO IMP-EMPRESA.

           WRITE IMP-REGISTRO.

           CLOSE VIAGEM-IMPRESSA.

           DISPLAY "Segunda via da nota da viagem " NOTA-NUMERO
               " (emitida em " NOTA-DATA-EMISSAO ") gravada no VIAGIMP".

       0640-REIMPRIME-CREDITO       SECTION.

           OPEN EXTEND NOTAS-CANCELAMENTO.

           IF WRK-CANC-STATUS = "35"
               OPEN OUTPUT NOTAS-CANCELAMENTO
           END-IF.

           WRITE CANC-LINHA FROM WRK-LINHA-TITULO-CREDITO.

           MOVE 1 TO WRK-NL.
           PERFORM 0650-GRAVA-LINHA-CREDITO
               UNTIL WRK-NL = 7.

           CLOSE NOTAS-CANCELAMENTO.

           DISPLAY "Segunda via da nota de credito da viagem "
               NOTA-NUMERO " (emitida em " NOTA-DATA-EMISSAO
               ") gravada no CANCIMP".

      *     A linha 1 (titulo) sai trocada pela marca de 2A VIA.
       0650-GRAVA-LINHA-CREDITO     SECTION.

           ADD 1 TO WRK-NL.

           WRITE CANC-LINHA FROM NOTA-CANC-LINHA (WRK-NL).

       0900-ENCERRA                 SECTION.

           CLOSE VIAGENS-LOG.

           IF WRK-HIST-DISPONIVEL
               CLOSE VIAGENS-ARQUIVADAS
           END-IF.

           IF WRK-CREC-DISPONIVEL
               CLOSE CONTAS-RECEBER
           END-IF.

           IF WRK-NOTA-DISPONIVEL
               CLOSE NOTAS-EMITIDAS
           END-IF.

           DISPLAY "Segundas vias impressas....: " WRK-QTDE-REIMPRESSA.

           STOP RUN.



       END PROGRAM PROG5R.
