       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5P.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Relatorio mensal de tendencia do preco do
      *==           combustivel por tipo (COMBTEND), tirado do
      *==           historico COMBHIST (so precos aceitos pela carga
      *==           PROG5N ou aprovados pelo PROG5O): para cada mes do
      *==           periodo pedido e cada tipo, dias com preco, minimo,
      *==           maximo, medio, ultimo do mes e variacao do preco
      *==           medio sobre o mes anterior.

      *== DATA = 28/04/2027
      *== OBSERVAÇOES:
      *== 30/06/2027 - MATHEUS - Le tambem o mes anterior ao inicial,
      *==               so para a media de partida de cada tipo: a
      *==               variacao sai ja no primeiro mes do periodo.
      *======================================


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-COMBUSTIVEL ASSIGN TO "COMBHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMH-CHAVE
               FILE STATUS IS WRK-COMBHIST-STATUS.

           SELECT RELATORIO-TENDENCIA ASSIGN TO "COMBTEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-COMBTEND-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HISTORICO-COMBUSTIVEL.
           COPY COMHREC.

       FD  RELATORIO-TENDENCIA.
           01  CTND-LINHA         PIC X(80).

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-COMBHIST-STATUS PIC X(02) VALUE "00".
           77 WRK-COMBTEND-STATUS PIC X(02) VALUE "00".
           77 WRK-MES-INICIAL     PIC 9(06) VALUE ZEROES.
           77 WRK-MES-FINAL       PIC 9(06) VALUE ZEROES.
           77 WRK-MES-CORRENTE    PIC 9(06) VALUE ZEROES.
           77 WRK-MES-ANTERIOR    PIC 9(06) VALUE ZEROES.
           77 WRK-ANO-AUX         PIC 9(04) VALUE ZEROES.
           77 WRK-MM-AUX          PIC 9(02) VALUE ZEROES.
           77 WRK-ANO-MES         PIC 9(06) VALUE ZEROES.
           77 WRK-FIM-HISTORICO   PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-HISTORICO VALUE "S".
           77 WRK-ACHOU           PIC X(01) VALUE "N".
               88 WRK-NA-TABELA          VALUE "S".
           77 WRK-TX              PIC 9(04) VALUE ZEROES COMP.
           77 WRK-IX              PIC 9(04) VALUE ZEROES COMP.
           77 WRK-MEDIA           PIC 9(08)V99 VALUE ZEROES.
           77 WRK-VARIACAO        PIC S9(03)V99 VALUE ZEROES.
           77 WRK-QTDE-LIDA       PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-MESES      PIC 9(04) VALUE ZEROES COMP.

      *     Um item por tipo: acumulado do mes corrente e a media do
      *     ultimo mes em que o tipo teve preco.
           01  WRK-TABELA-TIPOS.
               05  WRK-QTDE-TIPOS        PIC 9(04) COMP.
               05  WRK-TAB-TIPO OCCURS 50 TIMES.
                   10  WRK-TTP-TIPO        PIC X(10).
                   10  WRK-TTP-DIAS        PIC 9(04) COMP.
                   10  WRK-TTP-SOMA        PIC 9(10)V99.
                   10  WRK-TTP-MINIMO      PIC 9(08)V99.
                   10  WRK-TTP-MAXIMO      PIC 9(08)V99.
                   10  WRK-TTP-ULTIMO      PIC 9(08)V99.
                   10  WRK-TTP-MEDIA-ANTERIOR PIC 9(08)V99.

      *============== VARIAVEIS DE EDIÇAO ===============
           01  WRK-LINHA-TITULO.
               05  FILLER         PIC X(41)
                   VALUE "TENDENCIA DO PRECO DO COMBUSTIVEL - DE ".
               05  WRK-TIT-INICIAL PIC 9(06).
               05  FILLER         PIC X(05) VALUE " ATE ".
               05  WRK-TIT-FINAL  PIC 9(06).
               05  FILLER         PIC X(22) VALUE SPACE.

           01  WRK-LINHA-MES.
               05  FILLER         PIC X(05) VALUE "MES: ".
               05  WRK-MES-ANO-MES PIC 9(06).
               05  FILLER         PIC X(69) VALUE SPACE.

           01  WRK-CABECALHO.
               05  FILLER         PIC X(11) VALUE "TIPO".
               05  FILLER         PIC X(04) VALUE "DIAS".
               05  FILLER         PIC X(14) VALUE "        MINIMO".
               05  FILLER         PIC X(14) VALUE "        MAXIMO".
               05  FILLER         PIC X(14) VALUE "         MEDIO".
               05  FILLER         PIC X(14) VALUE "   ULTIMO MES".
               05  FILLER         PIC X(09) VALUE "  VAR. %".

           01  WRK-DETALHE.
               05  WRK-DET-TIPO   PIC X(10).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-DIAS   PIC ZZ9.
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-MINIMO PIC ZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-MAXIMO PIC ZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-MEDIA  PIC ZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-ULTIMO PIC ZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-VAR-GRUPO.
                   10  WRK-DET-VARIACAO PIC -ZZ9,99.
               05  FILLER         PIC X(02) VALUE SPACE.

           01  WRK-LINHA-TOTAL.
               05  WRK-TOT-TEXTO  PIC X(40).
               05  WRK-TOT-QTDE   PIC ZZZ.ZZ9.
               05  FILLER         PIC X(33) VALUE SPACE.

           01  WRK-LINHA-BRANCO   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-INICIO                  SECTION.

           PERFORM 0100-ABRE-ARQUIVOS.

           PERFORM 0200-LE-HISTORICO
               UNTIL WRK-SEM-MAIS-HISTORICO.

           IF WRK-MES-CORRENTE NOT < WRK-MES-INICIAL
               PERFORM 0300-IMPRIME-MES
           END-IF.

           PERFORM 0400-ENCERRA.

       0100-ABRE-ARQUIVOS           SECTION.

           DISPLAY "Mes inicial (AAAAMM): "
           ACCEPT WRK-MES-INICIAL.

           DISPLAY "Mes final (AAAAMM): "
           ACCEPT WRK-MES-FINAL.

           OPEN INPUT HISTORICO-COMBUSTIVEL.

           IF WRK-COMBHIST-STATUS NOT = "00"
               DISPLAY "ERRO: COMBHIST indisponivel (status "
                   WRK-COMBHIST-STATUS "); rodar a carga PROG5N antes"
                   " - execucao abandonada"
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-TENDENCIA.

           MOVE ZEROES TO WRK-QTDE-TIPOS.

           MOVE WRK-MES-INICIAL TO WRK-TIT-INICIAL.
           MOVE WRK-MES-FINAL   TO WRK-TIT-FINAL.
           WRITE CTND-LINHA FROM WRK-LINHA-TITULO.

      *     O historico e indexado por data + tipo: posiciona no
      *     primeiro dia do mes anterior ao inicial (media de partida
      *     da variacao) e segue em ordem de data.
           DIVIDE WRK-MES-INICIAL BY 100 GIVING WRK-ANO-AUX.
           COMPUTE WRK-MM-AUX = WRK-MES-INICIAL - WRK-ANO-AUX * 100.

           IF WRK-MM-AUX = 1
               COMPUTE WRK-MES-ANTERIOR = (WRK-ANO-AUX - 1) * 100 + 12
           ELSE
               COMPUTE WRK-MES-ANTERIOR = WRK-MES-INICIAL - 1
           END-IF.

           COMPUTE COMH-DATA = WRK-MES-ANTERIOR * 100 + 1.
           MOVE LOW-VALUES TO COMH-TIPO.

           START HISTORICO-COMBUSTIVEL
               KEY IS NOT LESS THAN COMH-CHAVE
               INVALID KEY
                   SET WRK-SEM-MAIS-HISTORICO TO TRUE
           END-START.

       0200-LE-HISTORICO            SECTION.

           READ HISTORICO-COMBUSTIVEL NEXT
               AT END
                   SET WRK-SEM-MAIS-HISTORICO TO TRUE
           END-READ.

           IF WRK-COMBHIST-STATUS NOT = "00"
               SET WRK-SEM-MAIS-HISTORICO TO TRUE
           END-IF.

           IF NOT WRK-SEM-MAIS-HISTORICO
               COMPUTE WRK-ANO-MES = COMH-DATA / 100
               IF WRK-ANO-MES > WRK-MES-FINAL
                   SET WRK-SEM-MAIS-HISTORICO TO TRUE
               END-IF
           END-IF.

      *     O mes anterior ao inicial nao sai no relatorio nem
      *     entra nos totais; so deixa a media de cada tipo.
           IF NOT WRK-SEM-MAIS-HISTORICO
               IF WRK-ANO-MES NOT < WRK-MES-INICIAL
                   ADD 1 TO WRK-QTDE-LIDA
               END-IF
               IF WRK-ANO-MES NOT = WRK-MES-CORRENTE
                   IF WRK-MES-CORRENTE NOT = ZEROES
                       IF WRK-MES-CORRENTE < WRK-MES-INICIAL
                           PERFORM 0320-GUARDA-MEDIA-ANTERIOR
                       ELSE
                           PERFORM 0300-IMPRIME-MES
                       END-IF
                   END-IF
                   MOVE WRK-ANO-MES TO WRK-MES-CORRENTE
               END-IF
               PERFORM 0210-ACUMULA-PRECO
           END-IF.

       0210-ACUMULA-PRECO           SECTION.

           MOVE "N" TO WRK-ACHOU.
           MOVE ZEROES TO WRK-TX.

           PERFORM 0220-PROCURA-TIPO
               UNTIL WRK-NA-TABELA
               OR WRK-TX = WRK-QTDE-TIPOS.

           IF NOT WRK-NA-TABELA
               IF WRK-QTDE-TIPOS < 50
                   ADD 1 TO WRK-QTDE-TIPOS
                   MOVE WRK-QTDE-TIPOS TO WRK-TX
                   MOVE COMH-TIPO TO WRK-TTP-TIPO (WRK-TX)
                   MOVE ZEROES TO WRK-TTP-DIAS (WRK-TX)
                   MOVE ZEROES TO WRK-TTP-SOMA (WRK-TX)
                   MOVE ZEROES TO WRK-TTP-MEDIA-ANTERIOR (WRK-TX)
                   SET WRK-NA-TABELA TO TRUE
               ELSE
                   DISPLAY "Tabela de tipos de combustivel cheia (50):"
                       " " COMH-TIPO
               END-IF
           END-IF.

           IF WRK-NA-TABELA
               IF WRK-TTP-DIAS (WRK-TX) = ZEROES
                   MOVE COMH-VALOR TO WRK-TTP-MINIMO (WRK-TX)
                   MOVE COMH-VALOR TO WRK-TTP-MAXIMO (WRK-TX)
               END-IF
               IF COMH-VALOR < WRK-TTP-MINIMO (WRK-TX)
                   MOVE COMH-VALOR TO WRK-TTP-MINIMO (WRK-TX)
               END-IF
               IF COMH-VALOR > WRK-TTP-MAXIMO (WRK-TX)
                   MOVE COMH-VALOR TO WRK-TTP-MAXIMO (WRK-TX)
               END-IF
               ADD 1 TO WRK-TTP-DIAS (WRK-TX)
               ADD COMH-VALOR TO WRK-TTP-SOMA (WRK-TX)
               MOVE COMH-VALOR TO WRK-TTP-ULTIMO (WRK-TX)
           END-IF.

       0220-PROCURA-TIPO            SECTION.

           ADD 1 TO WRK-TX.

           IF COMH-TIPO = WRK-TTP-TIPO (WRK-TX)
               SET WRK-NA-TABELA TO TRUE
           END-IF.

       0300-IMPRIME-MES             SECTION.

           ADD 1 TO WRK-QTDE-MESES.

           WRITE CTND-LINHA FROM WRK-LINHA-BRANCO.
           MOVE WRK-MES-CORRENTE TO WRK-MES-ANO-MES.
           WRITE CTND-LINHA FROM WRK-LINHA-MES.
           WRITE CTND-LINHA FROM WRK-CABECALHO.

           MOVE ZEROES TO WRK-IX.

           PERFORM 0310-IMPRIME-TIPO
               UNTIL WRK-IX = WRK-QTDE-TIPOS.

      *     Tipo sem preco no mes nao sai na linha e guarda a media do
      *     ultimo mes em que teve preco.
       0310-IMPRIME-TIPO            SECTION.

           ADD 1 TO WRK-IX.

           IF WRK-TTP-DIAS (WRK-IX) > ZEROES
               COMPUTE WRK-MEDIA ROUNDED =
                   WRK-TTP-SOMA (WRK-IX) / WRK-TTP-DIAS (WRK-IX)
               MOVE WRK-TTP-TIPO (WRK-IX)   TO WRK-DET-TIPO
               MOVE WRK-TTP-DIAS (WRK-IX)   TO WRK-DET-DIAS
               MOVE WRK-TTP-MINIMO (WRK-IX) TO WRK-DET-MINIMO
               MOVE WRK-TTP-MAXIMO (WRK-IX) TO WRK-DET-MAXIMO
               MOVE WRK-MEDIA               TO WRK-DET-MEDIA
               MOVE WRK-TTP-ULTIMO (WRK-IX) TO WRK-DET-ULTIMO
               IF WRK-TTP-MEDIA-ANTERIOR (WRK-IX) > ZEROES
                   COMPUTE WRK-VARIACAO ROUNDED =
                       (WRK-MEDIA - WRK-TTP-MEDIA-ANTERIOR (WRK-IX))
                       * 100 / WRK-TTP-MEDIA-ANTERIOR (WRK-IX)
                       ON SIZE ERROR
                           MOVE 999,99 TO WRK-VARIACAO
                   END-COMPUTE
                   MOVE WRK-VARIACAO TO WRK-DET-VARIACAO
               ELSE
                   MOVE SPACES TO WRK-DET-VAR-GRUPO
               END-IF
               WRITE CTND-LINHA FROM WRK-DETALHE
               MOVE WRK-MEDIA TO WRK-TTP-MEDIA-ANTERIOR (WRK-IX)
               MOVE ZEROES TO WRK-TTP-DIAS (WRK-IX)
               MOVE ZEROES TO WRK-TTP-SOMA (WRK-IX)
           END-IF.

       0320-GUARDA-MEDIA-ANTERIOR   SECTION.

           MOVE ZEROES TO WRK-IX.

           PERFORM 0330-GUARDA-TIPO
               UNTIL WRK-IX = WRK-QTDE-TIPOS.

       0330-GUARDA-TIPO             SECTION.

           ADD 1 TO WRK-IX.

           IF WRK-TTP-DIAS (WRK-IX) > ZEROES
               COMPUTE WRK-TTP-MEDIA-ANTERIOR (WRK-IX) ROUNDED =
                   WRK-TTP-SOMA (WRK-IX) / WRK-TTP-DIAS (WRK-IX)
               MOVE ZEROES TO WRK-TTP-DIAS (WRK-IX)
               MOVE ZEROES TO WRK-TTP-SOMA (WRK-IX)
           END-IF.

       0400-ENCERRA                 SECTION.

           WRITE CTND-LINHA FROM WRK-LINHA-BRANCO.

           MOVE "MESES NO PERIODO COM PRECO.............:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-MESES TO WRK-TOT-QTDE.
           WRITE CTND-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "PRECOS DIARIOS LIDOS DO HISTORICO......:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-LIDA TO WRK-TOT-QTDE.
           WRITE CTND-LINHA FROM WRK-LINHA-TOTAL.

           CLOSE HISTORICO-COMBUSTIVEL.
           CLOSE RELATORIO-TENDENCIA.

           DISPLAY "Periodo....................: " WRK-MES-INICIAL
               " a " WRK-MES-FINAL.
           DISPLAY "Meses com preco............: " WRK-QTDE-MESES.
           DISPLAY "Precos diarios lidos.......: " WRK-QTDE-LIDA.

           STOP RUN.



       END PROGRAM PROG5P.
