       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5N.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Carga diaria do feed de preco de combustivel
      *==           (COMBDIA) no historico COMBHIST, de onde o PROG4C
      *==           e o PROG4 tiram o preco do dia. Cada tipo do feed
      *==           e conferido contra o ultimo preco aceito do mesmo
      *==           tipo: variacao acima da tolerancia do COMBPARM,
      *==           preco zerado, tipo repetido com valores
      *==           diferentes ou tipo sem historico ficam retidos no
      *==           COMBPEND ate aprovacao pelo PROG5O e nao sao
      *==           usados. Tipo do historico ou da frota ativa que
      *==           nao veio no feed e apontado como ausente.
      *==           Relatorio COMBREL e controle RUNCTRL via PROG4Y.

      *== DATA = 28/04/2027
      *== OBSERVAÇOES:
      *======================================


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMBUSTIVEL-DIA ASSIGN TO "COMBDIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-COMBDIA-STATUS.

           SELECT HISTORICO-COMBUSTIVEL ASSIGN TO "COMBHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMH-CHAVE
               FILE STATUS IS WRK-COMBHIST-STATUS.

           SELECT PRECOS-RETIDOS ASSIGN TO "COMBPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPND-CHAVE
               FILE STATUS IS WRK-COMBPEND-STATUS.

           SELECT PARAMETRO-COMBUSTIVEL ASSIGN TO "COMBPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-COMBPARM-STATUS.

           SELECT FROTA ASSIGN TO "FROTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FROT-PLACA
               FILE STATUS IS WRK-FROTA-STATUS.

           SELECT RELATORIO-CARGA ASSIGN TO "COMBREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-COMBREL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COMBUSTIVEL-DIA.
           COPY COMBREC.

       FD  HISTORICO-COMBUSTIVEL.
           COPY COMHREC.

       FD  PRECOS-RETIDOS.
           COPY CPNDREC.

       FD  PARAMETRO-COMBUSTIVEL.
           COPY CPARREC.

       FD  FROTA.
           COPY FROTREC.

       FD  RELATORIO-CARGA.
           01  CBRL-LINHA         PIC X(80).

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-COMBDIA-STATUS  PIC X(02) VALUE "00".
           77 WRK-COMBHIST-STATUS PIC X(02) VALUE "00".
           77 WRK-COMBPEND-STATUS PIC X(02) VALUE "00".
           77 WRK-COMBPARM-STATUS PIC X(02) VALUE "00".
           77 WRK-FROTA-STATUS    PIC X(02) VALUE "00".
           77 WRK-COMBREL-STATUS  PIC X(02) VALUE "00".
           77 WRK-HORA-ATUAL      PIC 9(08) VALUE ZEROES.
           77 WRK-TOLERANCIA      PIC 9(03)V99 VALUE 10.
           77 WRK-FIM-HISTORICO   PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-HISTORICO VALUE "S".
           77 WRK-FIM-FROTA       PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-FROTA     VALUE "S".
           77 WRK-FIM-FEED        PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-FEED      VALUE "S".
           77 WRK-BUSCA-TIPO      PIC X(10) VALUE SPACE.
           77 WRK-ACHOU           PIC X(01) VALUE "N".
               88 WRK-NA-TABELA          VALUE "S".
           77 WRK-TX              PIC 9(04) VALUE ZEROES COMP.
           77 WRK-IX              PIC 9(04) VALUE ZEROES COMP.
           77 WRK-VARIACAO        PIC S9(05)V99 VALUE ZEROES.
           77 WRK-VARIACAO-ABS    PIC 9(05)V99 VALUE ZEROES.
           77 WRK-NO-HISTORICO    PIC X(01) VALUE "N".
               88 WRK-JA-NO-HISTORICO    VALUE "S".
           77 WRK-NOS-RETIDOS     PIC X(01) VALUE "N".
               88 WRK-JA-RETIDO          VALUE "S".
           77 WRK-MOTIVO-RETENCAO PIC X(01) VALUE SPACE.
           77 WRK-QTDE-LIDA       PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-GRAVADA    PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-REJEITADA  PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-RETIDOS    PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-OUTRO-DIA  PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-AUSENTES   PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-JA-TRATADOS PIC 9(06) VALUE ZEROES COMP.
           77 WRK-NOME-PROGRAMA   PIC X(08) VALUE "PROG5N".

           01  WRK-DATA-CARGA.
               05  WRK-DATA-CARGA-ANO PIC 9(04).
               05  WRK-DATA-CARGA-MES PIC 9(02).
               05  WRK-DATA-CARGA-DIA PIC 9(02).
           01  WRK-DATA-CARGA-N REDEFINES WRK-DATA-CARGA
                                  PIC 9(08).

      *     Um item por tipo de combustivel: ultimo preco aceito antes
      *     do dia da carga e o que veio no feed do dia.
           01  WRK-TABELA-TIPOS.
               05  WRK-QTDE-TIPOS        PIC 9(04) COMP.
               05  WRK-TAB-TIPO OCCURS 50 TIMES.
                   10  WRK-TTP-TIPO        PIC X(10).
                   10  WRK-TTP-ULTIMO      PIC 9(08)V99.
                   10  WRK-TTP-DATA-ULTIMO PIC 9(08).
                   10  WRK-TTP-ESPERADO    PIC X(01).
                       88  WRK-TTP-TIPO-ESPERADO VALUE "S".
                   10  WRK-TTP-QTDE-FEED   PIC 9(04) COMP.
                   10  WRK-TTP-VALOR-FEED  PIC 9(08)V99.
                   10  WRK-TTP-DIVERGENTE  PIC X(01).
                       88  WRK-TTP-VALORES-DIVERGENTES VALUE "S".

      *============== VARIAVEIS DE EDIÇAO ===============
           01  WRK-LINHA-TITULO.
               05  FILLER         PIC X(36)
                   VALUE "CARGA DO PRECO DE COMBUSTIVEL - DIA ".
               05  WRK-TIT-DATA   PIC 9(08).
               05  FILLER         PIC X(16) VALUE "   TOLERANCIA: ".
               05  WRK-TIT-TOLERANCIA PIC ZZ9,99.
               05  FILLER         PIC X(02) VALUE " %".
               05  FILLER         PIC X(12) VALUE SPACE.

           01  WRK-CABECALHO.
               05  FILLER         PIC X(11) VALUE "TIPO".
               05  FILLER         PIC X(14) VALUE "  PRECO FEED".
               05  FILLER         PIC X(14) VALUE " ULTIMO ACEITO".
               05  FILLER         PIC X(10) VALUE "   VAR. %".
               05  FILLER         PIC X(31) VALUE "SITUACAO".

           01  WRK-DETALHE.
               05  WRK-DET-TIPO   PIC X(10).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-VALOR  PIC ZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-ANTERIOR PIC ZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-VARIACAO PIC -ZZZZ9,99.
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-SITUACAO PIC X(31).

           01  WRK-LINHA-TOTAL.
               05  WRK-TOT-TEXTO  PIC X(40).
               05  WRK-TOT-QTDE   PIC ZZZ.ZZ9.
               05  FILLER         PIC X(33) VALUE SPACE.

           01  WRK-LINHA-BRANCO   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-INICIO                  SECTION.

           PERFORM 0100-ABRE-ARQUIVOS.

           PERFORM 0200-CARREGA-HISTORICO.

           PERFORM 0300-CARREGA-FROTA.

           PERFORM 0400-LE-FEED.

           PERFORM 0500-AVALIA-TIPOS.

           PERFORM 0600-ENCERRA.

       0100-ABRE-ARQUIVOS           SECTION.

           DISPLAY "Data da carga (AAAAMMDD, zeros = hoje): "
           ACCEPT WRK-DATA-CARGA-N.

           IF WRK-DATA-CARGA-N = ZEROES
               ACCEPT WRK-DATA-CARGA-N FROM DATE YYYYMMDD
           END-IF.

           ACCEPT WRK-HORA-ATUAL FROM TIME.

           OPEN INPUT COMBUSTIVEL-DIA.

           IF WRK-COMBDIA-STATUS NOT = "00"
               DISPLAY "ERRO: COMBDIA indisponivel (status "
                   WRK-COMBDIA-STATUS ") - execucao abandonada"
               STOP RUN
           END-IF.

      *     Historico e retidos nascem na primeira carga; sem
      *     historico todo tipo fica retido para aprovacao, entao um
      *     arquivo vazio nunca deixa passar preco sem conferencia.
           OPEN I-O HISTORICO-COMBUSTIVEL.

           IF WRK-COMBHIST-STATUS = "35"
               DISPLAY "COMBHIST nao encontrado; criado vazio"
               OPEN OUTPUT HISTORICO-COMBUSTIVEL
               CLOSE HISTORICO-COMBUSTIVEL
               OPEN I-O HISTORICO-COMBUSTIVEL
           END-IF.

           IF WRK-COMBHIST-STATUS NOT = "00"
               DISPLAY "ERRO: COMBHIST indisponivel (status "
                   WRK-COMBHIST-STATUS ") - execucao abandonada"
               CLOSE COMBUSTIVEL-DIA
               STOP RUN
           END-IF.

           OPEN I-O PRECOS-RETIDOS.

           IF WRK-COMBPEND-STATUS = "35"
               DISPLAY "COMBPEND nao encontrado; criado vazio"
               OPEN OUTPUT PRECOS-RETIDOS
               CLOSE PRECOS-RETIDOS
               OPEN I-O PRECOS-RETIDOS
           END-IF.

           IF WRK-COMBPEND-STATUS NOT = "00"
               DISPLAY "ERRO: COMBPEND indisponivel (status "
                   WRK-COMBPEND-STATUS ") - execucao abandonada"
               CLOSE COMBUSTIVEL-DIA
               CLOSE HISTORICO-COMBUSTIVEL
               STOP RUN
           END-IF.

           OPEN INPUT PARAMETRO-COMBUSTIVEL.

           IF WRK-COMBPARM-STATUS = "00"
               READ PARAMETRO-COMBUSTIVEL
                   AT END
                       CONTINUE
               END-READ
               IF WRK-COMBPARM-STATUS = "00"
                   AND CPAR-TOLERANCIA > ZEROES
                   MOVE CPAR-TOLERANCIA TO WRK-TOLERANCIA
               END-IF
               CLOSE PARAMETRO-COMBUSTIVEL
           ELSE
               DISPLAY "COMBPARM nao encontrado; tolerancia padrao de "
                   "10%"
           END-IF.

           OPEN OUTPUT RELATORIO-CARGA.

           MOVE ZEROES TO WRK-QTDE-TIPOS.

           MOVE WRK-DATA-CARGA-N TO WRK-TIT-DATA.
           MOVE WRK-TOLERANCIA   TO WRK-TIT-TOLERANCIA.
           WRITE CBRL-LINHA FROM WRK-LINHA-TITULO.
           WRITE CBRL-LINHA FROM WRK-LINHA-BRANCO.
           WRITE CBRL-LINHA FROM WRK-CABECALHO.

      *     O historico vem em ordem de data: o ultimo lido de cada
      *     tipo antes do dia da carga e o preco de referencia.
       0200-CARREGA-HISTORICO       SECTION.

           PERFORM 0210-LE-HISTORICO
               UNTIL WRK-SEM-MAIS-HISTORICO.

       0210-LE-HISTORICO            SECTION.

           READ HISTORICO-COMBUSTIVEL NEXT
               AT END
                   SET WRK-SEM-MAIS-HISTORICO TO TRUE
           END-READ.

           IF WRK-COMBHIST-STATUS NOT = "00"
               OR COMH-DATA NOT < WRK-DATA-CARGA-N
               SET WRK-SEM-MAIS-HISTORICO TO TRUE
           END-IF.

           IF NOT WRK-SEM-MAIS-HISTORICO
               MOVE COMH-TIPO TO WRK-BUSCA-TIPO
               PERFORM 0900-LOCALIZA-TIPO
               IF WRK-NA-TABELA
                   MOVE COMH-VALOR TO WRK-TTP-ULTIMO (WRK-TX)
                   MOVE COMH-DATA  TO WRK-TTP-DATA-ULTIMO (WRK-TX)
                   SET WRK-TTP-TIPO-ESPERADO (WRK-TX) TO TRUE
               END-IF
           END-IF.

      *     Tipo de combustivel de veiculo ativo tambem e esperado no
      *     feed, mesmo que ainda nao tenha preco no historico.
       0300-CARREGA-FROTA           SECTION.

           OPEN INPUT FROTA.

           IF WRK-FROTA-STATUS = "00"
               PERFORM 0310-LE-FROTA
                   UNTIL WRK-SEM-MAIS-FROTA
               CLOSE FROTA
           ELSE
               DISPLAY "FROTA nao encontrado; tipos esperados so pelo "
                   "historico"
           END-IF.

       0310-LE-FROTA                SECTION.

           READ FROTA NEXT
               AT END
                   SET WRK-SEM-MAIS-FROTA TO TRUE
           END-READ.

           IF WRK-FROTA-STATUS NOT = "00"
               SET WRK-SEM-MAIS-FROTA TO TRUE
           END-IF.

           IF NOT WRK-SEM-MAIS-FROTA
               AND FROT-ATIVO
               AND FROT-COMBUSTIVEL NOT = SPACES
               MOVE FROT-COMBUSTIVEL TO WRK-BUSCA-TIPO
               PERFORM 0900-LOCALIZA-TIPO
               IF WRK-NA-TABELA
                   SET WRK-TTP-TIPO-ESPERADO (WRK-TX) TO TRUE
               END-IF
           END-IF.

       0400-LE-FEED                 SECTION.

           PERFORM 0410-LE-LINHA-FEED
               UNTIL WRK-SEM-MAIS-FEED.

           CLOSE COMBUSTIVEL-DIA.

       0410-LE-LINHA-FEED           SECTION.

           READ COMBUSTIVEL-DIA
               AT END
                   SET WRK-SEM-MAIS-FEED TO TRUE
           END-READ.

           IF WRK-COMBDIA-STATUS NOT = "00"
               SET WRK-SEM-MAIS-FEED TO TRUE
           END-IF.

           IF NOT WRK-SEM-MAIS-FEED
               ADD 1 TO WRK-QTDE-LIDA
               IF COMB-DATA NOT = WRK-DATA-CARGA-N
                   PERFORM 0420-LINHA-OUTRO-DIA
               ELSE
                   MOVE COMB-TIPO TO WRK-BUSCA-TIPO
                   PERFORM 0900-LOCALIZA-TIPO
                   IF WRK-NA-TABELA
                       PERFORM 0430-GUARDA-LINHA-FEED
                   ELSE
                       ADD 1 TO WRK-QTDE-REJEITADA
                   END-IF
               END-IF
           END-IF.

       0420-LINHA-OUTRO-DIA         SECTION.

           ADD 1 TO WRK-QTDE-OUTRO-DIA.
           ADD 1 TO WRK-QTDE-REJEITADA.

           MOVE COMB-TIPO  TO WRK-DET-TIPO.
           MOVE COMB-VALOR TO WRK-DET-VALOR.
           MOVE ZEROES     TO WRK-DET-ANTERIOR.
           MOVE ZEROES     TO WRK-DET-VARIACAO.
           MOVE "RECUSADO - FEED DE OUTRO DIA" TO WRK-DET-SITUACAO.

           WRITE CBRL-LINHA FROM WRK-DETALHE.

      *     Tipo repetido no feed com o mesmo valor e so ignorado; com
      *     valor diferente nao ha como saber qual vale e o tipo fica
      *     retido.
       0430-GUARDA-LINHA-FEED       SECTION.

           ADD 1 TO WRK-TTP-QTDE-FEED (WRK-TX).

           IF WRK-TTP-QTDE-FEED (WRK-TX) = 1
               MOVE COMB-VALOR TO WRK-TTP-VALOR-FEED (WRK-TX)
           ELSE
               IF COMB-VALOR NOT = WRK-TTP-VALOR-FEED (WRK-TX)
                   SET WRK-TTP-VALORES-DIVERGENTES (WRK-TX) TO TRUE
               END-IF
           END-IF.

       0500-AVALIA-TIPOS            SECTION.

           MOVE ZEROES TO WRK-IX.

           PERFORM 0510-AVALIA-TIPO
               UNTIL WRK-IX = WRK-QTDE-TIPOS.

       0510-AVALIA-TIPO             SECTION.

           ADD 1 TO WRK-IX.

           MOVE WRK-TTP-TIPO (WRK-IX)       TO WRK-DET-TIPO.
           MOVE WRK-TTP-VALOR-FEED (WRK-IX) TO WRK-DET-VALOR.
           MOVE WRK-TTP-ULTIMO (WRK-IX)     TO WRK-DET-ANTERIOR.
           MOVE ZEROES TO WRK-VARIACAO.

           IF WRK-TTP-QTDE-FEED (WRK-IX) = ZEROES
               ADD 1 TO WRK-QTDE-AUSENTES
               MOVE ZEROES TO WRK-DET-VARIACAO
               MOVE "AUSENTE NO FEED DO DIA" TO WRK-DET-SITUACAO
               WRITE CBRL-LINHA FROM WRK-DETALHE
           ELSE
               PERFORM 0520-CONFERE-PRECO
               MOVE WRK-VARIACAO TO WRK-DET-VARIACAO
               WRITE CBRL-LINHA FROM WRK-DETALHE
           END-IF.

       0520-CONFERE-PRECO           SECTION.

           IF WRK-TTP-ULTIMO (WRK-IX) > ZEROES
               COMPUTE WRK-VARIACAO ROUNDED =
                   (WRK-TTP-VALOR-FEED (WRK-IX)
                   - WRK-TTP-ULTIMO (WRK-IX)) * 100
                   / WRK-TTP-ULTIMO (WRK-IX)
                   ON SIZE ERROR
                       MOVE 99999,99 TO WRK-VARIACAO
               END-COMPUTE
           END-IF.

           IF WRK-VARIACAO < ZEROES
               COMPUTE WRK-VARIACAO-ABS = WRK-VARIACAO * -1
           ELSE
               MOVE WRK-VARIACAO TO WRK-VARIACAO-ABS
           END-IF.

           MOVE "N" TO WRK-NO-HISTORICO.
           MOVE WRK-DATA-CARGA-N      TO COMH-DATA.
           MOVE WRK-TTP-TIPO (WRK-IX) TO COMH-TIPO.
           READ HISTORICO-COMBUSTIVEL
               KEY IS COMH-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-JA-NO-HISTORICO TO TRUE
           END-READ.

           MOVE "N" TO WRK-NOS-RETIDOS.
           MOVE WRK-DATA-CARGA-N      TO CPND-DATA.
           MOVE WRK-TTP-TIPO (WRK-IX) TO CPND-TIPO.
           READ PRECOS-RETIDOS
               KEY IS CPND-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-JA-RETIDO TO TRUE
           END-READ.

           EVALUATE TRUE
               WHEN WRK-JA-NO-HISTORICO
                   ADD 1 TO WRK-QTDE-JA-TRATADOS
                   MOVE "JA CARREGADO NO HISTORICO"
                       TO WRK-DET-SITUACAO
               WHEN WRK-JA-RETIDO
                   ADD 1 TO WRK-QTDE-JA-TRATADOS
                   MOVE "JA RETIDO PARA APROVACAO"
                       TO WRK-DET-SITUACAO
               WHEN WRK-TTP-VALOR-FEED (WRK-IX) = ZEROES
                   MOVE "Z" TO WRK-MOTIVO-RETENCAO
                   MOVE "RETIDO - PRECO ZERADO" TO WRK-DET-SITUACAO
                   PERFORM 0540-GRAVA-RETIDO
               WHEN WRK-TTP-VALORES-DIVERGENTES (WRK-IX)
                   MOVE "D" TO WRK-MOTIVO-RETENCAO
                   MOVE "RETIDO - VALORES DIVERGENTES"
                       TO WRK-DET-SITUACAO
                   PERFORM 0540-GRAVA-RETIDO
               WHEN WRK-TTP-ULTIMO (WRK-IX) = ZEROES
                   MOVE "N" TO WRK-MOTIVO-RETENCAO
                   MOVE "RETIDO - TIPO SEM HISTORICO"
                       TO WRK-DET-SITUACAO
                   PERFORM 0540-GRAVA-RETIDO
               WHEN WRK-VARIACAO-ABS > WRK-TOLERANCIA
                   MOVE "V" TO WRK-MOTIVO-RETENCAO
                   MOVE "RETIDO - VARIACAO > TOLERANCIA"
                       TO WRK-DET-SITUACAO
                   PERFORM 0540-GRAVA-RETIDO
               WHEN OTHER
                   IF WRK-TTP-QTDE-FEED (WRK-IX) > 1
                       MOVE "ACEITO - REPETICAO IGNORADA"
                           TO WRK-DET-SITUACAO
                   ELSE
                       MOVE "ACEITO" TO WRK-DET-SITUACAO
                   END-IF
                   PERFORM 0530-GRAVA-HISTORICO
           END-EVALUATE.

       0530-GRAVA-HISTORICO         SECTION.

           MOVE SPACES                      TO COMH-REGISTRO.
           MOVE WRK-DATA-CARGA-N            TO COMH-DATA.
           MOVE WRK-TTP-TIPO (WRK-IX)       TO COMH-TIPO.
           MOVE WRK-TTP-VALOR-FEED (WRK-IX) TO COMH-VALOR.
           MOVE WRK-TTP-VALOR-FEED (WRK-IX) TO COMH-VALOR-FEED.
           SET COMH-ORIGEM-FEED             TO TRUE.
           MOVE WRK-NOME-PROGRAMA           TO COMH-OPERADOR.
           MOVE WRK-DATA-CARGA-N            TO COMH-DATA-CARGA.
           MOVE WRK-HORA-ATUAL              TO COMH-HORA-CARGA.

           WRITE COMH-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao gravar COMBHIST "
                       WRK-TTP-TIPO (WRK-IX) " status "
                       WRK-COMBHIST-STATUS
                   MOVE "ERRO NA GRAVACAO DO HISTORICO"
                       TO WRK-DET-SITUACAO
                   ADD 1 TO WRK-QTDE-REJEITADA
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-GRAVADA
           END-WRITE.

       0540-GRAVA-RETIDO            SECTION.

           MOVE SPACES                       TO CPND-REGISTRO.
           MOVE WRK-DATA-CARGA-N             TO CPND-DATA.
           MOVE WRK-TTP-TIPO (WRK-IX)        TO CPND-TIPO.
           MOVE WRK-TTP-VALOR-FEED (WRK-IX)  TO CPND-VALOR.
           MOVE WRK-TTP-ULTIMO (WRK-IX)      TO CPND-VALOR-ANTERIOR.
           MOVE WRK-TTP-DATA-ULTIMO (WRK-IX) TO CPND-DATA-ANTERIOR.
           MOVE WRK-VARIACAO                 TO CPND-VARIACAO.
           MOVE WRK-MOTIVO-RETENCAO          TO CPND-MOTIVO.
           SET CPND-PENDENTE                 TO TRUE.
           MOVE ZEROES                       TO CPND-VALOR-APROVADO.
           MOVE ZEROES                       TO CPND-DATA-DECISAO.

           WRITE CPND-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao gravar COMBPEND "
                       WRK-TTP-TIPO (WRK-IX) " status "
                       WRK-COMBPEND-STATUS
                   MOVE "ERRO NA GRAVACAO DO RETIDO"
                       TO WRK-DET-SITUACAO
           END-WRITE.

           ADD 1 TO WRK-QTDE-RETIDOS.
           ADD 1 TO WRK-QTDE-REJEITADA.

       0600-ENCERRA                 SECTION.

           WRITE CBRL-LINHA FROM WRK-LINHA-BRANCO.

           MOVE "LINHAS LIDAS DO FEED...................:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-LIDA TO WRK-TOT-QTDE.
           WRITE CBRL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "PRECOS ACEITOS NO HISTORICO............:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-GRAVADA TO WRK-TOT-QTDE.
           WRITE CBRL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "PRECOS RETIDOS PARA APROVACAO..........:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-RETIDOS TO WRK-TOT-QTDE.
           WRITE CBRL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "LINHAS DE OUTRO DIA....................:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-OUTRO-DIA TO WRK-TOT-QTDE.
           WRITE CBRL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "TIPOS AUSENTES NO FEED.................:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-AUSENTES TO WRK-TOT-QTDE.
           WRITE CBRL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "TIPOS JA TRATADOS EM CARGA ANTERIOR....:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-JA-TRATADOS TO WRK-TOT-QTDE.
           WRITE CBRL-LINHA FROM WRK-LINHA-TOTAL.

           CLOSE HISTORICO-COMBUSTIVEL.
           CLOSE PRECOS-RETIDOS.
           CLOSE RELATORIO-CARGA.

           DISPLAY "Data da carga..............: " WRK-DATA-CARGA-N.
           DISPLAY "Linhas lidas do feed.......: " WRK-QTDE-LIDA.
           DISPLAY "Precos aceitos.............: " WRK-QTDE-GRAVADA.
           DISPLAY "Precos retidos.............: " WRK-QTDE-RETIDOS.
           DISPLAY "Tipos ausentes no feed.....: " WRK-QTDE-AUSENTES.

           IF WRK-QTDE-RETIDOS > ZEROES
               DISPLAY "ATENCAO: ha preco retido - aprovar ou recusar "
                   "no PROG5O"
           END-IF.

           CALL "PROG4Y" USING WRK-NOME-PROGRAMA WRK-QTDE-LIDA
               WRK-QTDE-GRAVADA WRK-QTDE-REJEITADA
           END-CALL.

           STOP RUN.

       0900-LOCALIZA-TIPO           SECTION.

           MOVE "N" TO WRK-ACHOU.
           MOVE ZEROES TO WRK-TX.

           PERFORM 0910-PROCURA-TIPO
               UNTIL WRK-NA-TABELA
               OR WRK-TX = WRK-QTDE-TIPOS.

           IF NOT WRK-NA-TABELA
               IF WRK-QTDE-TIPOS < 50
                   ADD 1 TO WRK-QTDE-TIPOS
                   MOVE WRK-QTDE-TIPOS TO WRK-TX
                   MOVE WRK-BUSCA-TIPO TO WRK-TTP-TIPO (WRK-TX)
                   MOVE ZEROES TO WRK-TTP-ULTIMO (WRK-TX)
                   MOVE ZEROES TO WRK-TTP-DATA-ULTIMO (WRK-TX)
                   MOVE "N"    TO WRK-TTP-ESPERADO (WRK-TX)
                   MOVE ZEROES TO WRK-TTP-QTDE-FEED (WRK-TX)
                   MOVE ZEROES TO WRK-TTP-VALOR-FEED (WRK-TX)
                   MOVE "N"    TO WRK-TTP-DIVERGENTE (WRK-TX)
                   SET WRK-NA-TABELA TO TRUE
               ELSE
                   DISPLAY "Tabela de tipos de combustivel cheia (50):"
                       " " WRK-BUSCA-TIPO
               END-IF
           END-IF.

       0910-PROCURA-TIPO            SECTION.

           ADD 1 TO WRK-TX.

           IF WRK-BUSCA-TIPO = WRK-TTP-TIPO (WRK-TX)
               SET WRK-NA-TABELA TO TRUE
           END-IF.



       END PROGRAM PROG5N.
