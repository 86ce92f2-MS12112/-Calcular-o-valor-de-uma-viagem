       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5U.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Exportacao diaria para a contabilidade geral:
      *==           monta os lancamentos em partidas dobradas de um
      *==           dia encerrado e grava o arquivo CTBEXP, com as
      *==           contas da tabela CTBMAP (PROG5T) -
      *==           - receita das viagens por regiao do destino (nota
      *==             V emitida no dia, valores do VIAGLOG/VIAGHIST);
      *==           - estorno das viagens canceladas no PROG4K (nota
      *==             C emitida no dia), quando a receita ja foi
      *==             exportada;
      *==           - faturas e impostos por TAX-CODIGO do PROG4T,
      *==             recebimentos baixados no PROG4U e acerto de
      *==             motoristas do PROG4G (movimento CTBMOV).
      *==           Cada dia e exportado uma unica vez e em ordem
      *==           (controle CTBCTRL). Evento sem conta na tabela
      *==           segura o dia inteiro ate a tabela ser
      *==           completada. Relatorio de controle CTBREL com
      *==           debitos = creditos; grava o controle de execucao
      *==           no RUNCTRL via PROG4Y para o balanco do PROG4Z.

      *== DATA = 09/06/2027
      *== OBSERVAÇOES:
      *== 23/06/2027 - MATHEUS - Status de abertura ou de leitura
      *==               fora do esperado em VIAGHIST, NOTAMAST, CTBMOV
      *==               e VIAGLOG segura o dia (antes virava dia sem
      *==               movimento ou viagem nao encontrada); linha de
      *==               totais do CTBREL acertada para 80 posicoes.
      *== 30/06/2027 - MATHEUS - CTBCTRL com status fora de 00/35 ou
      *==               erro de leitura segura o dia; falha ao gravar
      *==               o dia no CTBCTRL esvazia o CTBEXP (dia nao
      *==               exportado).
      *======================================


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS-EMITIDAS ASSIGN TO "NOTAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTA-CHAVE
               ALTERNATE RECORD KEY IS NOTA-DATA-EMISSAO
                   WITH DUPLICATES
               FILE STATUS IS WRK-NOTA-STATUS.

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

           SELECT DESTINOS ASSIGN TO "DESTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEST-NOME
               FILE STATUS IS WRK-DEST-STATUS.

           SELECT CONTAS-EVENTO ASSIGN TO "CTBMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMAP-CHAVE
               FILE STATUS IS WRK-CMAP-STATUS.

           SELECT MOVIMENTO-CONTABIL ASSIGN TO "CTBMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-CMOV-STATUS.

           SELECT CONTROLE-EXPORTACAO ASSIGN TO "CTBCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-CTBC-STATUS.

           SELECT LANCAMENTOS ASSIGN TO "CTBEXP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-LANC-STATUS.

           SELECT RELATORIO-CONTROLE ASSIGN TO "CTBREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  NOTAS-EMITIDAS.
           COPY NOTAREC.

       FD  VIAGENS-LOG.
           COPY VIAGREC.

       FD  VIAGENS-ARQUIVADAS.
           COPY HISTREC.

       FD  DESTINOS.
           COPY DESTREC.

       FD  CONTAS-EVENTO.
           COPY CMAPREC.

       FD  MOVIMENTO-CONTABIL.
           COPY CMOVREC.

       FD  CONTROLE-EXPORTACAO.
           COPY CTBCREC.

       FD  LANCAMENTOS.
           COPY LANCREC.

       FD  RELATORIO-CONTROLE.
           01  REL-LINHA          PIC X(80).

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-NOTA-STATUS    PIC X(02) VALUE "00".
           77 WRK-VIAGLOG-STATUS PIC X(02) VALUE "00".
           77 WRK-VIAGHIST-STATUS PIC X(02) VALUE "00".
           77 WRK-DEST-STATUS    PIC X(02) VALUE "00".
           77 WRK-CMAP-STATUS    PIC X(02) VALUE "00".
           77 WRK-CMOV-STATUS    PIC X(02) VALUE "00".
           77 WRK-CTBC-STATUS    PIC X(02) VALUE "00".
           77 WRK-LANC-STATUS    PIC X(02) VALUE "00".
           77 WRK-REL-STATUS     PIC X(02) VALUE "00".
           77 WRK-NOTA-ABERTO    PIC X(01) VALUE "N".
               88 WRK-NOTA-DISPONIVEL VALUE "S".
           77 WRK-HIST-ABERTO    PIC X(01) VALUE "N".
               88 WRK-HIST-DISPONIVEL VALUE "S".
           77 WRK-MOV-ABERTO     PIC X(01) VALUE "N".
               88 WRK-MOV-DISPONIVEL VALUE "S".
           77 WRK-ENTRADAS       PIC X(01) VALUE "N".
               88 WRK-ENTRADAS-ABERTAS VALUE "S".
           77 WRK-DATA-EXPORTACAO PIC 9(08) VALUE ZEROES.
           77 WRK-DATA-ATUAL     PIC 9(08) VALUE ZEROES.
           77 WRK-HORA-ATUAL     PIC 9(08) VALUE ZEROES.
           77 WRK-PRIMEIRO-DIA   PIC 9(08) VALUE ZEROES.
           77 WRK-ULTIMO-DIA     PIC 9(08) VALUE ZEROES.
           77 WRK-PROXIMO-DIA    PIC 9(08) VALUE ZEROES.
           77 WRK-DATA-CONFERIDA PIC 9(08) VALUE ZEROES.
           77 WRK-FUNCAO-CALENDARIO PIC X(01) VALUE "S".
           77 WRK-DIAS-CALENDARIO PIC S9(05) VALUE ZEROES.
           77 WRK-DIA-STATUS     PIC X(01) VALUE "N".
               88 WRK-DIA-LIBERADO  VALUE "S".
           77 WRK-EXPORTACAO     PIC X(01) VALUE "N".
               88 WRK-DIA-EXPORTADO VALUE "S".
           77 WRK-FASE           PIC X(01) VALUE "C".
               88 WRK-FASE-CONFERENCIA VALUE "C".
               88 WRK-FASE-GRAVACAO    VALUE "G".
           77 WRK-FIM-CONTROLE   PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-CONTROLE VALUE "S".
           77 WRK-FIM-NOTAS      PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-NOTA VALUE "S".
           77 WRK-FIM-MOVIMENTO  PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-MOVIMENTO VALUE "S".
           77 WRK-VIAGEM-OK      PIC X(01) VALUE "N".
               88 WRK-VIAGEM-ACHADA VALUE "S".
           77 WRK-CONTA-OK       PIC X(01) VALUE "N".
               88 WRK-CONTA-ACHADA  VALUE "S".
           77 WRK-ACHOU          PIC X(01) VALUE "N".
               88 WRK-NA-TABELA     VALUE "S".
           77 WRK-CANC-ESTOURO   PIC X(01) VALUE "N".
               88 WRK-TABELA-CANC-CHEIA VALUE "S".
           77 WRK-ERRO-GRAVACAO  PIC X(01) VALUE "N".
               88 WRK-HOUVE-ERRO-GRAVACAO VALUE "S".
           77 WRK-ERRO-CONTROLE  PIC X(01) VALUE "N".
               88 WRK-HOUVE-ERRO-CONTROLE VALUE "S".
           77 WRK-ERRO-LEITURA   PIC X(01) VALUE "N".
               88 WRK-HOUVE-ERRO-LEITURA VALUE "S".
           77 WRK-TEXTO-ERRO-LEITURA PIC X(60) VALUE SPACE.
           77 WRK-FEC-LEITURA    PIC X(60) VALUE SPACE.
           77 WRK-QTDE-LIDOS     PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-LANCADOS  PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-SEM-LANCAMENTO PIC 9(06) VALUE ZEROES COMP.
           77 WRK-NUMERO-LANCAMENTO PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-LINHAS    PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-CANC      PIC 9(04) VALUE ZEROES COMP.
           77 WRK-CX             PIC 9(04) VALUE ZEROES COMP.
           77 WRK-QTDE-FALTAS    PIC 9(02) VALUE ZEROES COMP.
           77 WRK-QTDE-FALTAS-TOTAL PIC 9(06) VALUE ZEROES COMP.
           77 WRK-FX             PIC 9(02) VALUE ZEROES COMP.
           77 WRK-EX             PIC 9(02) VALUE ZEROES COMP.
           77 WRK-PX             PIC 9(01) VALUE ZEROES COMP.
           77 WRK-QTDE-PARADAS   PIC 9(01) VALUE ZEROES COMP.
           77 WRK-NUMERO-VIAGEM  PIC 9(08) VALUE ZEROES.
           77 WRK-DESTINO-PARADA PIC X(20) VALUE SPACE.
           77 WRK-VALOR-RESTANTE PIC 9(12)V99 VALUE ZEROES.
           77 WRK-TOTAL-DEBITO   PIC 9(12)V99 VALUE ZEROES.
           77 WRK-TOTAL-CREDITO  PIC 9(12)V99 VALUE ZEROES.
           77 WRK-NOME-PROGRAMA  PIC X(08) VALUE "PROG5U".
           77 WRK-QTDE-ZERO      PIC 9(06) VALUE ZEROES COMP.

      *     Lancamento a montar: evento, qualificador (regiao ou
      *     imposto), documento e valor; contas vem do CTBMAP.
           01  WRK-LANCAMENTO.
               05  WRK-LANC-EVENTO    PIC X(02).
               05  WRK-LANC-QUALIF    PIC X(15).
               05  WRK-LANC-DOCUMENTO PIC 9(08).
               05  WRK-LANC-VALOR     PIC 9(12)V99.
               05  WRK-CONTA-DEBITO   PIC X(12).
               05  WRK-CONTA-CREDITO  PIC X(12).
               05  WRK-HISTORICO      PIC X(30).

           01  WRK-TABELA-EVENTOS.
               05  WRK-TAB-EVT OCCURS 8 TIMES.
                   10  WRK-EVT-CODIGO    PIC X(02).
                   10  WRK-EVT-DESCRICAO PIC X(30).
                   10  WRK-EVT-QTDE      PIC 9(06) COMP.
                   10  WRK-EVT-VALOR     PIC 9(12)V99.

           01  WRK-TABELA-CANCELAMENTOS.
               05  WRK-TAB-CANC OCCURS 1000 TIMES.
                   10  WRK-CANC-NUMERO   PIC 9(08).

           01  WRK-TABELA-FALTAS.
               05  WRK-TAB-FALTA OCCURS 50 TIMES.
                   10  WRK-FALTA-EVENTO  PIC X(02).
                   10  WRK-FALTA-QUALIF  PIC X(15).

      *============== VARIAVEIS DE EDIÇAO ===============
           01  WRK-LINHA-TITULO.
               05  FILLER         PIC X(34)
                   VALUE "EXPORTACAO CONTABIL - DIA: ".
               05  WRK-TIT-DIA    PIC 9(08).
               05  FILLER         PIC X(14) VALUE "  EXECUCAO: ".
               05  WRK-TIT-EXECUCAO PIC 9(08).
               05  FILLER         PIC X(16) VALUE SPACE.

           01  WRK-LINHA-OCORRENCIA.
               05  FILLER         PIC X(13) VALUE "OCORRENCIA: ".
               05  WRK-OCO-TEXTO  PIC X(45).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-OCO-DOCUMENTO PIC 9(08).
               05  FILLER         PIC X(12) VALUE SPACE.

           01  WRK-LINHA-FALTA.
               05  FILLER         PIC X(30)
                   VALUE "SEM CONTA NO CTBMAP - EVENTO: ".
               05  WRK-FAL-EVENTO PIC X(02).
               05  FILLER         PIC X(17) VALUE "  QUALIFICADOR: ".
               05  WRK-FAL-QUALIF PIC X(15).
               05  FILLER         PIC X(16) VALUE SPACE.

           01  WRK-LINHA-CABECALHO.
               05  FILLER         PIC X(04) VALUE "EV".
               05  FILLER         PIC X(30) VALUE "DESCRICAO".
               05  FILLER         PIC X(02) VALUE SPACE.
               05  FILLER         PIC X(07) VALUE "   QTDE".
               05  FILLER         PIC X(02) VALUE SPACE.
               05  FILLER         PIC X(17) VALUE "            VALOR".
               05  FILLER         PIC X(18) VALUE SPACE.

           01  WRK-LINHA-EVENTO.
               05  WRK-LEV-CODIGO PIC X(02).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-LEV-DESCRICAO PIC X(30).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-LEV-QTDE   PIC ZZZ.ZZ9.
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-LEV-VALOR  PIC Z.ZZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(18) VALUE SPACE.

           01  WRK-LINHA-TOTAL.
               05  WRK-TOT-TEXTO  PIC X(36).
               05  WRK-TOT-QTDE   PIC ZZZ.ZZ9.
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-TOT-VALOR  PIC Z.ZZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(18) VALUE SPACE.

           01  WRK-LINHA-FECHO.
               05  WRK-FEC-TEXTO  PIC X(60).
               05  FILLER         PIC X(20) VALUE SPACE.

           01  WRK-LINHA-BRANCO   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-INICIO                  SECTION.

           PERFORM 0100-ABRE-ARQUIVOS.

           IF WRK-DIA-LIBERADO
               PERFORM 0200-PROCESSA-DIA

               IF WRK-QTDE-FALTAS-TOTAL = ZEROES
                   AND NOT WRK-TABELA-CANC-CHEIA
                   AND NOT WRK-HOUVE-ERRO-LEITURA
                   SET WRK-FASE-GRAVACAO TO TRUE
                   OPEN OUTPUT LANCAMENTOS
                   PERFORM 0200-PROCESSA-DIA
                   CLOSE LANCAMENTOS
                   PERFORM 0250-CONFERE-EQUILIBRIO
               END-IF

               PERFORM 0700-IMPRIME-RESUMO

               IF NOT WRK-DIA-EXPORTADO
                   MOVE ZEROES TO WRK-QTDE-LANCADOS
                   MOVE WRK-QTDE-LIDOS TO WRK-QTDE-SEM-LANCAMENTO
               END-IF

               CALL "PROG4Y" USING WRK-NOME-PROGRAMA WRK-QTDE-LIDOS
                   WRK-QTDE-LANCADOS WRK-QTDE-SEM-LANCAMENTO
               END-CALL
           END-IF.

           PERFORM 0900-ENCERRA.

       0100-ABRE-ARQUIVOS           SECTION.

           DISPLAY "Dia a exportar (AAAAMMDD): "
           ACCEPT WRK-DATA-EXPORTACAO.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.

           PERFORM 0110-MONTA-EVENTOS.

           OPEN OUTPUT RELATORIO-CONTROLE.

           MOVE WRK-DATA-EXPORTACAO TO WRK-TIT-DIA.
           MOVE WRK-DATA-ATUAL TO WRK-TIT-EXECUCAO.
           WRITE REL-LINHA FROM WRK-LINHA-TITULO.
           WRITE REL-LINHA FROM WRK-LINHA-BRANCO.

           PERFORM 0120-CONFERE-DIA.

           IF WRK-DIA-LIBERADO
               PERFORM 0130-ABRE-ENTRADAS
           END-IF.

           IF NOT WRK-DIA-LIBERADO
               WRITE REL-LINHA FROM WRK-LINHA-FECHO
           END-IF.

       0110-MONTA-EVENTOS           SECTION.

           MOVE "RV" TO WRK-EVT-CODIGO (1).
           MOVE "RECEITA DE VIAGENS" TO WRK-EVT-DESCRICAO (1).
           MOVE "EV" TO WRK-EVT-CODIGO (2).
           MOVE "ESTORNO DE VIAGENS CANCELADAS" TO
               WRK-EVT-DESCRICAO (2).
           MOVE "FT" TO WRK-EVT-CODIGO (3).
           MOVE "FATURAS EMITIDAS" TO WRK-EVT-DESCRICAO (3).
           MOVE "IM" TO WRK-EVT-CODIGO (4).
           MOVE "IMPOSTOS DAS FATURAS" TO WRK-EVT-DESCRICAO (4).
           MOVE "RC" TO WRK-EVT-CODIGO (5).
           MOVE "RECEBIMENTOS DE CLIENTES" TO WRK-EVT-DESCRICAO (5).
           MOVE "RX" TO WRK-EVT-CODIGO (6).
           MOVE "EXCEDENTES A DEVOLVER" TO WRK-EVT-DESCRICAO (6).
           MOVE "MP" TO WRK-EVT-CODIGO (7).
           MOVE "ACERTO MOTORISTAS A PAGAR" TO WRK-EVT-DESCRICAO (7).
           MOVE "MD" TO WRK-EVT-CODIGO (8).
           MOVE "ACERTO MOTORISTAS A DESCONTAR" TO
               WRK-EVT-DESCRICAO (8).

      *     So dia encerrado, ainda nao exportado e o seguinte ao
      *     ultimo exportado: nenhum dia sai duas vezes e nenhum
      *     fica para tras (o estorno depende da receita ja ter
      *     saido num dia anterior).
       0120-CONFERE-DIA             SECTION.

           MOVE "S" TO WRK-DIA-STATUS.

           MOVE "S" TO WRK-FUNCAO-CALENDARIO.
           MOVE ZEROES TO WRK-DIAS-CALENDARIO.
           CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO
               WRK-DATA-EXPORTACAO WRK-DIAS-CALENDARIO
               WRK-DATA-CONFERIDA
           END-CALL.

           IF WRK-DATA-CONFERIDA = ZEROES
               MOVE "*** DATA INVALIDA - DIA NAO EXPORTADO ***"
                   TO WRK-FEC-TEXTO
               MOVE "N" TO WRK-DIA-STATUS
           END-IF.

           IF WRK-DIA-LIBERADO
               AND WRK-DATA-EXPORTACAO NOT < WRK-DATA-ATUAL
               MOVE "*** DIA AINDA NAO ENCERRADO - NAO EXPORTADO ***"
                   TO WRK-FEC-TEXTO
               MOVE "N" TO WRK-DIA-STATUS
           END-IF.

      *     CTBCTRL ainda nao criado (35) e a primeira exportacao;
      *     qualquer outro status segura o dia, senao um dia ja
      *     exportado sairia de novo.
           IF WRK-DIA-LIBERADO
               OPEN INPUT CONTROLE-EXPORTACAO
               EVALUATE WRK-CTBC-STATUS
                   WHEN "00"
                       PERFORM 0125-LE-CONTROLE
                           UNTIL WRK-SEM-MAIS-CONTROLE
                       CLOSE CONTROLE-EXPORTACAO
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "CTBCTRL indisponivel (status "
                           WRK-CTBC-STATUS ")"
                       MOVE "*** CONTROLE CTBCTRL INDISPONIVEL ***"
                           TO WRK-FEC-TEXTO
                       MOVE "N" TO WRK-DIA-STATUS
               END-EVALUATE
           END-IF.

           IF WRK-DIA-LIBERADO
               AND WRK-ULTIMO-DIA NOT = ZEROES
               MOVE 1 TO WRK-DIAS-CALENDARIO
               CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO
                   WRK-ULTIMO-DIA WRK-DIAS-CALENDARIO
                   WRK-PROXIMO-DIA
               END-CALL
               IF WRK-DATA-EXPORTACAO NOT > WRK-ULTIMO-DIA
                   MOVE "*** DIA JA EXPORTADO (OU ANTERIOR AO ULTIMO)"
                       TO WRK-FEC-TEXTO
                   MOVE "N" TO WRK-DIA-STATUS
               ELSE
                   IF WRK-DATA-EXPORTACAO NOT = WRK-PROXIMO-DIA
                       MOVE "*** DIA FORA DE ORDEM - EXPORTAR ANTES O"
                           TO WRK-FEC-TEXTO
                       MOVE WRK-PROXIMO-DIA TO WRK-FEC-TEXTO (42:8)
                       MOVE "N" TO WRK-DIA-STATUS
                   END-IF
               END-IF
           END-IF.

      *     Primeira exportacao: o proprio dia abre o controle.
           IF WRK-PRIMEIRO-DIA = ZEROES
               MOVE WRK-DATA-EXPORTACAO TO WRK-PRIMEIRO-DIA
           END-IF.

           IF NOT WRK-DIA-LIBERADO
               DISPLAY "Dia " WRK-DATA-EXPORTACAO " nao exportado; "
                   "ultimo dia exportado: " WRK-ULTIMO-DIA
           END-IF.

       0125-LE-CONTROLE             SECTION.

           READ CONTROLE-EXPORTACAO
               AT END
                   SET WRK-SEM-MAIS-CONTROLE TO TRUE
           END-READ.

           IF NOT WRK-SEM-MAIS-CONTROLE
               AND WRK-CTBC-STATUS NOT = "00"
               DISPLAY "ERRO na leitura do CTBCTRL (status "
                   WRK-CTBC-STATUS ")"
               MOVE "*** ERRO NA LEITURA DO CONTROLE CTBCTRL ***"
                   TO WRK-FEC-TEXTO
               MOVE "N" TO WRK-DIA-STATUS
               SET WRK-SEM-MAIS-CONTROLE TO TRUE
           END-IF.

           IF NOT WRK-SEM-MAIS-CONTROLE
               IF WRK-PRIMEIRO-DIA = ZEROES
                   MOVE CTBC-DATA TO WRK-PRIMEIRO-DIA
               END-IF
               IF CTBC-DATA > WRK-ULTIMO-DIA
                   MOVE CTBC-DATA TO WRK-ULTIMO-DIA
               END-IF
           END-IF.

      *     Tabela de contas, historico de viagens e destinos sao
      *     obrigatorios; VIAGHIST, NOTAMAST ou CTBMOV ainda nao
      *     criados (35) sao dia sem arquivadas, sem notas ou sem
      *     movimento. Qualquer outro status segura o dia.
       0130-ABRE-ENTRADAS           SECTION.

           SET WRK-ENTRADAS-ABERTAS TO TRUE.

           OPEN INPUT CONTAS-EVENTO.

           IF WRK-CMAP-STATUS NOT = "00"
               DISPLAY "CTBMAP indisponivel (status "
                   WRK-CMAP-STATUS "); cadastrar as contas no PROG5T"
               MOVE "*** TABELA DE CONTAS CTBMAP INDISPONIVEL ***"
                   TO WRK-FEC-TEXTO
               MOVE "N" TO WRK-DIA-STATUS
           END-IF.

           OPEN INPUT VIAGENS-LOG.

           IF WRK-VIAGLOG-STATUS NOT = "00"
               DISPLAY "VIAGLOG indisponivel (status "
                   WRK-VIAGLOG-STATUS ")"
               MOVE "*** HISTORICO VIAGLOG INDISPONIVEL ***"
                   TO WRK-FEC-TEXTO
               MOVE "N" TO WRK-DIA-STATUS
           END-IF.

           OPEN INPUT DESTINOS.

           IF WRK-DEST-STATUS NOT = "00"
               DISPLAY "DESTMAST indisponivel (status "
                   WRK-DEST-STATUS ")"
               MOVE "*** CADASTRO DESTMAST INDISPONIVEL ***"
                   TO WRK-FEC-TEXTO
               MOVE "N" TO WRK-DIA-STATUS
           END-IF.

           OPEN INPUT VIAGENS-ARQUIVADAS.

           EVALUATE WRK-VIAGHIST-STATUS
               WHEN "00"
                   SET WRK-HIST-DISPONIVEL TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "VIAGHIST indisponivel (status "
                       WRK-VIAGHIST-STATUS ")"
                   MOVE "*** ARQUIVADAS VIAGHIST INDISPONIVEIS ***"
                       TO WRK-FEC-TEXTO
                   MOVE "N" TO WRK-DIA-STATUS
           END-EVALUATE.

           OPEN INPUT NOTAS-EMITIDAS.

           EVALUATE WRK-NOTA-STATUS
               WHEN "00"
                   SET WRK-NOTA-DISPONIVEL TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "NOTAMAST indisponivel (status "
                       WRK-NOTA-STATUS ")"
                   MOVE "*** NOTAS NOTAMAST INDISPONIVEIS ***"
                       TO WRK-FEC-TEXTO
                   MOVE "N" TO WRK-DIA-STATUS
           END-EVALUATE.

      *     O CTBMOV e sequencial: cada passada o reabre na 0500.
           OPEN INPUT MOVIMENTO-CONTABIL.

           EVALUATE WRK-CMOV-STATUS
               WHEN "00"
                   SET WRK-MOV-DISPONIVEL TO TRUE
                   CLOSE MOVIMENTO-CONTABIL
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CTBMOV indisponivel (status "
                       WRK-CMOV-STATUS ")"
                   MOVE "*** MOVIMENTO CTBMOV INDISPONIVEL ***"
                       TO WRK-FEC-TEXTO
                   MOVE "N" TO WRK-DIA-STATUS
           END-EVALUATE.

      *     Passada de conferencia (contas de todos os eventos) e,
      *     estando completa, passada de gravacao do CTBEXP - as
      *     duas leem as mesmas entradas do dia.
       0200-PROCESSA-DIA            SECTION.

           MOVE ZEROES TO WRK-QTDE-LIDOS.
           MOVE ZEROES TO WRK-QTDE-LANCADOS.
           MOVE ZEROES TO WRK-QTDE-SEM-LANCAMENTO.
           MOVE ZEROES TO WRK-NUMERO-LANCAMENTO.
           MOVE ZEROES TO WRK-QTDE-LINHAS.
           MOVE ZEROES TO WRK-QTDE-CANC.
           MOVE ZEROES TO WRK-TOTAL-DEBITO.
           MOVE ZEROES TO WRK-TOTAL-CREDITO.

           MOVE ZEROES TO WRK-EX.
           PERFORM 0210-ZERA-EVENTO
               UNTIL WRK-EX = 8.

           IF WRK-NOTA-DISPONIVEL
               PERFORM 0300-NOTAS-DO-DIA
               PERFORM 0400-CANCELAMENTOS
           END-IF.

           IF WRK-MOV-DISPONIVEL
               PERFORM 0500-MOVIMENTO-DO-DIA
           END-IF.

       0210-ZERA-EVENTO             SECTION.

           ADD 1 TO WRK-EX.

           MOVE ZEROES TO WRK-EVT-QTDE (WRK-EX).
           MOVE ZEROES TO WRK-EVT-VALOR (WRK-EX).

       0250-CONFERE-EQUILIBRIO      SECTION.

           IF WRK-TOTAL-DEBITO = WRK-TOTAL-CREDITO
               AND NOT WRK-HOUVE-ERRO-GRAVACAO
               AND NOT WRK-HOUVE-ERRO-LEITURA
               PERFORM 0260-GRAVA-CONTROLE
           END-IF.

      *     Arquivo parcial, fora de equilibrio ou sem o dia gravado
      *     no CTBCTRL nao pode ir para a contabilidade: o CTBEXP e
      *     esvaziado.
           IF NOT WRK-DIA-EXPORTADO
               OPEN OUTPUT LANCAMENTOS
               CLOSE LANCAMENTOS
           END-IF.

       0260-GRAVA-CONTROLE          SECTION.

           OPEN EXTEND CONTROLE-EXPORTACAO.

           IF WRK-CTBC-STATUS = "35"
               OPEN OUTPUT CONTROLE-EXPORTACAO
           END-IF.

           IF WRK-CTBC-STATUS NOT = "00"
               DISPLAY "ERRO na abertura do CTBCTRL (status "
                   WRK-CTBC-STATUS "); dia nao exportado"
               SET WRK-HOUVE-ERRO-CONTROLE TO TRUE
           ELSE
               MOVE WRK-DATA-EXPORTACAO   TO CTBC-DATA
               MOVE WRK-DATA-ATUAL        TO CTBC-DATA-EXECUCAO
               MOVE WRK-HORA-ATUAL        TO CTBC-HORA-EXECUCAO
               MOVE WRK-NUMERO-LANCAMENTO TO CTBC-QTDE-LANCAMENTOS
               MOVE WRK-TOTAL-DEBITO      TO CTBC-TOTAL-DEBITO
               MOVE WRK-TOTAL-CREDITO     TO CTBC-TOTAL-CREDITO

               WRITE CTBC-REGISTRO

               IF WRK-CTBC-STATUS = "00"
                   SET WRK-DIA-EXPORTADO TO TRUE
               ELSE
                   DISPLAY "ERRO na gravacao do CTBCTRL (status "
                       WRK-CTBC-STATUS "); dia nao exportado"
                   SET WRK-HOUVE-ERRO-CONTROLE TO TRUE
               END-IF

               CLOSE CONTROLE-EXPORTACAO
           END-IF.

      *     Notas emitidas no dia pela chave alternada: a nota V
      *     lanca a receita na hora; a C fica na tabela, porque a
      *     procura da nota V correspondente desposiciona a leitura.
       0300-NOTAS-DO-DIA            SECTION.

           MOVE "N" TO WRK-FIM-NOTAS.
           MOVE WRK-DATA-EXPORTACAO TO NOTA-DATA-EMISSAO.

           START NOTAS-EMITIDAS
               KEY IS = NOTA-DATA-EMISSAO
               INVALID KEY
                   SET WRK-SEM-MAIS-NOTA TO TRUE
           END-START.

           IF WRK-NOTA-STATUS NOT = "00"
               AND WRK-NOTA-STATUS NOT = "02"
               AND WRK-NOTA-STATUS NOT = "23"
               SET WRK-SEM-MAIS-NOTA TO TRUE
               MOVE
               "*** DIA NAO EXPORTADO - ERRO NA LEITURA DO NOTAMAST"
                   TO WRK-TEXTO-ERRO-LEITURA
               PERFORM 0660-ERRO-LEITURA
           END-IF.

           PERFORM 0310-LE-NOTA
               UNTIL WRK-SEM-MAIS-NOTA.

       0310-LE-NOTA                 SECTION.

           READ NOTAS-EMITIDAS NEXT
               AT END
                   SET WRK-SEM-MAIS-NOTA TO TRUE
           END-READ.

           IF NOT WRK-SEM-MAIS-NOTA
               AND WRK-NOTA-STATUS NOT = "00"
               AND WRK-NOTA-STATUS NOT = "02"
               SET WRK-SEM-MAIS-NOTA TO TRUE
               MOVE
               "*** DIA NAO EXPORTADO - ERRO NA LEITURA DO NOTAMAST"
                   TO WRK-TEXTO-ERRO-LEITURA
               PERFORM 0660-ERRO-LEITURA
           END-IF.

           IF NOT WRK-SEM-MAIS-NOTA
               AND NOTA-DATA-EMISSAO NOT = WRK-DATA-EXPORTACAO
               SET WRK-SEM-MAIS-NOTA TO TRUE
           END-IF.

           IF NOT WRK-SEM-MAIS-NOTA
               ADD 1 TO WRK-QTDE-LIDOS
               IF NOTA-VIAGEM
                   PERFORM 0320-RECEITA-VIAGEM
               ELSE
                   PERFORM 0330-GUARDA-CANCELAMENTO
               END-IF
           END-IF.

       0320-RECEITA-VIAGEM          SECTION.

           MOVE NOTA-NUMERO TO WRK-NUMERO-VIAGEM.
           MOVE "RV" TO WRK-LANC-EVENTO.

           PERFORM 0600-LOCALIZA-VIAGEM.

           IF WRK-VIAGEM-ACHADA
               PERFORM 0610-LANCA-VIAGEM
               ADD 1 TO WRK-QTDE-LANCADOS
           ELSE
               ADD 1 TO WRK-QTDE-SEM-LANCAMENTO
               MOVE "VIAGEM NAO ENCONTRADA - RECEITA NAO LANCADA"
                   TO WRK-OCO-TEXTO
               PERFORM 0650-IMPRIME-OCORRENCIA
           END-IF.

       0330-GUARDA-CANCELAMENTO     SECTION.

           IF WRK-QTDE-CANC < 1000
               ADD 1 TO WRK-QTDE-CANC
               MOVE NOTA-NUMERO TO WRK-CANC-NUMERO (WRK-QTDE-CANC)
           ELSE
               IF NOT WRK-TABELA-CANC-CHEIA
                   DISPLAY "Tabela de cancelamentos do dia cheia "
                       "(1000); dia nao exportado"
               END-IF
               SET WRK-TABELA-CANC-CHEIA TO TRUE
           END-IF.

       0400-CANCELAMENTOS           SECTION.

           MOVE ZEROES TO WRK-CX.

           PERFORM 0410-ESTORNA-VIAGEM
               UNTIL WRK-CX = WRK-QTDE-CANC.

      *     So ha o que estornar se a receita saiu: nota V emitida
      *     num dia ja exportado (ou neste mesmo dia). Viagem de
      *     antes do primeiro dia exportado nao teve receita aqui.
       0410-ESTORNA-VIAGEM          SECTION.

           ADD 1 TO WRK-CX.

           MOVE WRK-CANC-NUMERO (WRK-CX) TO WRK-NUMERO-VIAGEM.
           MOVE "EV" TO WRK-LANC-EVENTO.
           MOVE WRK-NUMERO-VIAGEM TO NOTA-NUMERO.
           SET NOTA-VIAGEM TO TRUE.

           READ NOTAS-EMITIDAS
               KEY IS NOTA-CHAVE
               INVALID KEY
                   MOVE ZEROES TO NOTA-DATA-EMISSAO
           END-READ.

           IF WRK-NOTA-STATUS NOT = "00"
               AND WRK-NOTA-STATUS NOT = "02"
               AND WRK-NOTA-STATUS NOT = "23"
               MOVE
               "*** DIA NAO EXPORTADO - ERRO NA LEITURA DO NOTAMAST"
                   TO WRK-TEXTO-ERRO-LEITURA
               PERFORM 0660-ERRO-LEITURA
           END-IF.

           IF NOTA-DATA-EMISSAO < WRK-PRIMEIRO-DIA
               ADD 1 TO WRK-QTDE-SEM-LANCAMENTO
               MOVE "CANCELADA SEM RECEITA EXPORTADA - SEM ESTORNO"
                   TO WRK-OCO-TEXTO
               PERFORM 0650-IMPRIME-OCORRENCIA
           ELSE
               PERFORM 0600-LOCALIZA-VIAGEM
               IF WRK-VIAGEM-ACHADA
                   PERFORM 0610-LANCA-VIAGEM
                   ADD 1 TO WRK-QTDE-LANCADOS
               ELSE
                   ADD 1 TO WRK-QTDE-SEM-LANCAMENTO
                   MOVE "VIAGEM NAO ENCONTRADA - ESTORNO NAO LANCADO"
                       TO WRK-OCO-TEXTO
                   PERFORM 0650-IMPRIME-OCORRENCIA
               END-IF
           END-IF.

       0500-MOVIMENTO-DO-DIA        SECTION.

           MOVE "N" TO WRK-FIM-MOVIMENTO.

           OPEN INPUT MOVIMENTO-CONTABIL.

           IF WRK-CMOV-STATUS = "00"
               PERFORM 0510-LE-MOVIMENTO
                   UNTIL WRK-SEM-MAIS-MOVIMENTO
               CLOSE MOVIMENTO-CONTABIL
           ELSE
               DISPLAY "CTBMOV indisponivel (status "
                   WRK-CMOV-STATUS ")"
               MOVE "*** DIA NAO EXPORTADO - ERRO NA LEITURA DO CTBMOV"
                   TO WRK-TEXTO-ERRO-LEITURA
               PERFORM 0660-ERRO-LEITURA
           END-IF.

       0510-LE-MOVIMENTO            SECTION.

           READ MOVIMENTO-CONTABIL
               AT END
                   SET WRK-SEM-MAIS-MOVIMENTO TO TRUE
           END-READ.

           IF NOT WRK-SEM-MAIS-MOVIMENTO
               AND WRK-CMOV-STATUS NOT = "00"
               SET WRK-SEM-MAIS-MOVIMENTO TO TRUE
               MOVE "*** DIA NAO EXPORTADO - ERRO NA LEITURA DO CTBMOV"
                   TO WRK-TEXTO-ERRO-LEITURA
               PERFORM 0660-ERRO-LEITURA
           END-IF.

           IF NOT WRK-SEM-MAIS-MOVIMENTO
               AND CMOV-DATA = WRK-DATA-EXPORTACAO
               ADD 1 TO WRK-QTDE-LIDOS
               MOVE CMOV-EVENTO       TO WRK-LANC-EVENTO
               MOVE CMOV-QUALIFICADOR TO WRK-LANC-QUALIF
               MOVE CMOV-DOCUMENTO    TO WRK-LANC-DOCUMENTO
               MOVE CMOV-VALOR        TO WRK-LANC-VALOR
               IF CMOV-FATURA OR CMOV-IMPOSTO
                   OR CMOV-RECEBIMENTO OR CMOV-EXCEDENTE
                   OR CMOV-MOTORISTA-PAGAR OR CMOV-MOTORISTA-DESC
                   PERFORM 0800-LANCA
                   ADD 1 TO WRK-QTDE-LANCADOS
               ELSE
                   ADD 1 TO WRK-QTDE-SEM-LANCAMENTO
                   MOVE "EVENTO DESCONHECIDO NO CTBMOV - NAO LANCADO"
                       TO WRK-OCO-TEXTO
                   PERFORM 0650-IMPRIME-OCORRENCIA
               END-IF
           END-IF.

       0600-LOCALIZA-VIAGEM         SECTION.

           MOVE "N" TO WRK-VIAGEM-OK.
           MOVE WRK-NUMERO-VIAGEM TO VIAG-NUMERO.

           READ VIAGENS-LOG
               KEY IS VIAG-NUMERO
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WRK-VIAGLOG-STATUS = "00"
               SET WRK-VIAGEM-ACHADA TO TRUE
           END-IF.

           IF WRK-VIAGLOG-STATUS NOT = "00"
               AND WRK-VIAGLOG-STATUS NOT = "02"
               AND WRK-VIAGLOG-STATUS NOT = "23"
               MOVE "*** DIA NAO EXPORTADO - ERRO NA LEITURA DO VIAGLOG"
                   TO WRK-TEXTO-ERRO-LEITURA
               PERFORM 0660-ERRO-LEITURA
           END-IF.

           IF NOT WRK-VIAGEM-ACHADA
               AND WRK-HIST-DISPONIVEL
               MOVE WRK-NUMERO-VIAGEM TO HIST-NUMERO
               READ VIAGENS-ARQUIVADAS INTO VIAG-REGISTRO
                   KEY IS HIST-NUMERO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-VIAGHIST-STATUS = "00"
                   SET WRK-VIAGEM-ACHADA TO TRUE
               END-IF
               IF WRK-VIAGHIST-STATUS NOT = "00"
                   AND WRK-VIAGHIST-STATUS NOT = "02"
                   AND WRK-VIAGHIST-STATUS NOT = "23"
                   MOVE
               "*** DIA NAO EXPORTADO - ERRO NA LEITURA DO VIAGHIST"
                       TO WRK-TEXTO-ERRO-LEITURA
                   PERFORM 0660-ERRO-LEITURA
               END-IF
           END-IF.

      *     Um lancamento por parada, na regiao do destino. A
      *     ultima parada leva o que falta para o valor da viagem,
      *     entao a soma fecha com VIAG-VALOR-FINAL.
       0610-LANCA-VIAGEM            SECTION.

           IF VIAG-QTDE-PARADAS = ZEROES
               MOVE 1 TO WRK-QTDE-PARADAS
           ELSE
               MOVE VIAG-QTDE-PARADAS TO WRK-QTDE-PARADAS
           END-IF.

           MOVE VIAG-VALOR-FINAL TO WRK-VALOR-RESTANTE.
           MOVE VIAG-NUMERO TO WRK-LANC-DOCUMENTO.

           MOVE ZEROES TO WRK-PX.
           PERFORM 0620-LANCA-PARADA
               UNTIL WRK-PX = WRK-QTDE-PARADAS.

       0620-LANCA-PARADA            SECTION.

           ADD 1 TO WRK-PX.

           IF VIAG-QTDE-PARADAS = ZEROES
               MOVE VIAG-DESTINO TO WRK-DESTINO-PARADA
           ELSE
               MOVE VIAG-PARADA-DESTINO (WRK-PX)
                   TO WRK-DESTINO-PARADA
           END-IF.

           IF WRK-PX = WRK-QTDE-PARADAS
               MOVE WRK-VALOR-RESTANTE TO WRK-LANC-VALOR
           ELSE
               IF VIAG-PARADA-VALOR (WRK-PX) > WRK-VALOR-RESTANTE
                   MOVE WRK-VALOR-RESTANTE TO WRK-LANC-VALOR
               ELSE
                   MOVE VIAG-PARADA-VALOR (WRK-PX) TO WRK-LANC-VALOR
               END-IF
           END-IF.

           SUBTRACT WRK-LANC-VALOR FROM WRK-VALOR-RESTANTE.

           MOVE WRK-DESTINO-PARADA TO DEST-NOME.
           READ DESTINOS
               KEY IS DEST-NOME
               INVALID KEY
                   MOVE SPACES TO DEST-REGIAO
           END-READ.

           MOVE DEST-REGIAO TO WRK-LANC-QUALIF.

           PERFORM 0800-LANCA.

       0650-IMPRIME-OCORRENCIA      SECTION.

           IF WRK-FASE-CONFERENCIA
               MOVE WRK-NUMERO-VIAGEM TO WRK-OCO-DOCUMENTO
               IF WRK-LANC-EVENTO NOT = "RV"
                   AND WRK-LANC-EVENTO NOT = "EV"
                   MOVE WRK-LANC-DOCUMENTO TO WRK-OCO-DOCUMENTO
               END-IF
               WRITE REL-LINHA FROM WRK-LINHA-OCORRENCIA
           END-IF.

      *     Erro de leitura numa entrada (status fora de 00, 02,
      *     fim ou chave inexistente): o dia nao pode fechar com
      *     lancamentos faltando, entao nao e exportado.
       0660-ERRO-LEITURA            SECTION.

           IF NOT WRK-HOUVE-ERRO-LEITURA
               DISPLAY WRK-TEXTO-ERRO-LEITURA
               MOVE WRK-TEXTO-ERRO-LEITURA TO WRK-FEC-LEITURA
           END-IF.

           SET WRK-HOUVE-ERRO-LEITURA TO TRUE.

       0700-IMPRIME-RESUMO          SECTION.

           MOVE ZEROES TO WRK-FX.
           PERFORM 0710-IMPRIME-FALTA
               UNTIL WRK-FX = WRK-QTDE-FALTAS.

           WRITE REL-LINHA FROM WRK-LINHA-BRANCO.
           WRITE REL-LINHA FROM WRK-LINHA-CABECALHO.

           MOVE ZEROES TO WRK-EX.
           PERFORM 0720-IMPRIME-EVENTO
               UNTIL WRK-EX = 8.

           WRITE REL-LINHA FROM WRK-LINHA-BRANCO.

           MOVE "EVENTOS LIDOS NO DIA................"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-LIDOS TO WRK-TOT-QTDE.
           MOVE ZEROES TO WRK-TOT-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "EVENTOS LANCADOS...................."
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-LANCADOS TO WRK-TOT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "EVENTOS SEM LANCAMENTO.............."
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-SEM-LANCAMENTO TO WRK-TOT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "EVENTOS SEM CONTA NO CTBMAP........."
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-FALTAS-TOTAL TO WRK-TOT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.

           WRITE REL-LINHA FROM WRK-LINHA-BRANCO.

           MOVE "TOTAL A DEBITO (LINHAS DO CTBEXP)..."
               TO WRK-TOT-TEXTO.
           MOVE WRK-NUMERO-LANCAMENTO TO WRK-TOT-QTDE.
           MOVE WRK-TOTAL-DEBITO TO WRK-TOT-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "TOTAL A CREDITO (LINHAS DO CTBEXP).."
               TO WRK-TOT-TEXTO.
           MOVE WRK-TOTAL-CREDITO TO WRK-TOT-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.

           WRITE REL-LINHA FROM WRK-LINHA-BRANCO.

           EVALUATE TRUE
               WHEN WRK-DIA-EXPORTADO
                   MOVE "DIA EXPORTADO - DEBITOS IGUAIS AOS CREDITOS"
                       TO WRK-FEC-TEXTO
               WHEN WRK-HOUVE-ERRO-LEITURA
                   MOVE WRK-FEC-LEITURA TO WRK-FEC-TEXTO
               WHEN WRK-HOUVE-ERRO-CONTROLE
                   MOVE
               "*** DIA NAO EXPORTADO - CTBCTRL NAO GRAVADO"
                       TO WRK-FEC-TEXTO
               WHEN WRK-QTDE-FALTAS-TOTAL > ZEROES
                   MOVE
               "*** DIA NAO EXPORTADO - COMPLETAR O CTBMAP NO PROG5T"
                       TO WRK-FEC-TEXTO
               WHEN WRK-TABELA-CANC-CHEIA
                   MOVE
               "*** DIA NAO EXPORTADO - TABELA DE CANCELAMENTOS CHEIA"
                       TO WRK-FEC-TEXTO
               WHEN WRK-HOUVE-ERRO-GRAVACAO
                   MOVE
               "*** DIA NAO EXPORTADO - ERRO NA GRAVACAO DO CTBEXP"
                       TO WRK-FEC-TEXTO
               WHEN OTHER
                   MOVE
               "*** DIA NAO EXPORTADO - DEBITOS DIFERENTES DOS CREDITOS"
                       TO WRK-FEC-TEXTO
           END-EVALUATE.

           WRITE REL-LINHA FROM WRK-LINHA-FECHO.

       0710-IMPRIME-FALTA           SECTION.

           ADD 1 TO WRK-FX.

           MOVE WRK-FALTA-EVENTO (WRK-FX) TO WRK-FAL-EVENTO.
           MOVE WRK-FALTA-QUALIF (WRK-FX) TO WRK-FAL-QUALIF.
           WRITE REL-LINHA FROM WRK-LINHA-FALTA.

       0720-IMPRIME-EVENTO          SECTION.

           ADD 1 TO WRK-EX.

           MOVE WRK-EVT-CODIGO (WRK-EX) TO WRK-LEV-CODIGO.
           MOVE WRK-EVT-DESCRICAO (WRK-EX) TO WRK-LEV-DESCRICAO.
           MOVE WRK-EVT-QTDE (WRK-EX) TO WRK-LEV-QTDE.
           MOVE WRK-EVT-VALOR (WRK-EX) TO WRK-LEV-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-EVENTO.

      *     Um lancamento: conta do evento/qualificador, na falta a
      *     conta padrao do evento (qualificador em branco). Na
      *     gravacao sai uma linha a debito e uma a credito.
       0800-LANCA                   SECTION.

           IF WRK-LANC-VALOR > ZEROES
               PERFORM 0810-BUSCA-CONTA

               IF WRK-CONTA-ACHADA
                   ADD 1 TO WRK-NUMERO-LANCAMENTO
                   PERFORM 0820-ACUMULA-EVENTO
                   IF WRK-FASE-GRAVACAO
                       MOVE WRK-CONTA-DEBITO TO LANC-CONTA
                       SET LANC-DEBITO TO TRUE
                       PERFORM 0840-GRAVA-LINHA
                       MOVE WRK-CONTA-CREDITO TO LANC-CONTA
                       SET LANC-CREDITO TO TRUE
                       PERFORM 0840-GRAVA-LINHA
                   END-IF
               ELSE
                   PERFORM 0830-REGISTRA-FALTA
               END-IF
           END-IF.

       0810-BUSCA-CONTA             SECTION.

           MOVE "N" TO WRK-CONTA-OK.

           MOVE WRK-LANC-EVENTO TO CMAP-EVENTO.
           MOVE WRK-LANC-QUALIF TO CMAP-QUALIFICADOR.

           READ CONTAS-EVENTO
               KEY IS CMAP-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WRK-CMAP-STATUS = "00"
               AND CMAP-ATIVO
               SET WRK-CONTA-ACHADA TO TRUE
           END-IF.

           IF NOT WRK-CONTA-ACHADA
               AND WRK-LANC-QUALIF NOT = SPACES
               MOVE WRK-LANC-EVENTO TO CMAP-EVENTO
               MOVE SPACES TO CMAP-QUALIFICADOR
               READ CONTAS-EVENTO
                   KEY IS CMAP-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-CMAP-STATUS = "00"
                   AND CMAP-ATIVO
                   SET WRK-CONTA-ACHADA TO TRUE
               END-IF
           END-IF.

           IF WRK-CONTA-ACHADA
               MOVE CMAP-CONTA-DEBITO TO WRK-CONTA-DEBITO
               MOVE CMAP-CONTA-CREDITO TO WRK-CONTA-CREDITO
               MOVE CMAP-HISTORICO TO WRK-HISTORICO
           END-IF.

       0820-ACUMULA-EVENTO          SECTION.

           MOVE "N" TO WRK-ACHOU.
           MOVE ZEROES TO WRK-EX.

           PERFORM 0825-PROCURA-EVENTO
               UNTIL WRK-NA-TABELA OR WRK-EX = 8.

           IF WRK-NA-TABELA
               ADD 1 TO WRK-EVT-QTDE (WRK-EX)
               ADD WRK-LANC-VALOR TO WRK-EVT-VALOR (WRK-EX)
               IF WRK-HISTORICO = SPACES
                   MOVE WRK-EVT-DESCRICAO (WRK-EX) TO WRK-HISTORICO
               END-IF
           END-IF.

       0825-PROCURA-EVENTO          SECTION.

           ADD 1 TO WRK-EX.

           IF WRK-LANC-EVENTO = WRK-EVT-CODIGO (WRK-EX)
               SET WRK-NA-TABELA TO TRUE
           END-IF.

       0830-REGISTRA-FALTA          SECTION.

           ADD 1 TO WRK-QTDE-FALTAS-TOTAL.

           MOVE "N" TO WRK-ACHOU.
           MOVE ZEROES TO WRK-FX.

           PERFORM 0835-PROCURA-FALTA
               UNTIL WRK-NA-TABELA OR WRK-FX = WRK-QTDE-FALTAS.

           IF NOT WRK-NA-TABELA
               IF WRK-QTDE-FALTAS < 50
                   ADD 1 TO WRK-QTDE-FALTAS
                   MOVE WRK-LANC-EVENTO
                       TO WRK-FALTA-EVENTO (WRK-QTDE-FALTAS)
                   MOVE WRK-LANC-QUALIF
                       TO WRK-FALTA-QUALIF (WRK-QTDE-FALTAS)
               ELSE
                   DISPLAY "Tabela de contas faltantes cheia (50); "
                       "fora da lista: " WRK-LANC-EVENTO " "
                       WRK-LANC-QUALIF
               END-IF
           END-IF.

       0835-PROCURA-FALTA           SECTION.

           ADD 1 TO WRK-FX.

           IF WRK-LANC-EVENTO = WRK-FALTA-EVENTO (WRK-FX)
               AND WRK-LANC-QUALIF = WRK-FALTA-QUALIF (WRK-FX)
               SET WRK-NA-TABELA TO TRUE
           END-IF.

      *     Totais de debito e credito somados das linhas gravadas,
      *     para o relatorio provar o equilibrio do arquivo.
       0840-GRAVA-LINHA             SECTION.

           MOVE WRK-DATA-EXPORTACAO   TO LANC-DATA.
           MOVE WRK-NUMERO-LANCAMENTO TO LANC-NUMERO.
           MOVE WRK-LANC-VALOR        TO LANC-VALOR.
           MOVE WRK-LANC-EVENTO       TO LANC-EVENTO.
           MOVE WRK-LANC-DOCUMENTO    TO LANC-DOCUMENTO.
           MOVE WRK-LANC-QUALIF       TO LANC-COMPLEMENTO.
           MOVE WRK-HISTORICO         TO LANC-HISTORICO.

           WRITE LANC-REGISTRO.

           IF WRK-LANC-STATUS = "00"
               ADD 1 TO WRK-QTDE-LINHAS
               IF LANC-DEBITO
                   ADD LANC-VALOR TO WRK-TOTAL-DEBITO
               ELSE
                   ADD LANC-VALOR TO WRK-TOTAL-CREDITO
               END-IF
           ELSE
               SET WRK-HOUVE-ERRO-GRAVACAO TO TRUE
           END-IF.

       0900-ENCERRA                 SECTION.

           IF WRK-ENTRADAS-ABERTAS
               CLOSE CONTAS-EVENTO
               CLOSE VIAGENS-LOG
               CLOSE DESTINOS
           END-IF.

           IF WRK-HIST-DISPONIVEL
               CLOSE VIAGENS-ARQUIVADAS
           END-IF.

           IF WRK-NOTA-DISPONIVEL
               CLOSE NOTAS-EMITIDAS
           END-IF.

           CLOSE RELATORIO-CONTROLE.

           DISPLAY "Eventos lidos.........: " WRK-QTDE-LIDOS.
           DISPLAY "Eventos lancados......: " WRK-QTDE-LANCADOS.
           DISPLAY "Sem lancamento........: " WRK-QTDE-SEM-LANCAMENTO.
           DISPLAY "Linhas no CTBEXP......: " WRK-QTDE-LINHAS.

           IF WRK-DIA-EXPORTADO
               DISPLAY "Dia " WRK-DATA-EXPORTACAO " exportado; ver "
                   "CTBREL"
           ELSE
               DISPLAY "ATENCAO: dia " WRK-DATA-EXPORTACAO
                   " nao exportado; ver CTBREL"
           END-IF.

           STOP RUN.



       END PROGRAM PROG5U.
