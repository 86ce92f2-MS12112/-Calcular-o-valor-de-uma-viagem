       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5M.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Simulacao de reajuste de tarifas para o comite:
      *==           le as propostas do arquivo SIMUTAR (taxa do
      *==           destino, pedagio/custo fixo da rota, contrato do
      *==           cliente) e reprecifica cada viagem ativa do corte
      *==           VIAGMES do mes pedido pela mesma conta do PROG4C
      *==           (rotina PROG5L), primeiro com os cadastros atuais
      *==           e depois com as propostas no lugar deles. Imprime
      *==           no SIMUREL o valor atual, o novo e a diferenca por
      *==           viagem, com subtotais por cliente, por destino e
      *==           por regiao. Nenhum cadastro e alterado: DESTMAST,
      *==           ROTACUST, CONTMAST e FROTA sao so lidos.

      *== DATA = 14/04/2027
      *== OBSERVAÇOES:
      *== 12/05/2027 - MATHEUS - Viagem com mais de uma parada e
      *==               reprecificada trecho a trecho como no PROG4C
      *==               (km dos trechos do TRECMAST, pedagio, taxa e
      *==               contrato de cada destino de chegada, retorno a
      *==               base pela ultima parada); os resumos por
      *==               destino e por regiao recebem o valor de cada
      *==               parada. Trecho sem km deixa a viagem fora.
      *======================================


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIAGENS-MES ASSIGN TO "VIAGMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIAG-NUMERO
               FILE STATUS IS WRK-VIAGMES-STATUS.

           SELECT DESTINOS ASSIGN TO "DESTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEST-NOME
               FILE STATUS IS WRK-DEST-STATUS.

           SELECT FROTA ASSIGN TO "FROTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FROT-PLACA
               FILE STATUS IS WRK-FROTA-STATUS.

           SELECT ROTAS ASSIGN TO "ROTACUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROTA-DESTINO
               FILE STATUS IS WRK-ROTA-STATUS.

           SELECT CONTRATOS ASSIGN TO "CONTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRT-CHAVE
               FILE STATUS IS WRK-CTRT-STATUS.

           SELECT TRECHOS ASSIGN TO "TRECMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TREC-CHAVE
               FILE STATUS IS WRK-TREC-STATUS.

           SELECT PROPOSTAS ASSIGN TO "SIMUTAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-PROP-STATUS.

           SELECT RELATORIO-SIMULACAO ASSIGN TO "SIMUREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SIMUREL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  VIAGENS-MES.
           COPY VIAGREC.

       FD  DESTINOS.
           COPY DESTREC.

       FD  FROTA.
           COPY FROTREC.

       FD  ROTAS.
           COPY ROTAREC.

       FD  CONTRATOS.
           COPY CTRTREC.

       FD  TRECHOS.
           COPY TRECREC.

       FD  PROPOSTAS.
           COPY PROPREC.

       FD  RELATORIO-SIMULACAO.
           01  SREL-LINHA         PIC X(80).

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-VIAGMES-STATUS PIC X(02) VALUE "00".
           77 WRK-DEST-STATUS    PIC X(02) VALUE "00".
           77 WRK-FROTA-STATUS   PIC X(02) VALUE "00".
           77 WRK-ROTA-STATUS    PIC X(02) VALUE "00".
           77 WRK-CTRT-STATUS    PIC X(02) VALUE "00".
           77 WRK-PROP-STATUS    PIC X(02) VALUE "00".
           77 WRK-SIMUREL-STATUS PIC X(02) VALUE "00".
           77 WRK-ROTA-ABERTO    PIC X(01) VALUE "N".
               88 WRK-ROTA-DISPONIVEL VALUE "S".
           77 WRK-CTRT-ABERTO    PIC X(01) VALUE "N".
               88 WRK-CTRT-DISPONIVEL VALUE "S".
           77 WRK-TREC-STATUS    PIC X(02) VALUE "00".
           77 WRK-TREC-ABERTO    PIC X(01) VALUE "N".
               88 WRK-TREC-DISPONIVEL VALUE "S".
           77 WRK-MES-REF        PIC 9(06) VALUE ZEROES.
           77 WRK-ANO-MES        PIC 9(06) VALUE ZEROES.
           77 WRK-FIM-VIAGENS    PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-VIAGEM VALUE "S".
           77 WRK-FIM-PROPOSTAS  PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-PROPOSTA VALUE "S".
           77 WRK-SITUACAO-PROPOSTA PIC X(43) VALUE SPACE.
           77 WRK-TEM-CONTRATO   PIC X(01) VALUE "N".
               88 WRK-CONTRATO-ATIVO VALUE "S".
           77 WRK-ACHOU-PROPOSTA PIC X(01) VALUE "N".
               88 WRK-PROPOSTA-ENCONTRADA VALUE "S".
           77 WRK-BUSCA-TIPO     PIC X(01) VALUE SPACE.
           77 WRK-BUSCA-DESTINO  PIC X(20) VALUE SPACE.
           77 WRK-BUSCA-CLIENTE  PIC 9(06) VALUE ZEROES.
           77 WRK-TAXA-ATUAL     PIC 9(01)V999 VALUE ZEROES.
           77 WRK-TAXA-NOVA      PIC 9(01)V999 VALUE ZEROES.
           77 WRK-DESC-ATUAL     PIC 9(02)V99 VALUE ZEROES.
           77 WRK-DESC-NOVO      PIC 9(02)V99 VALUE ZEROES.
           77 WRK-PEDAGIO-SENTIDO-ATUAL PIC 9(09)V99 VALUE ZEROES.
           77 WRK-PEDAGIO-SENTIDO-NOVO  PIC 9(09)V99 VALUE ZEROES.
           77 WRK-VALOR-ATUAL    PIC 9(10)V99 VALUE ZEROES.
           77 WRK-VALOR-NOVO     PIC 9(10)V99 VALUE ZEROES.
           77 WRK-DIFERENCA      PIC S9(10)V99 VALUE ZEROES.
           77 WRK-CUSTO-COMB     PIC 9(10)V99 VALUE ZEROES.
           77 WRK-PEDAGIO        PIC 9(10)V99 VALUE ZEROES.
           77 WRK-KM             PIC 9(06) VALUE ZEROES.
           77 WRK-PX             PIC 9(04) VALUE ZEROES COMP.
           77 WRK-CX             PIC 9(04) VALUE ZEROES COMP.
           77 WRK-DX             PIC 9(04) VALUE ZEROES COMP.
           77 WRK-RX             PIC 9(04) VALUE ZEROES COMP.
           77 WRK-IX             PIC 9(04) VALUE ZEROES COMP.
           77 WRK-ACHOU          PIC X(01) VALUE "N".
               88 WRK-NA-TABELA     VALUE "S".
           77 WRK-QTDE-PROPOSTAS PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-PROP-RECUSADAS PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-VIAGENS-MES PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-REPRECIFICADAS PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-NAO-REPRECIFICADAS PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-ALTERADAS PIC 9(06) VALUE ZEROES COMP.
           77 WRK-TOTAL-COBRADO  PIC 9(12)V99 VALUE ZEROES.
           77 WRK-TOTAL-ATUAL    PIC 9(12)V99 VALUE ZEROES.
           77 WRK-TOTAL-NOVO     PIC 9(12)V99 VALUE ZEROES.
           77 WRK-TOTAL-DIFERENCA PIC S9(12)V99 VALUE ZEROES.
           77 WRK-PERCENTUAL     PIC S9(05)V99 VALUE ZEROES.
           77 WRK-QTDE-PARADAS   PIC 9(01) VALUE ZEROES.
           77 WRK-SX             PIC 9(02) VALUE ZEROES COMP.
           77 WRK-SX-ANTERIOR    PIC 9(02) VALUE ZEROES COMP.
           77 WRK-ROTEIRO-STATUS PIC X(01) VALUE "S".
               88 WRK-ROTEIRO-OK    VALUE "S".
           77 WRK-TIPO-TRECHO    PIC X(01) VALUE "S".
           77 WRK-KM-TRECHO      PIC 9(06) VALUE ZEROES.
           77 WRK-TRECHO-ATUAL   PIC 9(10)V99 VALUE ZEROES.
           77 WRK-TRECHO-NOVO    PIC 9(10)V99 VALUE ZEROES.
           77 WRK-DESTINO-PARADA PIC X(20) VALUE SPACE.
           77 WRK-REGIAO-PARADA  PIC X(15) VALUE SPACE.
           77 WRK-PARADA-ATUAL   PIC 9(10)V99 VALUE ZEROES.
           77 WRK-PARADA-NOVO    PIC 9(10)V99 VALUE ZEROES.
           77 WRK-PARADA-DIFERENCA PIC S9(10)V99 VALUE ZEROES.

      *     Paradas da viagem em reprecificacao: cadastro do destino,
      *     km do trecho que chega a parada e valores creditados.
           01  WRK-TABELA-ROTEIRO.
               05  WRK-ROT OCCURS 5 TIMES.
                   10  WRK-ROT-DESTINO      PIC X(20).
                   10  WRK-ROT-REGIAO       PIC X(15).
                   10  WRK-ROT-TAXA         PIC 9(01)V999.
                   10  WRK-ROT-KM           PIC 9(06).
                   10  WRK-ROT-KM-TRECHO    PIC 9(06).
                   10  WRK-ROT-ATUAL        PIC 9(10)V99.
                   10  WRK-ROT-NOVO         PIC 9(10)V99.

           01  WRK-TABELA-PROPOSTAS.
               05  WRK-TAB-PROP OCCURS 200 TIMES.
                   10  WRK-PRP-TIPO         PIC X(01).
                   10  WRK-PRP-DESTINO      PIC X(20).
                   10  WRK-PRP-CLIENTE      PIC 9(06).
                   10  WRK-PRP-DEST-TAXA    PIC 9(01)V999.
                   10  WRK-PRP-PEDAGIO-SENTIDO PIC 9(09)V99.
                   10  WRK-PRP-CTRT-TIPO    PIC X(01).
                       88  WRK-PRP-TAXA-NEGOCIADA VALUE "T".
                       88  WRK-PRP-DESCONTO-PCT   VALUE "D".
                   10  WRK-PRP-CTRT-TAXA    PIC 9(01)V999.
                   10  WRK-PRP-CTRT-DESCONTO PIC 9(02)V99.
                   10  WRK-PRP-CTRT-SITUACAO PIC X(01).
                       88  WRK-PRP-CTRT-ATIVO     VALUE "A".

           01  WRK-TABELA-CLIENTES.
               05  WRK-QTDE-CLIENTES        PIC 9(04) COMP.
               05  WRK-TAB-CLI OCCURS 500 TIMES.
                   10  WRK-TCL-CODIGO       PIC 9(06).
                   10  WRK-TCL-NOME         PIC X(15).
                   10  WRK-TCL-QTDE         PIC 9(05) COMP.
                   10  WRK-TCL-ATUAL        PIC 9(12)V99.
                   10  WRK-TCL-NOVO         PIC 9(12)V99.
                   10  WRK-TCL-DIFERENCA    PIC S9(12)V99.

           01  WRK-TABELA-DESTINOS.
               05  WRK-QTDE-DESTINOS        PIC 9(04) COMP.
               05  WRK-TAB-DST OCCURS 200 TIMES.
                   10  WRK-TDS-NOME         PIC X(20).
                   10  WRK-TDS-QTDE         PIC 9(05) COMP.
                   10  WRK-TDS-ATUAL        PIC 9(12)V99.
                   10  WRK-TDS-NOVO         PIC 9(12)V99.
                   10  WRK-TDS-DIFERENCA    PIC S9(12)V99.

           01  WRK-TABELA-REGIOES.
               05  WRK-QTDE-REGIOES         PIC 9(04) COMP.
               05  WRK-TAB-REG OCCURS 50 TIMES.
                   10  WRK-TRG-NOME         PIC X(15).
                   10  WRK-TRG-QTDE         PIC 9(05) COMP.
                   10  WRK-TRG-ATUAL        PIC 9(12)V99.
                   10  WRK-TRG-NOVO         PIC 9(12)V99.
                   10  WRK-TRG-DIFERENCA    PIC S9(12)V99.

      *============== VARIAVEIS DE EDIÇAO ===============
           01  WRK-LINHA-TITULO.
               05  FILLER         PIC X(44)
                   VALUE "SIMULACAO DE REAJUSTE DE TARIFAS - MES: ".
               05  WRK-TIT-MES    PIC 9(06).
               05  FILLER         PIC X(30) VALUE SPACE.

           01  WRK-LINHA-SECAO.
               05  WRK-SEC-TEXTO  PIC X(50).
               05  FILLER         PIC X(30) VALUE SPACE.

           01  WRK-CABEC-PROPOSTA.
               05  FILLER         PIC X(09) VALUE "TIPO".
               05  FILLER         PIC X(21) VALUE "DESTINO".
               05  FILLER         PIC X(07) VALUE "CLIENTE".
               05  FILLER         PIC X(43) VALUE "SITUACAO".

           01  WRK-DETALHE-PROPOSTA.
               05  WRK-DPR-TIPO   PIC X(09).
               05  WRK-DPR-DESTINO PIC X(20).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DPR-CLIENTE PIC 9(06).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DPR-SITUACAO PIC X(43).

           01  WRK-CABEC-VIAGEM.
               05  FILLER         PIC X(09) VALUE "VIAGEM".
               05  FILLER         PIC X(07) VALUE "CLIENTE".
               05  FILLER         PIC X(19) VALUE "DESTINO".
               05  FILLER         PIC X(15) VALUE "   VALOR ATUAL".
               05  FILLER         PIC X(15) VALUE "    VALOR NOVO".
               05  FILLER         PIC X(15) VALUE "     DIFERENCA".

           01  WRK-DETALHE-VIAGEM.
               05  WRK-DVI-NUMERO PIC 9(08).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DVI-CLIENTE PIC 9(06).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DVI-DESTINO PIC X(18).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DVI-ATUAL  PIC ZZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DVI-NOVO   PIC ZZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DVI-DIFERENCA PIC -ZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(01) VALUE SPACE.

           01  WRK-DETALHE-FORA.
               05  WRK-DFO-NUMERO PIC 9(08).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DFO-CLIENTE PIC 9(06).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DFO-DESTINO PIC X(18).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DFO-MOTIVO PIC X(45).

           01  WRK-CABEC-RESUMO.
               05  WRK-CRS-CHAVE  PIC X(22).
               05  FILLER         PIC X(06) VALUE " QTDE".
               05  FILLER         PIC X(17) VALUE "      VALOR ATUAL".
               05  FILLER         PIC X(17) VALUE "       VALOR NOVO".
               05  FILLER         PIC X(18) VALUE "        DIFERENCA".

           01  WRK-LINHA-RESUMO.
               05  WRK-RES-CHAVE  PIC X(22).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-RES-QTDE   PIC ZZZZ9.
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-RES-ATUAL  PIC Z.ZZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-RES-NOVO   PIC Z.ZZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-RES-DIFERENCA PIC -Z.ZZZ.ZZZ.ZZ9,99.

           01  WRK-CHAVE-CLIENTE.
               05  WRK-CHV-CODIGO PIC 9(06).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-CHV-NOME   PIC X(15).

           01  WRK-LINHA-TOTAL.
               05  WRK-TOT-TEXTO  PIC X(40).
               05  WRK-TOT-QTDE   PIC ZZZ.ZZ9.
               05  FILLER         PIC X(33) VALUE SPACE.

           01  WRK-LINHA-TOTAL-VALOR.
               05  WRK-TTV-TEXTO  PIC X(40).
               05  WRK-TTV-VALOR  PIC -Z.ZZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(23) VALUE SPACE.

           01  WRK-LINHA-PERCENTUAL.
               05  FILLER         PIC X(40)
                   VALUE "VARIACAO SOBRE O VALOR ATUAL (%)........".
               05  WRK-PCT-VALOR  PIC -ZZZZ9,99.
               05  FILLER         PIC X(31) VALUE SPACE.

           01  WRK-LINHA-BRANCO   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-INICIO                  SECTION.

           PERFORM 0100-ABRE-ARQUIVOS.

           PERFORM 0200-CARREGA-PROPOSTAS.

           PERFORM 0300-REPRECIFICA.

           PERFORM 0500-IMPRIME-RESUMOS.

           PERFORM 0600-ENCERRA.

       0100-ABRE-ARQUIVOS           SECTION.

           DISPLAY "Mes a simular (AAAAMM): "
           ACCEPT WRK-MES-REF.

           OPEN INPUT PROPOSTAS.

           IF WRK-PROP-STATUS NOT = "00"
               DISPLAY "ERRO: SIMUTAR indisponivel (status "
                   WRK-PROP-STATUS ") - execucao abandonada"
               STOP RUN
           END-IF.

           OPEN INPUT VIAGENS-MES.

           IF WRK-VIAGMES-STATUS NOT = "00"
               DISPLAY "ERRO: VIAGMES indisponivel (status "
                   WRK-VIAGMES-STATUS "); gerar o corte do mes no "
                   "PROG4X antes - execucao abandonada"
               CLOSE PROPOSTAS
               STOP RUN
           END-IF.

           OPEN INPUT DESTINOS.

           IF WRK-DEST-STATUS NOT = "00"
               DISPLAY "ERRO: DESTMAST indisponivel (status "
                   WRK-DEST-STATUS ") - execucao abandonada"
               CLOSE PROPOSTAS
               CLOSE VIAGENS-MES
               STOP RUN
           END-IF.

           OPEN INPUT FROTA.

           IF WRK-FROTA-STATUS NOT = "00"
               DISPLAY "ERRO: FROTA indisponivel (status "
                   WRK-FROTA-STATUS ") - execucao abandonada"
               CLOSE PROPOSTAS
               CLOSE VIAGENS-MES
               CLOSE DESTINOS
               STOP RUN
           END-IF.

      *     Sem ROTACUST ou CONTMAST a regra do PROG4C ja vale como
      *     sem pedagio e sem contrato.
           OPEN INPUT ROTAS.

           IF WRK-ROTA-STATUS = "00"
               SET WRK-ROTA-DISPONIVEL TO TRUE
           END-IF.

           OPEN INPUT CONTRATOS.

           IF WRK-CTRT-STATUS = "00"
               SET WRK-CTRT-DISPONIVEL TO TRUE
           END-IF.

      *     Sem TRECMAST so a viagem de parada unica e reprecificada.
           OPEN INPUT TRECHOS.

           IF WRK-TREC-STATUS = "00"
               SET WRK-TREC-DISPONIVEL TO TRUE
           END-IF.

           OPEN OUTPUT RELATORIO-SIMULACAO.

           MOVE ZEROES TO WRK-QTDE-CLIENTES.
           MOVE ZEROES TO WRK-QTDE-DESTINOS.
           MOVE ZEROES TO WRK-QTDE-REGIOES.

           MOVE WRK-MES-REF TO WRK-TIT-MES.
           WRITE SREL-LINHA FROM WRK-LINHA-TITULO.
           WRITE SREL-LINHA FROM WRK-LINHA-BRANCO.

       0200-CARREGA-PROPOSTAS       SECTION.

           MOVE "PROPOSTAS DE REAJUSTE (SIMUTAR)" TO WRK-SEC-TEXTO.
           WRITE SREL-LINHA FROM WRK-LINHA-SECAO.
           WRITE SREL-LINHA FROM WRK-CABEC-PROPOSTA.

           PERFORM 0210-LE-PROPOSTA
               UNTIL WRK-SEM-MAIS-PROPOSTA.

           CLOSE PROPOSTAS.

           WRITE SREL-LINHA FROM WRK-LINHA-BRANCO.

       0210-LE-PROPOSTA             SECTION.

           READ PROPOSTAS
               AT END
                   SET WRK-SEM-MAIS-PROPOSTA TO TRUE
           END-READ.

           IF NOT WRK-SEM-MAIS-PROPOSTA
               PERFORM 0220-CONFERE-PROPOSTA
               IF WRK-SITUACAO-PROPOSTA = "ACEITA"
                   PERFORM 0230-GUARDA-PROPOSTA
               ELSE
                   ADD 1 TO WRK-QTDE-PROP-RECUSADAS
               END-IF
               EVALUATE TRUE
                   WHEN PROP-TAXA-DESTINO
                       MOVE "DESTINO" TO WRK-DPR-TIPO
                   WHEN PROP-CUSTO-ROTA
                       MOVE "ROTA" TO WRK-DPR-TIPO
                   WHEN PROP-CONTRATO
                       MOVE "CONTRATO" TO WRK-DPR-TIPO
                   WHEN OTHER
                       MOVE PROP-TIPO TO WRK-DPR-TIPO
               END-EVALUATE
               MOVE PROP-DESTINO TO WRK-DPR-DESTINO
               MOVE PROP-CLIENTE TO WRK-DPR-CLIENTE
               MOVE WRK-SITUACAO-PROPOSTA TO WRK-DPR-SITUACAO
               WRITE SREL-LINHA FROM WRK-DETALHE-PROPOSTA
           END-IF.

       0220-CONFERE-PROPOSTA        SECTION.

           MOVE "ACEITA" TO WRK-SITUACAO-PROPOSTA.

           MOVE PROP-DESTINO TO DEST-NOME.
           READ DESTINOS
               KEY IS DEST-NOME
               INVALID KEY
                   MOVE "RECUSADA - DESTINO NAO CADASTRADO"
                       TO WRK-SITUACAO-PROPOSTA
           END-READ.

           IF NOT PROP-CONTRATO
               MOVE ZEROES TO PROP-CLIENTE
           END-IF.

           MOVE PROP-TIPO    TO WRK-BUSCA-TIPO.
           MOVE PROP-DESTINO TO WRK-BUSCA-DESTINO.
           MOVE PROP-CLIENTE TO WRK-BUSCA-CLIENTE.
           PERFORM 0400-LOCALIZA-PROPOSTA.

           EVALUATE TRUE
               WHEN WRK-SITUACAO-PROPOSTA NOT = "ACEITA"
                   CONTINUE
               WHEN WRK-PROPOSTA-ENCONTRADA
                   MOVE "RECUSADA - PROPOSTA REPETIDA NO ARQUIVO"
                       TO WRK-SITUACAO-PROPOSTA
               WHEN WRK-QTDE-PROPOSTAS = 200
                   MOVE "RECUSADA - TABELA DE PROPOSTAS CHEIA (200)"
                       TO WRK-SITUACAO-PROPOSTA
               WHEN PROP-TAXA-DESTINO
                   IF PROP-DEST-TAXA = ZEROES
                       MOVE "RECUSADA - TAXA DO DESTINO ZERADA"
                           TO WRK-SITUACAO-PROPOSTA
                   END-IF
               WHEN PROP-CUSTO-ROTA
                   CONTINUE
               WHEN PROP-CONTRATO
                   PERFORM 0225-CONFERE-CONTRATO
               WHEN OTHER
                   MOVE "RECUSADA - TIPO DE PROPOSTA INVALIDO"
                       TO WRK-SITUACAO-PROPOSTA
           END-EVALUATE.

      *     Mesmas exigencias do PROG4O: taxa negociada acima de zero
      *     ou desconto entre zero e cem; situacao I encerra o
      *     contrato na simulacao.
       0225-CONFERE-CONTRATO        SECTION.

           EVALUATE TRUE
               WHEN PROP-CLIENTE = ZEROES
                   MOVE "RECUSADA - CONTRATO SEM CLIENTE"
                       TO WRK-SITUACAO-PROPOSTA
               WHEN PROP-CTRT-INATIVO
                   CONTINUE
               WHEN NOT PROP-CTRT-ATIVO
                   MOVE "RECUSADA - SITUACAO DO CONTRATO INVALIDA"
                       TO WRK-SITUACAO-PROPOSTA
               WHEN PROP-CTRT-TAXA-NEGOCIADA
                   AND PROP-CTRT-TAXA > ZEROES
                   CONTINUE
               WHEN PROP-CTRT-DESCONTO-PCT
                   AND PROP-CTRT-DESCONTO > ZEROES
                   AND PROP-CTRT-DESCONTO < 100
                   CONTINUE
               WHEN OTHER
                   MOVE "RECUSADA - TAXA OU DESCONTO DO CONTRATO"
                       TO WRK-SITUACAO-PROPOSTA
           END-EVALUATE.

       0230-GUARDA-PROPOSTA         SECTION.

           ADD 1 TO WRK-QTDE-PROPOSTAS.
           MOVE WRK-QTDE-PROPOSTAS TO WRK-PX.

           MOVE PROP-TIPO          TO WRK-PRP-TIPO (WRK-PX).
           MOVE PROP-DESTINO       TO WRK-PRP-DESTINO (WRK-PX).
           MOVE PROP-CLIENTE       TO WRK-PRP-CLIENTE (WRK-PX).
           MOVE PROP-DEST-TAXA     TO WRK-PRP-DEST-TAXA (WRK-PX).
           COMPUTE WRK-PRP-PEDAGIO-SENTIDO (WRK-PX) =
               PROP-ROTA-PEDAGIO + PROP-ROTA-CUSTO-FIXO.
           MOVE PROP-CTRT-TIPO     TO WRK-PRP-CTRT-TIPO (WRK-PX).
           MOVE PROP-CTRT-TAXA     TO WRK-PRP-CTRT-TAXA (WRK-PX).
           MOVE PROP-CTRT-DESCONTO TO WRK-PRP-CTRT-DESCONTO (WRK-PX).
           MOVE PROP-CTRT-SITUACAO TO WRK-PRP-CTRT-SITUACAO (WRK-PX).

       0300-REPRECIFICA             SECTION.

           MOVE "REPRECIFICACAO DAS VIAGENS DO MES" TO WRK-SEC-TEXTO.
           WRITE SREL-LINHA FROM WRK-LINHA-SECAO.
           WRITE SREL-LINHA FROM WRK-CABEC-VIAGEM.

           PERFORM 0310-LE-VIAGEM
               UNTIL WRK-SEM-MAIS-VIAGEM.

           WRITE SREL-LINHA FROM WRK-LINHA-BRANCO.

       0310-LE-VIAGEM               SECTION.

           READ VIAGENS-MES NEXT
               AT END
                   SET WRK-SEM-MAIS-VIAGEM TO TRUE
           END-READ.

           IF WRK-VIAGMES-STATUS NOT = "00"
               SET WRK-SEM-MAIS-VIAGEM TO TRUE
           END-IF.

           IF NOT WRK-SEM-MAIS-VIAGEM
               AND NOT VIAG-CANCELADA
               COMPUTE WRK-ANO-MES = VIAG-DATA / 100
               IF WRK-ANO-MES = WRK-MES-REF
                   ADD 1 TO WRK-QTDE-VIAGENS-MES
                   PERFORM 0320-PRECIFICA-VIAGEM
               END-IF
           END-IF.

      *     A viagem ja feita e reprecificada com o preco do litro
      *     gravado nela e o km do cadastro do destino (regra do
      *     PROG4C); valor atual = cadastros de hoje, valor novo =
      *     cadastros de hoje com as propostas no lugar.
       0320-PRECIFICA-VIAGEM        SECTION.

           PERFORM 0315-MONTA-ROTEIRO.

           MOVE VIAG-PLACA TO FROT-PLACA.
           READ FROTA
               KEY IS FROT-PLACA
               INVALID KEY
                   CONTINUE
           END-READ.

           SET WRK-ROTEIRO-OK TO TRUE.
           MOVE ZEROES TO WRK-SX.

           PERFORM 0322-CONFERE-PARADA
               UNTIL WRK-SX = WRK-QTDE-PARADAS
               OR NOT WRK-ROTEIRO-OK.

           EVALUATE TRUE
               WHEN NOT WRK-ROTEIRO-OK
                   PERFORM 0360-IMPRIME-FORA
               WHEN WRK-FROTA-STATUS NOT = "00"
                   OR FROT-KM-LITRO = ZEROES
                   MOVE "NAO REPRECIFICADA - VEICULO SEM CONSUMO"
                       TO WRK-DFO-MOTIVO
                   PERFORM 0360-IMPRIME-FORA
               WHEN OTHER
                   PERFORM 0340-CALCULA-VALORES
                   PERFORM 0350-IMPRIME-VIAGEM
                   PERFORM 0370-ACUMULA-CLIENTE
                   MOVE ZEROES TO WRK-SX
                   PERFORM 0378-ACUMULA-PARADA
                       UNTIL WRK-SX = WRK-QTDE-PARADAS
           END-EVALUATE.

      *     Viagem gravada antes do roteiro de paradas vale como
      *     parada unica no VIAG-DESTINO.
       0315-MONTA-ROTEIRO           SECTION.

           IF VIAG-QTDE-PARADAS > 1
               MOVE VIAG-QTDE-PARADAS TO WRK-QTDE-PARADAS
               MOVE ZEROES TO WRK-SX
               PERFORM 0317-COPIA-PARADA
                   UNTIL WRK-SX = WRK-QTDE-PARADAS
           ELSE
               MOVE 1 TO WRK-QTDE-PARADAS
               MOVE VIAG-DESTINO TO WRK-ROT-DESTINO (1)
           END-IF.

       0317-COPIA-PARADA            SECTION.

           ADD 1 TO WRK-SX.

           MOVE VIAG-PARADA-DESTINO (WRK-SX)
               TO WRK-ROT-DESTINO (WRK-SX).

       0322-CONFERE-PARADA          SECTION.

           ADD 1 TO WRK-SX.

           MOVE WRK-ROT-DESTINO (WRK-SX) TO DEST-NOME.
           READ DESTINOS
               KEY IS DEST-NOME
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WRK-DEST-STATUS NOT = "00"
               MOVE "N" TO WRK-ROTEIRO-STATUS
               MOVE "NAO REPRECIFICADA - DESTINO FORA DO CADASTRO"
                   TO WRK-DFO-MOTIVO
           ELSE
               MOVE DEST-REGIAO TO WRK-ROT-REGIAO (WRK-SX)
               MOVE DEST-TAXA   TO WRK-ROT-TAXA (WRK-SX)
               MOVE DEST-KM     TO WRK-ROT-KM (WRK-SX)
               MOVE ZEROES      TO WRK-ROT-KM-TRECHO (WRK-SX)
               IF WRK-SX > 1
                   PERFORM 0324-BUSCA-TRECHO
               END-IF
           END-IF.

      *     Trecho desde a parada anterior, cadastrado em qualquer um
      *     dos dois sentidos (mesma busca do PROG4C).
       0324-BUSCA-TRECHO            SECTION.

           COMPUTE WRK-SX-ANTERIOR = WRK-SX - 1.

           IF WRK-TREC-DISPONIVEL
               MOVE WRK-ROT-DESTINO (WRK-SX-ANTERIOR) TO TREC-ORIGEM
               MOVE WRK-ROT-DESTINO (WRK-SX)          TO TREC-DESTINO
               READ TRECHOS
                   KEY IS TREC-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-TREC-STATUS NOT = "00"
                   MOVE WRK-ROT-DESTINO (WRK-SX) TO TREC-ORIGEM
                   MOVE WRK-ROT-DESTINO (WRK-SX-ANTERIOR)
                       TO TREC-DESTINO
                   READ TRECHOS
                       KEY IS TREC-CHAVE
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               IF WRK-TREC-STATUS = "00"
                   AND TREC-KM > ZEROES
                   MOVE TREC-KM TO WRK-ROT-KM-TRECHO (WRK-SX)
               END-IF
           END-IF.

           IF WRK-ROT-KM-TRECHO (WRK-SX) = ZEROES
               MOVE "N" TO WRK-ROTEIRO-STATUS
               MOVE "NAO REPRECIFICADA - TRECHO SEM KM CADASTRADO"
                   TO WRK-DFO-MOTIVO
           END-IF.

      *     Tarifas atuais e propostas do destino de chegada
      *     WRK-DESTINO-PARADA (parada WRK-SX do roteiro).
       0330-APURA-TARIFAS           SECTION.

      *     Pedagio e custo fixo por sentido (ROTACUST).
           MOVE ZEROES TO WRK-PEDAGIO-SENTIDO-ATUAL.

           IF WRK-ROTA-DISPONIVEL
               MOVE WRK-DESTINO-PARADA TO ROTA-DESTINO
               READ ROTAS
                   KEY IS ROTA-DESTINO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-ROTA-STATUS = "00"
                   COMPUTE WRK-PEDAGIO-SENTIDO-ATUAL =
                       ROTA-PEDAGIO + ROTA-CUSTO-FIXO
               END-IF
           END-IF.

           MOVE WRK-PEDAGIO-SENTIDO-ATUAL TO WRK-PEDAGIO-SENTIDO-NOVO.
           MOVE "R"                TO WRK-BUSCA-TIPO.
           MOVE WRK-DESTINO-PARADA TO WRK-BUSCA-DESTINO.
           MOVE ZEROES             TO WRK-BUSCA-CLIENTE.
           PERFORM 0400-LOCALIZA-PROPOSTA.

           IF WRK-PROPOSTA-ENCONTRADA
               MOVE WRK-PRP-PEDAGIO-SENTIDO (WRK-PX)
                   TO WRK-PEDAGIO-SENTIDO-NOVO
           END-IF.

      *     Taxa do destino (DESTMAST) e contrato (CONTMAST).
           MOVE WRK-ROT-TAXA (WRK-SX) TO WRK-TAXA-ATUAL.
           MOVE ZEROES                TO WRK-DESC-ATUAL.

           MOVE WRK-ROT-TAXA (WRK-SX) TO WRK-TAXA-NOVA.
           MOVE "D"                   TO WRK-BUSCA-TIPO.
           PERFORM 0400-LOCALIZA-PROPOSTA.

           IF WRK-PROPOSTA-ENCONTRADA
               MOVE WRK-PRP-DEST-TAXA (WRK-PX) TO WRK-TAXA-NOVA
           END-IF.

           MOVE ZEROES TO WRK-DESC-NOVO.
           MOVE "N" TO WRK-TEM-CONTRATO.

           IF WRK-CTRT-DISPONIVEL
               MOVE VIAG-CLIENTE TO CTRT-CLIENTE
               MOVE WRK-DESTINO-PARADA TO CTRT-DESTINO
               READ CONTRATOS
                   KEY IS CTRT-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-CTRT-STATUS = "00"
                   AND CTRT-ATIVO
                   SET WRK-CONTRATO-ATIVO TO TRUE
                   IF CTRT-TAXA-NEGOCIADA
                       MOVE CTRT-TAXA TO WRK-TAXA-ATUAL
                   END-IF
                   IF CTRT-DESCONTO-PCT
                       MOVE CTRT-DESCONTO TO WRK-DESC-ATUAL
                   END-IF
               END-IF
           END-IF.

           MOVE "C"          TO WRK-BUSCA-TIPO.
           MOVE VIAG-CLIENTE TO WRK-BUSCA-CLIENTE.
           PERFORM 0400-LOCALIZA-PROPOSTA.

           EVALUATE TRUE
               WHEN WRK-PROPOSTA-ENCONTRADA
                   IF WRK-PRP-CTRT-ATIVO (WRK-PX)
                       IF WRK-PRP-TAXA-NEGOCIADA (WRK-PX)
                           MOVE WRK-PRP-CTRT-TAXA (WRK-PX)
                               TO WRK-TAXA-NOVA
                       END-IF
                       IF WRK-PRP-DESCONTO-PCT (WRK-PX)
                           MOVE WRK-PRP-CTRT-DESCONTO (WRK-PX)
                               TO WRK-DESC-NOVO
                       END-IF
                   END-IF
               WHEN WRK-CONTRATO-ATIVO
                   IF CTRT-TAXA-NEGOCIADA
                       MOVE CTRT-TAXA TO WRK-TAXA-NOVA
                   END-IF
                   IF CTRT-DESCONTO-PCT
                       MOVE CTRT-DESCONTO TO WRK-DESC-NOVO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0340-CALCULA-VALORES         SECTION.

           MOVE ZEROES TO WRK-VALOR-ATUAL.
           MOVE ZEROES TO WRK-VALOR-NOVO.

           IF WRK-QTDE-PARADAS = 1
               MOVE 1 TO WRK-SX
               MOVE WRK-ROT-DESTINO (1) TO WRK-DESTINO-PARADA
               PERFORM 0330-APURA-TARIFAS
               CALL "PROG5L" USING WRK-ROT-KM (1) VIAG-TIPO-VIAGEM
                   VIAG-COMBUSTIVEL FROT-KM-LITRO WRK-TAXA-ATUAL
                   WRK-DESC-ATUAL WRK-PEDAGIO-SENTIDO-ATUAL
                   WRK-VALOR-ATUAL WRK-CUSTO-COMB WRK-PEDAGIO WRK-KM
               END-CALL
               CALL "PROG5L" USING WRK-ROT-KM (1) VIAG-TIPO-VIAGEM
                   VIAG-COMBUSTIVEL FROT-KM-LITRO WRK-TAXA-NOVA
                   WRK-DESC-NOVO WRK-PEDAGIO-SENTIDO-NOVO
                   WRK-VALOR-NOVO WRK-CUSTO-COMB WRK-PEDAGIO WRK-KM
               END-CALL
               MOVE WRK-VALOR-ATUAL TO WRK-ROT-ATUAL (1)
               MOVE WRK-VALOR-NOVO  TO WRK-ROT-NOVO (1)
           ELSE
               MOVE ZEROES TO WRK-SX
               PERFORM 0342-CALCULA-TRECHO
                   UNTIL WRK-SX = WRK-QTDE-PARADAS
               IF VIAG-IDA-VOLTA
                   MOVE WRK-ROT-KM (WRK-SX) TO WRK-KM-TRECHO
                   PERFORM 0344-CALCULA-SENTIDO
               END-IF
           END-IF.

           COMPUTE WRK-DIFERENCA = WRK-VALOR-NOVO - WRK-VALOR-ATUAL.

           ADD 1 TO WRK-QTDE-REPRECIFICADAS.

           IF WRK-DIFERENCA NOT = ZEROES
               ADD 1 TO WRK-QTDE-ALTERADAS
           END-IF.

           ADD VIAG-VALOR-FINAL TO WRK-TOTAL-COBRADO.
           ADD WRK-VALOR-ATUAL  TO WRK-TOTAL-ATUAL.
           ADD WRK-VALOR-NOVO   TO WRK-TOTAL-NOVO.
           ADD WRK-DIFERENCA    TO WRK-TOTAL-DIFERENCA.

      *     Cada trecho e uma ida ate a parada, com as tarifas dela;
      *     o retorno a base (ida e volta) sai da ultima parada, com
      *     as tarifas que ja ficaram apuradas para ela.
       0342-CALCULA-TRECHO          SECTION.

           ADD 1 TO WRK-SX.

           MOVE WRK-ROT-DESTINO (WRK-SX) TO WRK-DESTINO-PARADA.
           PERFORM 0330-APURA-TARIFAS.

           MOVE ZEROES TO WRK-ROT-ATUAL (WRK-SX).
           MOVE ZEROES TO WRK-ROT-NOVO (WRK-SX).

           IF WRK-SX = 1
               MOVE WRK-ROT-KM (1) TO WRK-KM-TRECHO
           ELSE
               COMPUTE WRK-KM-TRECHO =
                   WRK-ROT-KM-TRECHO (WRK-SX) * 2
           END-IF.

           PERFORM 0344-CALCULA-SENTIDO.

       0344-CALCULA-SENTIDO         SECTION.

           CALL "PROG5L" USING WRK-KM-TRECHO WRK-TIPO-TRECHO
               VIAG-COMBUSTIVEL FROT-KM-LITRO WRK-TAXA-ATUAL
               WRK-DESC-ATUAL WRK-PEDAGIO-SENTIDO-ATUAL
               WRK-TRECHO-ATUAL WRK-CUSTO-COMB WRK-PEDAGIO WRK-KM
           END-CALL.

           CALL "PROG5L" USING WRK-KM-TRECHO WRK-TIPO-TRECHO
               VIAG-COMBUSTIVEL FROT-KM-LITRO WRK-TAXA-NOVA
               WRK-DESC-NOVO WRK-PEDAGIO-SENTIDO-NOVO
               WRK-TRECHO-NOVO WRK-CUSTO-COMB WRK-PEDAGIO WRK-KM
           END-CALL.

           ADD WRK-TRECHO-ATUAL TO WRK-ROT-ATUAL (WRK-SX)
                                   WRK-VALOR-ATUAL.
           ADD WRK-TRECHO-NOVO  TO WRK-ROT-NOVO (WRK-SX)
                                   WRK-VALOR-NOVO.

       0350-IMPRIME-VIAGEM          SECTION.

           MOVE VIAG-NUMERO     TO WRK-DVI-NUMERO.
           MOVE VIAG-CLIENTE    TO WRK-DVI-CLIENTE.
           MOVE VIAG-DESTINO    TO WRK-DVI-DESTINO.
           MOVE WRK-VALOR-ATUAL TO WRK-DVI-ATUAL.
           MOVE WRK-VALOR-NOVO  TO WRK-DVI-NOVO.
           MOVE WRK-DIFERENCA   TO WRK-DVI-DIFERENCA.

           WRITE SREL-LINHA FROM WRK-DETALHE-VIAGEM.

       0360-IMPRIME-FORA            SECTION.

           ADD 1 TO WRK-QTDE-NAO-REPRECIFICADAS.

           MOVE VIAG-NUMERO     TO WRK-DFO-NUMERO.
           MOVE VIAG-CLIENTE    TO WRK-DFO-CLIENTE.
           MOVE VIAG-DESTINO    TO WRK-DFO-DESTINO.

           WRITE SREL-LINHA FROM WRK-DETALHE-FORA.

       0370-ACUMULA-CLIENTE         SECTION.

           MOVE "N" TO WRK-ACHOU.
           MOVE ZEROES TO WRK-CX.

           PERFORM 0375-PROCURA-CLIENTE
               UNTIL WRK-NA-TABELA
               OR WRK-CX = WRK-QTDE-CLIENTES.

           IF NOT WRK-NA-TABELA
               IF WRK-QTDE-CLIENTES < 500
                   ADD 1 TO WRK-QTDE-CLIENTES
                   MOVE WRK-QTDE-CLIENTES TO WRK-CX
                   MOVE VIAG-CLIENTE TO WRK-TCL-CODIGO (WRK-CX)
                   MOVE VIAG-NOME TO WRK-TCL-NOME (WRK-CX)
                   MOVE ZEROES TO WRK-TCL-QTDE (WRK-CX)
                   MOVE ZEROES TO WRK-TCL-ATUAL (WRK-CX)
                   MOVE ZEROES TO WRK-TCL-NOVO (WRK-CX)
                   MOVE ZEROES TO WRK-TCL-DIFERENCA (WRK-CX)
                   SET WRK-NA-TABELA TO TRUE
               ELSE
                   DISPLAY "Tabela de clientes cheia (500); fora do "
                       "resumo por cliente: " VIAG-CLIENTE
               END-IF
           END-IF.

           IF WRK-NA-TABELA
               ADD 1 TO WRK-TCL-QTDE (WRK-CX)
               ADD WRK-VALOR-ATUAL TO WRK-TCL-ATUAL (WRK-CX)
               ADD WRK-VALOR-NOVO TO WRK-TCL-NOVO (WRK-CX)
               ADD WRK-DIFERENCA TO WRK-TCL-DIFERENCA (WRK-CX)
           END-IF.

       0375-PROCURA-CLIENTE         SECTION.

           ADD 1 TO WRK-CX.

           IF VIAG-CLIENTE = WRK-TCL-CODIGO (WRK-CX)
               SET WRK-NA-TABELA TO TRUE
           END-IF.

      *     Resumos por destino e por regiao recebem cada parada
      *     visitada, com os valores creditados a ela.
       0378-ACUMULA-PARADA          SECTION.

           ADD 1 TO WRK-SX.

           MOVE WRK-ROT-DESTINO (WRK-SX) TO WRK-DESTINO-PARADA.
           MOVE WRK-ROT-REGIAO (WRK-SX)  TO WRK-REGIAO-PARADA.
           MOVE WRK-ROT-ATUAL (WRK-SX)   TO WRK-PARADA-ATUAL.
           MOVE WRK-ROT-NOVO (WRK-SX)    TO WRK-PARADA-NOVO.
           COMPUTE WRK-PARADA-DIFERENCA =
               WRK-PARADA-NOVO - WRK-PARADA-ATUAL.

           PERFORM 0380-ACUMULA-DESTINO.
           PERFORM 0390-ACUMULA-REGIAO.

       0380-ACUMULA-DESTINO         SECTION.

           MOVE "N" TO WRK-ACHOU.
           MOVE ZEROES TO WRK-DX.

           PERFORM 0385-PROCURA-DESTINO
               UNTIL WRK-NA-TABELA
               OR WRK-DX = WRK-QTDE-DESTINOS.

           IF NOT WRK-NA-TABELA
               IF WRK-QTDE-DESTINOS < 200
                   ADD 1 TO WRK-QTDE-DESTINOS
                   MOVE WRK-QTDE-DESTINOS TO WRK-DX
                   MOVE WRK-DESTINO-PARADA TO WRK-TDS-NOME (WRK-DX)
                   MOVE ZEROES TO WRK-TDS-QTDE (WRK-DX)
                   MOVE ZEROES TO WRK-TDS-ATUAL (WRK-DX)
                   MOVE ZEROES TO WRK-TDS-NOVO (WRK-DX)
                   MOVE ZEROES TO WRK-TDS-DIFERENCA (WRK-DX)
                   SET WRK-NA-TABELA TO TRUE
               ELSE
                   DISPLAY "Tabela de destinos cheia (200); fora do "
                       "resumo por destino: " WRK-DESTINO-PARADA
               END-IF
           END-IF.

           IF WRK-NA-TABELA
               ADD 1 TO WRK-TDS-QTDE (WRK-DX)
               ADD WRK-PARADA-ATUAL TO WRK-TDS-ATUAL (WRK-DX)
               ADD WRK-PARADA-NOVO TO WRK-TDS-NOVO (WRK-DX)
               ADD WRK-PARADA-DIFERENCA TO WRK-TDS-DIFERENCA (WRK-DX)
           END-IF.

       0385-PROCURA-DESTINO         SECTION.

           ADD 1 TO WRK-DX.

           IF WRK-DESTINO-PARADA = WRK-TDS-NOME (WRK-DX)
               SET WRK-NA-TABELA TO TRUE
           END-IF.

       0390-ACUMULA-REGIAO          SECTION.

           MOVE "N" TO WRK-ACHOU.
           MOVE ZEROES TO WRK-RX.

           PERFORM 0395-PROCURA-REGIAO
               UNTIL WRK-NA-TABELA
               OR WRK-RX = WRK-QTDE-REGIOES.

           IF NOT WRK-NA-TABELA
               IF WRK-QTDE-REGIOES < 50
                   ADD 1 TO WRK-QTDE-REGIOES
                   MOVE WRK-QTDE-REGIOES TO WRK-RX
                   MOVE WRK-REGIAO-PARADA TO WRK-TRG-NOME (WRK-RX)
                   MOVE ZEROES TO WRK-TRG-QTDE (WRK-RX)
                   MOVE ZEROES TO WRK-TRG-ATUAL (WRK-RX)
                   MOVE ZEROES TO WRK-TRG-NOVO (WRK-RX)
                   MOVE ZEROES TO WRK-TRG-DIFERENCA (WRK-RX)
                   SET WRK-NA-TABELA TO TRUE
               ELSE
                   DISPLAY "Tabela de regioes cheia (50); fora do "
                       "resumo por regiao: " WRK-REGIAO-PARADA
               END-IF
           END-IF.

           IF WRK-NA-TABELA
               ADD 1 TO WRK-TRG-QTDE (WRK-RX)
               ADD WRK-PARADA-ATUAL TO WRK-TRG-ATUAL (WRK-RX)
               ADD WRK-PARADA-NOVO TO WRK-TRG-NOVO (WRK-RX)
               ADD WRK-PARADA-DIFERENCA TO WRK-TRG-DIFERENCA (WRK-RX)
           END-IF.

       0395-PROCURA-REGIAO          SECTION.

           ADD 1 TO WRK-RX.

           IF WRK-REGIAO-PARADA = WRK-TRG-NOME (WRK-RX)
               SET WRK-NA-TABELA TO TRUE
           END-IF.

       0400-LOCALIZA-PROPOSTA       SECTION.

           MOVE "N" TO WRK-ACHOU-PROPOSTA.
           MOVE ZEROES TO WRK-PX.

           PERFORM 0410-PROCURA-PROPOSTA
               UNTIL WRK-PROPOSTA-ENCONTRADA
               OR WRK-PX = WRK-QTDE-PROPOSTAS.

       0410-PROCURA-PROPOSTA        SECTION.

           ADD 1 TO WRK-PX.

           IF WRK-BUSCA-TIPO = WRK-PRP-TIPO (WRK-PX)
               AND WRK-BUSCA-DESTINO = WRK-PRP-DESTINO (WRK-PX)
               AND WRK-BUSCA-CLIENTE = WRK-PRP-CLIENTE (WRK-PX)
               SET WRK-PROPOSTA-ENCONTRADA TO TRUE
           END-IF.

       0500-IMPRIME-RESUMOS         SECTION.

           MOVE "RESUMO POR CLIENTE" TO WRK-SEC-TEXTO.
           WRITE SREL-LINHA FROM WRK-LINHA-SECAO.
           MOVE "CLIENTE" TO WRK-CRS-CHAVE.
           WRITE SREL-LINHA FROM WRK-CABEC-RESUMO.
           MOVE ZEROES TO WRK-IX.
           PERFORM 0510-IMPRIME-CLIENTE
               UNTIL WRK-IX = WRK-QTDE-CLIENTES.
           WRITE SREL-LINHA FROM WRK-LINHA-BRANCO.

           MOVE "RESUMO POR DESTINO" TO WRK-SEC-TEXTO.
           WRITE SREL-LINHA FROM WRK-LINHA-SECAO.
           MOVE "DESTINO" TO WRK-CRS-CHAVE.
           WRITE SREL-LINHA FROM WRK-CABEC-RESUMO.
           MOVE ZEROES TO WRK-IX.
           PERFORM 0520-IMPRIME-DESTINO
               UNTIL WRK-IX = WRK-QTDE-DESTINOS.
           WRITE SREL-LINHA FROM WRK-LINHA-BRANCO.

           MOVE "RESUMO POR REGIAO" TO WRK-SEC-TEXTO.
           WRITE SREL-LINHA FROM WRK-LINHA-SECAO.
           MOVE "REGIAO" TO WRK-CRS-CHAVE.
           WRITE SREL-LINHA FROM WRK-CABEC-RESUMO.
           MOVE ZEROES TO WRK-IX.
           PERFORM 0530-IMPRIME-REGIAO
               UNTIL WRK-IX = WRK-QTDE-REGIOES.
           WRITE SREL-LINHA FROM WRK-LINHA-BRANCO.

       0510-IMPRIME-CLIENTE         SECTION.

           ADD 1 TO WRK-IX.

           MOVE WRK-TCL-CODIGO (WRK-IX) TO WRK-CHV-CODIGO.
           MOVE WRK-TCL-NOME (WRK-IX) TO WRK-CHV-NOME.
           MOVE WRK-CHAVE-CLIENTE TO WRK-RES-CHAVE.
           MOVE WRK-TCL-QTDE (WRK-IX) TO WRK-RES-QTDE.
           MOVE WRK-TCL-ATUAL (WRK-IX) TO WRK-RES-ATUAL.
           MOVE WRK-TCL-NOVO (WRK-IX) TO WRK-RES-NOVO.
           MOVE WRK-TCL-DIFERENCA (WRK-IX) TO WRK-RES-DIFERENCA.

           WRITE SREL-LINHA FROM WRK-LINHA-RESUMO.

       0520-IMPRIME-DESTINO         SECTION.

           ADD 1 TO WRK-IX.

           MOVE WRK-TDS-NOME (WRK-IX) TO WRK-RES-CHAVE.
           MOVE WRK-TDS-QTDE (WRK-IX) TO WRK-RES-QTDE.
           MOVE WRK-TDS-ATUAL (WRK-IX) TO WRK-RES-ATUAL.
           MOVE WRK-TDS-NOVO (WRK-IX) TO WRK-RES-NOVO.
           MOVE WRK-TDS-DIFERENCA (WRK-IX) TO WRK-RES-DIFERENCA.

           WRITE SREL-LINHA FROM WRK-LINHA-RESUMO.

       0530-IMPRIME-REGIAO          SECTION.

           ADD 1 TO WRK-IX.

           MOVE WRK-TRG-NOME (WRK-IX) TO WRK-RES-CHAVE.
           MOVE WRK-TRG-QTDE (WRK-IX) TO WRK-RES-QTDE.
           MOVE WRK-TRG-ATUAL (WRK-IX) TO WRK-RES-ATUAL.
           MOVE WRK-TRG-NOVO (WRK-IX) TO WRK-RES-NOVO.
           MOVE WRK-TRG-DIFERENCA (WRK-IX) TO WRK-RES-DIFERENCA.

           WRITE SREL-LINHA FROM WRK-LINHA-RESUMO.

       0600-ENCERRA                 SECTION.

           MOVE "PROPOSTAS ACEITAS......................:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-PROPOSTAS TO WRK-TOT-QTDE.
           WRITE SREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "PROPOSTAS RECUSADAS....................:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-PROP-RECUSADAS TO WRK-TOT-QTDE.
           WRITE SREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "VIAGENS ATIVAS DO MES..................:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-VIAGENS-MES TO WRK-TOT-QTDE.
           WRITE SREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "VIAGENS REPRECIFICADAS.................:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-REPRECIFICADAS TO WRK-TOT-QTDE.
           WRITE SREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "VIAGENS COM VALOR ALTERADO.............:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-ALTERADAS TO WRK-TOT-QTDE.
           WRITE SREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "VIAGENS NAO REPRECIFICADAS.............:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-NAO-REPRECIFICADAS TO WRK-TOT-QTDE.
           WRITE SREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "VALOR COBRADO NAS VIAGENS..............:"
               TO WRK-TTV-TEXTO.
           MOVE WRK-TOTAL-COBRADO TO WRK-TTV-VALOR.
           WRITE SREL-LINHA FROM WRK-LINHA-TOTAL-VALOR.

           MOVE "VALOR PELOS CADASTROS ATUAIS...........:"
               TO WRK-TTV-TEXTO.
           MOVE WRK-TOTAL-ATUAL TO WRK-TTV-VALOR.
           WRITE SREL-LINHA FROM WRK-LINHA-TOTAL-VALOR.

           MOVE "VALOR PELAS PROPOSTAS..................:"
               TO WRK-TTV-TEXTO.
           MOVE WRK-TOTAL-NOVO TO WRK-TTV-VALOR.
           WRITE SREL-LINHA FROM WRK-LINHA-TOTAL-VALOR.

           MOVE "DIFERENCA NA RECEITA DO MES............:"
               TO WRK-TTV-TEXTO.
           MOVE WRK-TOTAL-DIFERENCA TO WRK-TTV-VALOR.
           WRITE SREL-LINHA FROM WRK-LINHA-TOTAL-VALOR.

           IF WRK-TOTAL-ATUAL > ZEROES
               COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-TOTAL-DIFERENCA * 100 / WRK-TOTAL-ATUAL
               MOVE WRK-PERCENTUAL TO WRK-PCT-VALOR
               WRITE SREL-LINHA FROM WRK-LINHA-PERCENTUAL
           END-IF.

           CLOSE VIAGENS-MES.
           CLOSE DESTINOS.
           CLOSE FROTA.
           CLOSE RELATORIO-SIMULACAO.

           IF WRK-ROTA-DISPONIVEL
               CLOSE ROTAS
           END-IF.

           IF WRK-CTRT-DISPONIVEL
               CLOSE CONTRATOS
           END-IF.

           IF WRK-TREC-DISPONIVEL
               CLOSE TRECHOS
           END-IF.

           DISPLAY "Mes simulado...............: " WRK-MES-REF.
           DISPLAY "Propostas aceitas..........: " WRK-QTDE-PROPOSTAS.
           DISPLAY "Propostas recusadas........: "
               WRK-QTDE-PROP-RECUSADAS.
           DISPLAY "Viagens reprecificadas.....: "
               WRK-QTDE-REPRECIFICADAS.
           DISPLAY "Viagens nao reprecificadas.: "
               WRK-QTDE-NAO-REPRECIFICADAS.

           STOP RUN.



       END PROGRAM PROG5M.
