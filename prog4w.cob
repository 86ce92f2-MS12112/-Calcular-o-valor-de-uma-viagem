      *==               viagem, entao km e custo de combustivel
      *==               ficam superestimados para viagens somente
      *==               ida - o numero e aproximacao, nao apuracao.
      *== 17/02/2027 - MATHEUS - Km por viagem passa a ser o VIAG-KM
      *==               gravado na viagem (ida e volta ou somente
      *==               ida, devolvido pelo PROG4C); o DEST-KM cheio
      *==               fica so para viagem antiga, sem km gravado.
      *== 12/05/2027 - MATHEUS - Abaixo de cada veiculo saem os
      *==               destinos visitados no mes, com visitas, km e
      *==               receita de cada um: viagem com mais de uma
      *==               parada credita a cada destino o km e o valor
      *==               da sua parada (roteiro gravado pelo PROG4C);
      *==               os totais do veiculo nao mudam.
      *======================================


           77 WRK-QTDE-SEM-CADASTRO PIC 9(06) VALUE ZEROES COMP.
           77 WRK-KM-VIAGEM      PIC 9(06) VALUE ZEROES.
           77 WRK-CUSTO-COMB     PIC 9(10)V99 VALUE ZEROES.
           77 WRK-PX             PIC 9(02) VALUE ZEROES COMP.
           77 WRK-DX             PIC 9(04) VALUE ZEROES COMP.
           77 WRK-QTDE-VISITAS   PIC 9(04) VALUE ZEROES COMP.
           77 WRK-QTDE-VISITA-PERDIDA PIC 9(06) VALUE ZEROES COMP.
           77 WRK-ACHOU-VISITA   PIC X(01) VALUE "N".
               88 WRK-VISITA-NA-TABELA VALUE "S".
           77 WRK-DESTINO-VISITADO PIC X(20) VALUE SPACE.
           77 WRK-KM-VISITADO    PIC 9(06) VALUE ZEROES.
           77 WRK-VALOR-VISITADO PIC 9(10)V99 VALUE ZEROES.

           01  WRK-TABELA-VEICULOS.
               05  WRK-TAB-VEIC OCCURS 200 TIMES.
                   10  WRK-TAB-RECEITA  PIC 9(12)V99.
                   10  WRK-TAB-COMB     PIC 9(12)V99.

      *     Destinos visitados por veiculo (WRK-VIS-VX aponta a linha
      *     do veiculo em WRK-TAB-VEIC).
           01  WRK-TABELA-VISITAS.
               05  WRK-TAB-VIS OCCURS 1000 TIMES.
                   10  WRK-VIS-VX       PIC 9(03) COMP.
                   10  WRK-VIS-DESTINO  PIC X(20).
                   10  WRK-VIS-QTDE     PIC 9(06) COMP.
                   10  WRK-VIS-KM       PIC 9(08).
                   10  WRK-VIS-RECEITA  PIC 9(12)V99.

      *============== VARIAVEIS DE EDIÇAO ===============
           01  WRK-LINHA-TITULO.
               05  FILLER         PIC X(34)
               05  WRK-DET-COMB   PIC Z.ZZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(19) VALUE SPACE.

           01  WRK-LINHA-VISITA.
               05  FILLER         PIC X(04) VALUE SPACE.
               05  WRK-VIS-DET-DESTINO PIC X(20).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-VIS-DET-QTDE PIC ZZZZZ9.
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-VIS-DET-KM PIC ZZZZZZZ9.
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-VIS-DET-RECEITA PIC Z.ZZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(20) VALUE SPACE.

           01  WRK-LINHA-SEM-VIAGEM.
               05  FILLER         PIC X(38)
                   VALUE "VEICULOS ATIVOS SEM VIAGEM NO MES:".
                       / WRK-TAB-KM-LITRO (WRK-VX)
                   ADD WRK-CUSTO-COMB TO WRK-TAB-COMB (WRK-VX)
               END-IF
               PERFORM 0250-CREDITA-DESTINOS
           ELSE
               ADD 1 TO WRK-QTDE-SEM-CADASTRO
           END-IF.

       0240-BUSCA-KM-DESTINO        SECTION.

      *     Viagem anterior ao km gravado no VIAGLOG usa o DEST-KM
      *     cheio (ida e volta): somente ida sai superestimada em km
      *     e custo de combustivel.
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
                   MOVE DEST-KM TO WRK-KM-VIAGEM
               ELSE
                   MOVE ZEROES TO WRK-KM-VIAGEM
               END-IF
           END-IF.

      *     Viagem de parada unica (ou gravada antes do roteiro)
      *     credita tudo ao destino; com mais paradas, cada destino
      *     recebe o km e o valor da sua parada.
       0250-CREDITA-DESTINOS        SECTION.

           IF VIAG-QTDE-PARADAS > 1
               MOVE ZEROES TO WRK-PX
               PERFORM 0255-CREDITA-PARADA
                   UNTIL WRK-PX = VIAG-QTDE-PARADAS
           ELSE
               MOVE VIAG-DESTINO     TO WRK-DESTINO-VISITADO
               MOVE WRK-KM-VIAGEM    TO WRK-KM-VISITADO
               MOVE VIAG-VALOR-FINAL TO WRK-VALOR-VISITADO
               PERFORM 0260-CREDITA-VISITA
           END-IF.

       0255-CREDITA-PARADA          SECTION.

           ADD 1 TO WRK-PX.

           MOVE VIAG-PARADA-DESTINO (WRK-PX) TO WRK-DESTINO-VISITADO.
           MOVE VIAG-PARADA-KM (WRK-PX)      TO WRK-KM-VISITADO.
           MOVE VIAG-PARADA-VALOR (WRK-PX)   TO WRK-VALOR-VISITADO.

           PERFORM 0260-CREDITA-VISITA.

       0260-CREDITA-VISITA          SECTION.

           MOVE "N" TO WRK-ACHOU-VISITA.
           MOVE ZEROES TO WRK-DX.

           PERFORM 0270-PROCURA-VISITA
               UNTIL WRK-VISITA-NA-TABELA
               OR WRK-DX = WRK-QTDE-VISITAS.

           IF NOT WRK-VISITA-NA-TABELA
               IF WRK-QTDE-VISITAS < 1000
                   ADD 1 TO WRK-QTDE-VISITAS
                   MOVE WRK-QTDE-VISITAS TO WRK-DX
                   MOVE WRK-VX TO WRK-VIS-VX (WRK-DX)
                   MOVE WRK-DESTINO-VISITADO TO WRK-VIS-DESTINO (WRK-DX)
                   MOVE ZEROES TO WRK-VIS-QTDE (WRK-DX)
                   MOVE ZEROES TO WRK-VIS-KM (WRK-DX)
                   MOVE ZEROES TO WRK-VIS-RECEITA (WRK-DX)
                   SET WRK-VISITA-NA-TABELA TO TRUE
               ELSE
                   ADD 1 TO WRK-QTDE-VISITA-PERDIDA
               END-IF
           END-IF.

           IF WRK-VISITA-NA-TABELA
               ADD 1 TO WRK-VIS-QTDE (WRK-DX)
               ADD WRK-KM-VISITADO TO WRK-VIS-KM (WRK-DX)
               ADD WRK-VALOR-VISITADO TO WRK-VIS-RECEITA (WRK-DX)
           END-IF.

       0270-PROCURA-VISITA          SECTION.

           ADD 1 TO WRK-DX.

           IF WRK-VIS-VX (WRK-DX) = WRK-VX
               AND WRK-VIS-DESTINO (WRK-DX) = WRK-DESTINO-VISITADO
               SET WRK-VISITA-NA-TABELA TO TRUE
           END-IF.

       0300-IMPRIME                 SECTION.
               MOVE WRK-TAB-RECEITA (WRK-VX) TO WRK-DET-RECEITA
               MOVE WRK-TAB-COMB (WRK-VX) TO WRK-DET-COMB
               WRITE VEIC-LINHA FROM WRK-LINHA-DETALHE
               MOVE ZEROES TO WRK-DX
               PERFORM 0320-IMPRIME-VISITA
                   UNTIL WRK-DX = WRK-QTDE-VISITAS
           END-IF.

       0320-IMPRIME-VISITA          SECTION.

           ADD 1 TO WRK-DX.

           IF WRK-VIS-VX (WRK-DX) = WRK-VX
               MOVE WRK-VIS-DESTINO (WRK-DX) TO WRK-VIS-DET-DESTINO
               MOVE WRK-VIS-QTDE (WRK-DX) TO WRK-VIS-DET-QTDE
               MOVE WRK-VIS-KM (WRK-DX) TO WRK-VIS-DET-KM
               MOVE WRK-VIS-RECEITA (WRK-DX) TO WRK-VIS-DET-RECEITA
               WRITE VEIC-LINHA FROM WRK-LINHA-VISITA
           END-IF.

       0330-IMPRIME-SEM-VIAGEM      SECTION.
                   "conferir se o corte do PROG4X e deste mes"
           END-IF.

           IF WRK-QTDE-VISITA-PERDIDA > ZEROES
               DISPLAY "Tabela de destinos por veiculo cheia (1000); "
                   "detalhe parcial (" WRK-QTDE-VISITA-PERDIDA
                   " parada(s) fora)"
           END-IF.

           STOP RUN.


