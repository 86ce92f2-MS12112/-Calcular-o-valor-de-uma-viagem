      *==               vazia e cara de mes sem movimento. Mes sem
      *==               nenhuma viagem tambem ganha aviso, para
      *==               denunciar corte de outro mes.
      *== 12/05/2027 - MATHEUS - Viagem com mais de uma parada e
      *==               creditada a cada destino visitado (uma visita,
      *==               o km e o valor da parada, do roteiro gravado
      *==               pelo PROG4C), e nao so ao primeiro destino.
      *==               Relatorio ganha a coluna de km por destino,
      *==               regiao e total geral.
      *======================================


           77 WRK-GERAL-QTDE     PIC 9(06) VALUE ZEROES COMP.
           77 WRK-GERAL-TOTAL    PIC 9(12)V99 VALUE ZEROES.
           77 WRK-MEDIA          PIC 9(10)V99 VALUE ZEROES.
           77 WRK-PX             PIC 9(02) VALUE ZEROES COMP.
           77 WRK-DESTINO-VISITADO PIC X(20) VALUE SPACE.
           77 WRK-KM-VISITADO    PIC 9(06) VALUE ZEROES.
           77 WRK-VALOR-VISITADO PIC 9(10)V99 VALUE ZEROES.
           77 WRK-REGIAO-KM      PIC 9(09) VALUE ZEROES.
           77 WRK-GERAL-KM       PIC 9(09) VALUE ZEROES.

           01  WRK-TABELA-DESTINOS.
               05  WRK-TAB-ITEM OCCURS 200 TIMES.
                       88  WRK-TAB-ATIVO   VALUE "A".
                   10  WRK-TAB-QTDE     PIC 9(06) COMP.
                   10  WRK-TAB-TOTAL    PIC 9(12)V99.
                   10  WRK-TAB-KM       PIC 9(09).
                   10  WRK-TAB-IMPRESSO PIC X(01).
                       88  WRK-TAB-JA-IMPRESSO VALUE "S".

               05  FILLER         PIC X(16) VALUE "VALOR TOTAL".
               05  FILLER         PIC X(02) VALUE SPACE.
               05  FILLER         PIC X(16) VALUE "VALOR MEDIO".
               05  FILLER         PIC X(02) VALUE SPACE.
               05  FILLER         PIC X(11) VALUE "         KM".
               05  FILLER         PIC X(03) VALUE SPACE.

           01  WRK-LINHA-REGIAO.
               05  FILLER         PIC X(08) VALUE "REGIAO: ".
               05  WRK-DET-TOTAL  PIC Z.ZZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DET-MEDIA  PIC Z.ZZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DET-KM     PIC ZZZ.ZZZ.ZZ9.
               05  FILLER         PIC X(03) VALUE SPACE.

           01  WRK-LINHA-SUBTOTAL.
               05  WRK-SUB-ROTULO PIC X(20)
               05  WRK-SUB-QTDE   PIC ZZZZZ9.
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-SUB-TOTAL  PIC Z.ZZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(20) VALUE SPACE.
               05  WRK-SUB-KM     PIC ZZZ.ZZZ.ZZ9.
               05  FILLER         PIC X(03) VALUE SPACE.

           01  WRK-LINHA-GERAL.
               05  FILLER         PIC X(20)
               05  WRK-GER-QTDE   PIC ZZZZZ9.
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-GER-TOTAL  PIC Z.ZZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(20) VALUE SPACE.
               05  WRK-GER-KM     PIC ZZZ.ZZZ.ZZ9.
               05  FILLER         PIC X(03) VALUE SPACE.

           01  WRK-LINHA-SEM-VIAGEM.
               05  FILLER         PIC X(37)

           01  WRK-LINHA-AVISO.
               05  FILLER         PIC X(38)
                   VALUE "PARADAS COM DESTINO FORA DO CADASTRO:".
               05  WRK-AVISO-QTDE PIC ZZZZZ9.
               05  FILLER         PIC X(36) VALUE SPACE.

                   WRK-TAB-QTDE (WRK-QTDE-DESTINOS)
               MOVE ZEROES TO
                   WRK-TAB-TOTAL (WRK-QTDE-DESTINOS)
               MOVE ZEROES TO
                   WRK-TAB-KM (WRK-QTDE-DESTINOS)
               MOVE "N" TO
                   WRK-TAB-IMPRESSO (WRK-QTDE-DESTINOS)
           END-IF.
               END-IF
           END-IF.

      *     Viagem de parada unica (ou gravada antes do roteiro)
      *     credita tudo ao destino; com mais paradas, cada destino
      *     visitado recebe o km e o valor da sua parada.
       0220-ACUMULA-VIAGEM          SECTION.

           IF VIAG-QTDE-PARADAS > 1
               MOVE ZEROES TO WRK-PX
               PERFORM 0225-ACUMULA-PARADA
                   UNTIL WRK-PX = VIAG-QTDE-PARADAS
           ELSE
               MOVE VIAG-DESTINO     TO WRK-DESTINO-VISITADO
               MOVE VIAG-KM          TO WRK-KM-VISITADO
               MOVE VIAG-VALOR-FINAL TO WRK-VALOR-VISITADO
               PERFORM 0227-CREDITA-DESTINO
           END-IF.

       0225-ACUMULA-PARADA          SECTION.

           ADD 1 TO WRK-PX.

           MOVE VIAG-PARADA-DESTINO (WRK-PX) TO WRK-DESTINO-VISITADO.
           MOVE VIAG-PARADA-KM (WRK-PX)      TO WRK-KM-VISITADO.
           MOVE VIAG-PARADA-VALOR (WRK-PX)   TO WRK-VALOR-VISITADO.

           PERFORM 0227-CREDITA-DESTINO.

       0227-CREDITA-DESTINO         SECTION.

           MOVE "N" TO WRK-ACHOU-DESTINO.
           MOVE ZEROES TO WRK-IX.


           IF WRK-DESTINO-NA-TABELA
               ADD 1 TO WRK-TAB-QTDE (WRK-IX)
               ADD WRK-VALOR-VISITADO TO WRK-TAB-TOTAL (WRK-IX)
               ADD WRK-KM-VISITADO TO WRK-TAB-KM (WRK-IX)
           ELSE
               ADD 1 TO WRK-QTDE-SEM-CADASTRO
           END-IF.

           ADD 1 TO WRK-IX.

           IF WRK-DESTINO-VISITADO = WRK-TAB-NOME (WRK-IX)
               SET WRK-DESTINO-NA-TABELA TO TRUE
           END-IF.


           MOVE WRK-GERAL-QTDE TO WRK-GER-QTDE.
           MOVE WRK-GERAL-TOTAL TO WRK-GER-TOTAL.
           MOVE WRK-GERAL-KM TO WRK-GER-KM.
           WRITE REL-LINHA FROM WRK-LINHA-GERAL.
           WRITE REL-LINHA FROM WRK-LINHA-BRANCO.


               MOVE ZEROES TO WRK-REGIAO-QTDE
               MOVE ZEROES TO WRK-REGIAO-TOTAL
               MOVE ZEROES TO WRK-REGIAO-KM

               MOVE WRK-IX TO WRK-JX
               SUBTRACT 1 FROM WRK-JX

               MOVE WRK-REGIAO-QTDE TO WRK-SUB-QTDE
               MOVE WRK-REGIAO-TOTAL TO WRK-SUB-TOTAL
               MOVE WRK-REGIAO-KM TO WRK-SUB-KM
               WRITE REL-LINHA FROM WRK-LINHA-SUBTOTAL
               WRITE REL-LINHA FROM WRK-LINHA-BRANCO
           END-IF.
               COMPUTE WRK-MEDIA =
                   WRK-TAB-TOTAL (WRK-JX) / WRK-TAB-QTDE (WRK-JX)
               MOVE WRK-MEDIA TO WRK-DET-MEDIA
               MOVE WRK-TAB-KM (WRK-JX) TO WRK-DET-KM
               WRITE REL-LINHA FROM WRK-LINHA-DETALHE

               ADD WRK-TAB-QTDE (WRK-JX) TO WRK-REGIAO-QTDE
               ADD WRK-TAB-TOTAL (WRK-JX) TO WRK-REGIAO-TOTAL
               ADD WRK-TAB-QTDE (WRK-JX) TO WRK-GERAL-QTDE
               ADD WRK-TAB-TOTAL (WRK-JX) TO WRK-GERAL-TOTAL
               ADD WRK-TAB-KM (WRK-JX) TO WRK-REGIAO-KM
               ADD WRK-TAB-KM (WRK-JX) TO WRK-GERAL-KM
               SET WRK-TAB-JA-IMPRESSO (WRK-JX) TO TRUE
           END-IF.

