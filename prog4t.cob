      *==               vazia e cara de mes sem movimento. Mes sem
      *==               nenhuma viagem tambem ganha aviso, para
      *==               denunciar corte de outro mes.
      *== 12/05/2027 - MATHEUS - Viagem com mais de uma parada sai
      *==               na fatura com uma linha por destino visitado,
      *==               com o km e o valor de cada parada (a soma e o
      *==               valor da viagem); toda linha ganha o km.
      *== 09/06/2027 - MATHEUS - Cada fatura emitida grava no
      *==               movimento contabil CTBMOV o evento FT (bruto
      *==               a receber) e um evento IM por imposto
      *==               aplicado, com o TAX-CODIGO, para a exportacao
      *==               diaria do PROG5U.
      *======================================


               RECORD KEY IS TAX-CODIGO
               FILE STATUS IS WRK-TAX-STATUS.

           SELECT MOVIMENTO-CONTABIL ASSIGN TO "CTBMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-CMOV-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  IMPOSTOS.
           COPY TAXREC.

       FD  MOVIMENTO-CONTABIL.
           COPY CMOVREC.

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-QTDE-CLIENTES  PIC 9(03) VALUE ZEROES COMP.
           77 WRK-IX             PIC 9(03) VALUE ZEROES COMP.
           77 WRK-CX             PIC 9(03) VALUE ZEROES COMP.
           77 WRK-PX             PIC 9(02) VALUE ZEROES COMP.
           77 WRK-ACHOU-CLIENTE  PIC X(01) VALUE "N".
               88 WRK-CLIENTE-NA-TABELA VALUE "S".
           77 WRK-SEM-CONTROLE   PIC X(01) VALUE "N".
           77 WRK-VALOR-IMPOSTO  PIC 9(12)V99 VALUE ZEROES.
           77 WRK-TOTAL-IMPOSTOS PIC 9(12)V99 VALUE ZEROES.
           77 WRK-VALOR-LIQUIDO  PIC 9(12)V99 VALUE ZEROES.
           77 WRK-CMOV-STATUS    PIC X(02) VALUE "00".
           77 WRK-DATA-ATUAL     PIC 9(08) VALUE ZEROES.
           77 WRK-HORA-ATUAL     PIC 9(08) VALUE ZEROES.

           01  WRK-DOCUMENTO.
               05  WRK-DOC-11     PIC X(11).

           01  WRK-TABELA-IMPOSTOS.
               05  WRK-TAB-IMP OCCURS 20 TIMES.
                   10  WRK-IMP-CODIGO    PIC X(08).
                   10  WRK-IMP-DESCRICAO PIC X(20).
                   10  WRK-IMP-ALIQUOTA  PIC 9(02)V99.
                   10  WRK-IMP-APLICACAO PIC X(01).
               05  FILLER         PIC X(20) VALUE "DESTINO".
               05  FILLER         PIC X(02) VALUE SPACE.
               05  FILLER         PIC X(16) VALUE "VALOR".
               05  FILLER         PIC X(02) VALUE SPACE.
               05  FILLER         PIC X(07) VALUE "     KM".
               05  FILLER         PIC X(23) VALUE SPACE.

           01  WRK-LINHA-FAT-DETALHE.
               05  WRK-DET-DATA   PIC X(08).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DET-DESTINO PIC X(20).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DET-VALOR  PIC Z.ZZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DET-KM     PIC ZZZ.ZZ9.
               05  FILLER         PIC X(23) VALUE SPACE.

           01  WRK-LINHA-FAT-TOTAL.
               05  FILLER         PIC X(30)
           OPEN OUTPUT FATURAS-IMPRESSAS.
           OPEN OUTPUT RESUMO-FATURAMENTO.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.

           OPEN EXTEND MOVIMENTO-CONTABIL.

           IF WRK-CMOV-STATUS = "35"
               OPEN OUTPUT MOVIMENTO-CONTABIL
           END-IF.

           PERFORM 0150-CARREGA-IMPOSTOS.

       0150-CARREGA-IMPOSTOS        SECTION.
           ELSE
               IF TAX-ATIVO
                   ADD 1 TO WRK-QTDE-IMPOSTOS
                   MOVE TAX-CODIGO TO
                       WRK-IMP-CODIGO (WRK-QTDE-IMPOSTOS)
                   MOVE TAX-DESCRICAO TO
                       WRK-IMP-DESCRICAO (WRK-QTDE-IMPOSTOS)
                   MOVE TAX-ALIQUOTA TO
           MOVE WRK-DATA-VENCIMENTO TO FAT-DATA-VENCIMENTO.
           WRITE FAT-REGISTRO.

           MOVE "FT" TO CMOV-EVENTO.
           MOVE SPACES TO CMOV-QUALIFICADOR.
           MOVE WRK-TAB-TOTAL (WRK-IX) TO CMOV-VALOR.
           PERFORM 0360-GRAVA-MOVIMENTO.

           ADD 1 TO WRK-QTDE-FATURAS.

       0320-LISTA-VIAGENS-CLIENTE   SECTION.
               COMPUTE WRK-ANO-MES = VIAG-DATA / 100
               IF WRK-ANO-MES = WRK-MES-REF
                   AND VIAG-CLIENTE = WRK-TAB-CODIGO (WRK-IX)
                   IF VIAG-QTDE-PARADAS > 1
                       MOVE ZEROES TO WRK-PX
                       PERFORM 0335-LISTA-PARADA
                           UNTIL WRK-PX = VIAG-QTDE-PARADAS
                   ELSE
                       MOVE VIAG-DATA TO WRK-DET-DATA
                       MOVE VIAG-DESTINO TO WRK-DET-DESTINO
                       MOVE VIAG-VALOR-FINAL TO WRK-DET-VALOR
                       MOVE VIAG-KM TO WRK-DET-KM
                       WRITE FATIMP-LINHA FROM WRK-LINHA-FAT-DETALHE
                   END-IF
               END-IF
           END-IF.

      *     Uma linha por parada do roteiro; a data sai so na
      *     primeira, as demais ficam logo abaixo dela.
       0335-LISTA-PARADA            SECTION.

           ADD 1 TO WRK-PX.

           IF WRK-PX = 1
               MOVE VIAG-DATA TO WRK-DET-DATA
           ELSE
               MOVE SPACES    TO WRK-DET-DATA
           END-IF.

           MOVE VIAG-PARADA-DESTINO (WRK-PX) TO WRK-DET-DESTINO.
           MOVE VIAG-PARADA-VALOR (WRK-PX)   TO WRK-DET-VALOR.
           MOVE VIAG-PARADA-KM (WRK-PX)      TO WRK-DET-KM.

           WRITE FATIMP-LINHA FROM WRK-LINHA-FAT-DETALHE.

       0340-CALCULA-IMPOSTOS        SECTION.

           MOVE ZEROES TO WRK-TOTAL-IMPOSTOS.
               MOVE WRK-IMP-ALIQUOTA (WRK-TX) TO WRK-IMP-DET-ALIQ
               MOVE WRK-VALOR-IMPOSTO TO WRK-IMP-DET-VALOR
               WRITE FATIMP-LINHA FROM WRK-LINHA-FAT-IMPOSTO

               MOVE "IM" TO CMOV-EVENTO
               MOVE WRK-IMP-CODIGO (WRK-TX) TO CMOV-QUALIFICADOR
               MOVE WRK-VALOR-IMPOSTO TO CMOV-VALOR
               PERFORM 0360-GRAVA-MOVIMENTO
           END-IF.

      *     Movimento da fatura para a contabilidade (PROG5U); o
      *     evento e o valor ja vem preenchidos.
       0360-GRAVA-MOVIMENTO         SECTION.

           IF WRK-CMOV-STATUS = "00"
               AND CMOV-VALOR > ZEROES
               MOVE WRK-DATA-ATUAL TO CMOV-DATA
               MOVE WRK-HORA-ATUAL TO CMOV-HORA
               MOVE WRK-NOME-PROGRAMA TO CMOV-ORIGEM
               MOVE WRK-NUMERO-FATURA TO CMOV-DOCUMENTO
               MOVE WRK-TAB-CODIGO (WRK-IX) TO CMOV-CLIENTE
               MOVE WRK-DATA-VENCIMENTO TO CMOV-DATA-REFERENCIA
               WRITE CMOV-REGISTRO
           END-IF.

       0700-PROXIMO-NUMERO-FATURA   SECTION.
           CLOSE FATURAS-IMPRESSAS.
           CLOSE RESUMO-FATURAMENTO.

           IF WRK-CMOV-STATUS = "00"
               CLOSE MOVIMENTO-CONTABIL
           ELSE
               DISPLAY "ATENCAO: CTBMOV indisponivel (status "
                   WRK-CMOV-STATUS "); faturas fora da exportacao "
                   "contabil"
           END-IF.

           DISPLAY "Clientes faturados....: " WRK-QTDE-CLIENTES.
           DISPLAY "Faturas emitidas......: " WRK-QTDE-FATURAS.

