      *==               MOTMAST) em vez do nome em texto livre, que
      *==               dividia o acerto a cada erro de grafia; o
      *==               codigo sai no extrato e no PAGTOARQ.
      *== 09/06/2027 - MATHEUS - Cada liquido gravado no PAGTOARQ
      *==               grava tambem no movimento contabil CTBMOV o
      *==               evento MP (a pagar) ou MD (a descontar) do
      *==               motorista, para a exportacao diaria do
      *==               PROG5U.
      *======================================


               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-PAGT-STATUS.

           SELECT MOVIMENTO-CONTABIL ASSIGN TO "CTBMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-CMOV-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PAGAMENTOS.
           COPY PAGTREC.

       FD  MOVIMENTO-CONTABIL.
           COPY CMOVREC.

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
               88 WRK-MOTORISTA-NA-TABELA VALUE "S".
           77 WRK-LIQUIDO        PIC S9(12)V99 VALUE ZEROES.
           77 WRK-QTDE-PAGAMENTOS PIC 9(06) VALUE ZEROES COMP.
           77 WRK-CMOV-STATUS    PIC X(02) VALUE "00".
           77 WRK-HORA-ATUAL     PIC 9(08) VALUE ZEROES.

           01  WRK-TABELA-MOTORISTAS.
               05  WRK-TAB-MOT OCCURS 200 TIMES.
           ACCEPT WRK-DATA-FINAL.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.

           OPEN INPUT RESULTADO-CONCILIACAO.
           OPEN OUTPUT EXTRATOS.
           OPEN OUTPUT PAGAMENTOS.

           OPEN EXTEND MOVIMENTO-CONTABIL.

           IF WRK-CMOV-STATUS = "35"
               OPEN OUTPUT MOVIMENTO-CONTABIL
           END-IF.

       0200-ACUMULA-PERIODO         SECTION.

           PERFORM 0210-LE-CONCILIACAO
               MOVE WRK-LIQUIDO TO PAGT-VALOR
               WRITE PAGT-REGISTRO
               ADD 1 TO WRK-QTDE-PAGAMENTOS

               MOVE "MP" TO CMOV-EVENTO
               PERFORM 0370-GRAVA-MOVIMENTO
           END-IF.

           IF WRK-LIQUIDO < ZEROES
               MOVE WRK-LIQUIDO TO PAGT-VALOR
               WRITE PAGT-REGISTRO
               ADD 1 TO WRK-QTDE-PAGAMENTOS

               MOVE "MD" TO CMOV-EVENTO
               PERFORM 0370-GRAVA-MOVIMENTO
           END-IF.

           IF WRK-LIQUIDO = ZEROES
               WRITE EXTR-LINHA FROM WRK-LINHA-LIQUIDO
           END-IF.

      *     Liquido do acerto para a contabilidade (PROG5U), com o
      *     fim do periodo como referencia.
       0370-GRAVA-MOVIMENTO         SECTION.

           IF WRK-CMOV-STATUS = "00"
               MOVE WRK-DATA-ATUAL TO CMOV-DATA
               MOVE WRK-HORA-ATUAL TO CMOV-HORA
               MOVE "PROG4G" TO CMOV-ORIGEM
               MOVE SPACES TO CMOV-QUALIFICADOR
               MOVE WRK-TAB-CODIGO (WRK-IX) TO CMOV-DOCUMENTO
               MOVE ZEROES TO CMOV-CLIENTE
               MOVE WRK-DATA-FINAL TO CMOV-DATA-REFERENCIA
               MOVE PAGT-VALOR TO CMOV-VALOR
               WRITE CMOV-REGISTRO
           END-IF.

       0400-ENCERRA                 SECTION.

           CLOSE RESULTADO-CONCILIACAO.
           CLOSE EXTRATOS.
           CLOSE PAGAMENTOS.

           IF WRK-CMOV-STATUS = "00"
               CLOSE MOVIMENTO-CONTABIL
           ELSE
               DISPLAY "ATENCAO: CTBMOV indisponivel (status "
                   WRK-CMOV-STATUS "); acerto fora da exportacao "
                   "contabil"
           END-IF.

           DISPLAY "Motoristas no acerto..: " WRK-QTDE-MOTORISTAS.
           DISPLAY "Pagamentos gravados...: " WRK-QTDE-PAGAMENTOS.

