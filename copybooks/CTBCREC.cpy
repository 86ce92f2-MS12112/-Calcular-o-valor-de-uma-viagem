      *======================================
      *== COPY: CTBCREC
      *== OBJETIVO: Layout do controle de dias exportados para a
      *==           contabilidade (arquivo CTBCTRL), um registro por
      *==           dia exportado pelo PROG5U com data/hora da
      *==           execucao, quantidade de lancamentos e totais a
      *==           debito e a credito. Dia ja gravado aqui nao e
      *==           exportado de novo; os dias seguem em ordem.
      *== DATA = 09/06/2027
      *======================================
           01  CTBC-REGISTRO.
               05  CTBC-DATA              PIC 9(08).
               05  CTBC-DATA-EXECUCAO     PIC 9(08).
               05  CTBC-HORA-EXECUCAO     PIC 9(08).
               05  CTBC-QTDE-LANCAMENTOS  PIC 9(06).
               05  CTBC-TOTAL-DEBITO      PIC 9(12)V99.
               05  CTBC-TOTAL-CREDITO     PIC 9(12)V99.
