      *======================================
      *== COPY: CPARREC
      *== OBJETIVO: Layout do parametro da carga do combustivel
      *==           (arquivo COMBPARM, registro unico): variacao
      *==           maxima aceita, em percentual, entre o preco do
      *==           dia e o ultimo preco do historico do mesmo tipo.
      *==           Alterado pelo PROG5O, lido pelo PROG5N.
      *== DATA = 28/04/2027
      *======================================
           01  CPAR-REGISTRO.
               05  CPAR-TOLERANCIA      PIC 9(03)V99.
               05  CPAR-OPERADOR        PIC X(08).
               05  CPAR-DATA            PIC 9(08).
