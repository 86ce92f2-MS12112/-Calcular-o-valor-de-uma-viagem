      *======================================
      *== COPY: COMHREC
      *== OBJETIVO: Layout do historico de precos de combustivel
      *==           (arquivo COMBHIST, indexado por data + tipo):
      *==           so entram precos aceitos na carga diaria do
      *==           COMBDIA pelo PROG5N ou aprovados pelo PROG5O.
      *==           E dele que o PROG4C e o PROG4 tiram o preco do
      *==           dia; base da conferencia de variacao e do
      *==           relatorio mensal de tendencia (PROG5P).
      *== DATA = 28/04/2027
      *======================================
           01  COMH-REGISTRO.
               05  COMH-CHAVE.
                   10  COMH-DATA        PIC 9(08).
                   10  COMH-TIPO        PIC X(10).
               05  COMH-VALOR           PIC 9(08)V99.
               05  COMH-ORIGEM          PIC X(01).
                   88  COMH-ORIGEM-FEED     VALUE "F".
                   88  COMH-ORIGEM-APROVADO VALUE "A".
               05  COMH-VALOR-FEED      PIC 9(08)V99.
               05  COMH-OPERADOR        PIC X(08).
               05  COMH-DATA-CARGA      PIC 9(08).
               05  COMH-HORA-CARGA      PIC 9(08).
               05  FILLER               PIC X(17).
