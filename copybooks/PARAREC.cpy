      *======================================
      *== COPY: PARAREC
      *== OBJETIVO: Roteiro de paradas de uma viagem, trocado entre
      *==           o chamador e o PROG4C: ate 5 destinos na ordem
      *==           em que sao visitados (o primeiro e o destino
      *==           principal da viagem). O PROG4C devolve o km e o
      *==           valor creditados a cada parada (o retorno a base
      *==           fica com a ultima) e, na recusa, o numero da
      *==           parada que falhou. Mesmo desenho das paradas do
      *==           VIAGREC e do COTAREC, para mover o bloco inteiro.
      *== DATA = 12/05/2027
      *======================================
           01  PARA-ROTEIRO.
               05  PARA-QTDE-PARADAS   PIC 9(01).
               05  PARA-PARADAS.
                   10  PARA-PARADA OCCURS 5 TIMES.
                       15  PARA-DESTINO    PIC X(20).
                       15  PARA-KM         PIC 9(06).
                       15  PARA-VALOR      PIC 9(10)V99.
               05  PARA-PARADA-ERRO    PIC 9(01).
