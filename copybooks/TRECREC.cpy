      *======================================
      *== COPY: TRECREC
      *== OBJETIVO: Layout do cadastro de trechos entre destinos
      *==           (arquivo TRECMAST) - km de um sentido entre duas
      *==           paradas de uma viagem com mais de um destino. O
      *==           trecho vale nos dois sentidos: o PROG4C procura
      *==           origem/destino e, sem registro, destino/origem.
      *== DATA = 12/05/2027
      *======================================
           01  TREC-REGISTRO.
               05  TREC-CHAVE.
                   10  TREC-ORIGEM     PIC X(20).
                   10  TREC-DESTINO    PIC X(20).
               05  TREC-KM             PIC 9(06).
