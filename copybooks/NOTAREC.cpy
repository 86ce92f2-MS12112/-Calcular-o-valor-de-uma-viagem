      *======================================
      *== COPY: NOTAREC
      *== OBJETIVO: Layout do arquivo das notas emitidas (NOTAMAST),
      *==           chaveado pelo numero da viagem e pelo tipo da
      *==           nota: V = nota da viagem (imagem do IMP-REGISTRO
      *==           gravado no VIAGIMP pelo PROG4, PROG4B e PROG4Q),
      *==           C = nota de cancelamento/credito (as linhas
      *==           gravadas no CANCIMP pelo PROG4K). Gravado pela
      *==           rotina PROG5S; base da segunda via do PROG5R.
      *== DATA = 26/05/2027
      *== 09/06/2027 - MATHEUS - NOTAMAST ganha chave alternada (com
      *==               repeticao) por NOTA-DATA-EMISSAO: o PROG5U le
      *==               as notas emitidas no dia para lancar receita
      *==               (V) e estorno (C) na contabilidade.
      *======================================
           01  NOTA-REGISTRO.
               05  NOTA-CHAVE.
                   10  NOTA-NUMERO        PIC 9(08).
                   10  NOTA-TIPO          PIC X(01).
                       88  NOTA-VIAGEM       VALUE "V".
                       88  NOTA-CREDITO      VALUE "C".
               05  NOTA-DATA-EMISSAO      PIC 9(08).
               05  NOTA-HORA-EMISSAO      PIC 9(08).
               05  NOTA-IMAGEM            PIC X(560).
               05  NOTA-IMAGEM-VIAGEM REDEFINES NOTA-IMAGEM.
                   10  NOTA-IMP-REGISTRO  PIC X(476).
                   10  FILLER             PIC X(84).
               05  NOTA-IMAGEM-CREDITO REDEFINES NOTA-IMAGEM.
                   10  NOTA-CANC-LINHA    PIC X(80) OCCURS 7 TIMES.
