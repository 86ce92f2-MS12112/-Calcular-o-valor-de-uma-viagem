      *======================================
      *== COPY: CPNDREC
      *== OBJETIVO: Layout dos precos de combustivel retidos para
      *==           aprovacao (arquivo COMBPEND, indexado por data +
      *==           tipo): gravado pelo PROG5N quando o preco do
      *==           COMBDIA foge da tolerancia, vem zerado, repetido
      *==           com valores diferentes ou de tipo sem historico.
      *==           Aprovado (com o valor do feed ou corrigido) ou
      *==           recusado pelo PROG5O; so o aprovado vai ao
      *==           historico COMBHIST.
      *== DATA = 28/04/2027
      *======================================
           01  CPND-REGISTRO.
               05  CPND-CHAVE.
                   10  CPND-DATA        PIC 9(08).
                   10  CPND-TIPO        PIC X(10).
               05  CPND-VALOR           PIC 9(08)V99.
               05  CPND-VALOR-ANTERIOR  PIC 9(08)V99.
               05  CPND-DATA-ANTERIOR   PIC 9(08).
               05  CPND-VARIACAO        PIC S9(05)V99.
               05  CPND-MOTIVO          PIC X(01).
                   88  CPND-VARIACAO-ALTA   VALUE "V".
                   88  CPND-DUPLICADO       VALUE "D".
                   88  CPND-SEM-HISTORICO   VALUE "N".
                   88  CPND-VALOR-ZERADO    VALUE "Z".
               05  CPND-SITUACAO        PIC X(01).
                   88  CPND-PENDENTE        VALUE "P".
                   88  CPND-APROVADO        VALUE "A".
                   88  CPND-RECUSADO        VALUE "R".
               05  CPND-VALOR-APROVADO  PIC 9(08)V99.
               05  CPND-OPERADOR        PIC X(08).
               05  CPND-DATA-DECISAO    PIC 9(08).
               05  CPND-JUSTIFICATIVA   PIC X(30).
