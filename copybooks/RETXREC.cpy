      *======================================
      *== COPY: RETXREC
      *== OBJETIVO: Layout das excecoes da baixa automatica do
      *==           retorno bancario (arquivo RETEXCE) gravadas pelo
      *==           PROG4U para o financeiro - credito original
      *==           integro, seguido do motivo. Motivos 01, 02, 04 e
      *==           05 nao foram baixados; no motivo 03 a fatura foi
      *==           liquidada e o excedente fica para devolucao ou
      *==           credito ao cliente.
      *== DATA = 17/03/2027
      *======================================
           01  RETX-REGISTRO.
               05  RETX-CREDITO          PIC X(60).
               05  RETX-MOTIVO           PIC X(02).
                   88  RETX-FATURA-NAO-ENCONTRADA VALUE "01".
                   88  RETX-FATURA-JA-PAGA        VALUE "02".
                   88  RETX-PAGAMENTO-EXCEDENTE   VALUE "03".
                   88  RETX-VALOR-INVALIDO        VALUE "04".
                   88  RETX-ERRO-GRAVACAO         VALUE "05".
               05  RETX-DESCRICAO        PIC X(25).
               05  RETX-VALOR-EXCEDENTE  PIC 9(12)V99.
               05  RETX-DATA-PROCESSO    PIC 9(08).
