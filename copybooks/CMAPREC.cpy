      *======================================
      *== COPY: CMAPREC
      *== OBJETIVO: Layout da tabela de contas contabeis por evento
      *==           (arquivo CTBMAP), mantida pelo PROG5T e usada pelo
      *==           PROG5U na exportacao diaria para a contabilidade:
      *==           conta a debito e conta a credito de cada evento,
      *==           com qualificador - regiao do destino (RV, EV) ou
      *==           codigo do TAXMAST (IM). Qualificador em branco e
      *==           a conta padrao do evento, usada quando nao ha
      *==           linha para a regiao ou imposto.
      *==           RV receita de viagem      EV estorno de viagem
      *==           FT fatura emitida         IM imposto da fatura
      *==           RC recebimento de cliente RX excedente recebido
      *==           MP motorista a pagar      MD motorista a descontar
      *== DATA = 09/06/2027
      *======================================
           01  CMAP-REGISTRO.
               05  CMAP-CHAVE.
                   10  CMAP-EVENTO        PIC X(02).
                   10  CMAP-QUALIFICADOR  PIC X(15).
               05  CMAP-CONTA-DEBITO      PIC X(12).
               05  CMAP-CONTA-CREDITO     PIC X(12).
               05  CMAP-SITUACAO          PIC X(01).
                   88  CMAP-ATIVO            VALUE "A".
                   88  CMAP-INATIVO          VALUE "I".
               05  CMAP-HISTORICO         PIC X(30).
