      *======================================
      *== COPY: SERVREC
      *== OBJETIVO: Layout do ultimo servico de manutencao feito em
      *==           cada veiculo (arquivo SERVVEIC), chaveado por
      *==           placa e servico do plano PLANMANU: data e km do
      *==           hodometro na execucao, base do proximo
      *==           vencimento. Gravado pelo PROG5E, que guarda
      *==           tambem cada lancamento no acumulado SERVHIST.
      *== DATA = 17/02/2027
      *======================================
           01  SERV-REGISTRO.
               05  SERV-CHAVE.
                   10  SERV-PLACA       PIC X(07).
                   10  SERV-SERVICO     PIC X(20).
               05  SERV-DATA            PIC 9(08).
               05  SERV-KM              PIC 9(07).
               05  SERV-OFICINA         PIC X(20).
               05  SERV-OBSERVACAO      PIC X(30).
