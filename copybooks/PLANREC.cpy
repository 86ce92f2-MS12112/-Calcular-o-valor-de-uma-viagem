      *======================================
      *== COPY: PLANREC
      *== OBJETIVO: Layout do plano de manutencao preventiva por
      *==           tipo de veiculo (arquivo PLANMANU), chaveado por
      *==           tipo (FROT-TIPO) e servico: intervalo em km e/ou
      *==           em dias entre duas execucoes do servico. Zero
      *==           num dos intervalos = servico nao controlado por
      *==           aquele criterio. Mantido pelo PROG5D.
      *== DATA = 17/02/2027
      *======================================
           01  PLAN-REGISTRO.
               05  PLAN-CHAVE.
                   10  PLAN-TIPO        PIC X(15).
                   10  PLAN-SERVICO     PIC X(20).
               05  PLAN-INTERVALO-KM    PIC 9(06).
               05  PLAN-INTERVALO-DIAS  PIC 9(04).
               05  PLAN-SITUACAO        PIC X(01).
                   88  PLAN-ATIVO         VALUE "A".
                   88  PLAN-INATIVO       VALUE "I".
