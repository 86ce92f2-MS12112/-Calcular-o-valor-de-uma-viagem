      *==           placa, tipo de veiculo, combustivel e consumo em
      *==           km por litro usado no calculo do valor da viagem.
      *== DATA = 02/09/2026
      *== 17/02/2027 - MATHEUS - Incluido o hodometro: km e data em
      *==               que o veiculo entrou no controle de
      *==               manutencao (base dos servicos ainda nunca
      *==               feitos) e km atual acumulado pelo PROG5F a
      *==               partir das viagens do VIAGLOG, com a data da
      *==               ultima apuracao.
      *== 03/03/2027 - MATHEUS - Incluida a categoria de CNH exigida
      *==               para dirigir o veiculo (A, B, C, D ou E;
      *==               branco = sem exigencia), conferida pelo
      *==               PROG4I.
      *======================================
           01  FROT-REGISTRO.
               05  FROT-PLACA        PIC X(07).
               05  FROT-SITUACAO     PIC X(01).
                   88  FROT-ATIVO       VALUE "A".
                   88  FROT-INATIVO     VALUE "I".
               05  FROT-KM-INICIAL   PIC 9(07).
               05  FROT-DATA-INICIAL PIC 9(08).
               05  FROT-KM-ATUAL     PIC 9(07).
               05  FROT-DATA-KM      PIC 9(08).
               05  FROT-CNH-EXIGIDA  PIC X(01).
