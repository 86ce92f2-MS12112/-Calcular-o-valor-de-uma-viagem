      *======================================
      *== COPY: ESCAREC
      *== OBJETIVO: Layout da escala de despacho (arquivo ESCALA),
      *==           chaveada pelo numero da viagem: datas previstas
      *==           de saida e de retorno, veiculo e motorista
      *==           comprometidos. Gravada pelo PROG4, PROG4B e
      *==           PROG4Q junto com o VIAGLOG; base da verificacao
      *==           de dupla escalacao (PROG5A) e do quadro de
      *==           despacho (PROG5C). Viagem cancelada pelo PROG4K
      *==           fica com situacao C e libera veiculo e motorista.
      *== DATA = 03/02/2027
      *== 03/03/2027 - MATHEUS - Incluido o km da viagem, base das
      *==               horas de direcao do motorista no relatorio
      *==               de conformidade PROG5I.
      *======================================
           01  ESCA-REGISTRO.
               05  ESCA-NUMERO        PIC 9(08).
               05  ESCA-PLACA         PIC X(07).
               05  ESCA-MOTORISTA     PIC 9(05).
               05  ESCA-CLIENTE       PIC 9(06).
               05  ESCA-DESTINO       PIC X(20).
               05  ESCA-DATA-SAIDA    PIC 9(08).
               05  ESCA-DATA-RETORNO  PIC 9(08).
               05  ESCA-SITUACAO      PIC X(01).
                   88  ESCA-ATIVA        VALUE "A".
                   88  ESCA-CANCELADA    VALUE "C".
               05  ESCA-KM            PIC 9(06).
