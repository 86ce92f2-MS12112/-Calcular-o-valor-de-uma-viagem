      *==               percentual de desconto do contrato (cadastro
      *==               CONTMAST) vigentes na cotacao, para sairem
      *==               na nota quando o PROG4Q confirmar.
      *== 03/02/2027 - MATHEUS - Incluidas as datas previstas de
      *==               saida e de retorno da viagem cotada; a escala
      *==               (veiculo/motorista livres no periodo) e
      *==               conferida na confirmacao pelo PROG4Q.
      *== 17/02/2027 - MATHEUS - Incluido COTA-KM, km da viagem
      *==               devolvido pelo PROG4C, levado ao VIAGLOG na
      *==               confirmacao para o hodometro do veiculo.
      *== 12/05/2027 - MATHEUS - Incluido o roteiro de paradas da
      *==               viagem cotada (mesmo bloco do VIAGREC), levado
      *==               ao VIAGLOG e a nota na confirmacao.
      *======================================
           01  COTA-REGISTRO.
               05  COTA-NUMERO        PIC 9(08).
               05  COTA-SITUACAO      PIC X(01).
                   88  COTA-PENDENTE      VALUE "P".
                   88  COTA-CONFIRMADA    VALUE "C".
               05  COTA-DATA-SAIDA    PIC 9(08).
               05  COTA-DATA-RETORNO  PIC 9(08).
               05  COTA-KM            PIC 9(06).
               05  COTA-QTDE-PARADAS  PIC 9(01).
               05  COTA-PARADAS.
                   10  COTA-PARADA OCCURS 5 TIMES.
                       15  COTA-PARADA-DESTINO PIC X(20).
                       15  COTA-PARADA-KM      PIC 9(06).
                       15  COTA-PARADA-VALOR   PIC 9(10)V99.
