      *==               cadastro MOTMAST): o motorista passa a ser
      *==               conhecido na propria viagem, nao so no recibo
      *==               de combustivel.
      *== 17/02/2027 - MATHEUS - Incluidos o tipo de viagem (ida e
      *==               volta ou somente ida), o km efetivamente
      *==               rodado devolvido pelo PROG4C e a marca de
      *==               apuracao do hodometro pelo PROG5F (S = km ja
      *==               somado ao veiculo, E = estornado apos o
      *==               cancelamento). Registro passa de 115 para
      *==               123 posicoes.
      *== 12/05/2027 - MATHEUS - Incluido o roteiro de paradas (ate
      *==               5 destinos na ordem visitada, com o km e o
      *==               valor creditados a cada um pelo PROG4C);
      *==               VIAG-DESTINO continua sendo a primeira parada
      *==               e registro antigo (quantidade zero) vale como
      *==               parada unica. Registro passa de 123 para 314
      *==               posicoes.
      *== 26/05/2027 - MATHEUS - VIAGLOG ganha chaves alternadas
      *==               (com repeticao) por VIAG-CLIENTE, VIAG-DATA e
      *==               VIAG-PLACA, declaradas em todo programa que o
      *==               abre; layout inalterado. O acumulado VIAGHIST
      *==               tem as mesmas chaves (copy HISTREC).
      *======================================
           01  VIAG-REGISTRO.
               05  VIAG-NUMERO        PIC 9(08).
               05  VIAG-SITUACAO      PIC X(01).
                   88  VIAG-ATIVA        VALUE "A".
                   88  VIAG-CANCELADA    VALUE "C".
               05  VIAG-TIPO-VIAGEM   PIC X(01).
                   88  VIAG-SOMENTE-IDA  VALUE "S".
                   88  VIAG-IDA-VOLTA    VALUE "R".
               05  VIAG-KM            PIC 9(06).
               05  VIAG-KM-APURADO    PIC X(01).
                   88  VIAG-KM-SOMADO    VALUE "S".
                   88  VIAG-KM-ESTORNADO VALUE "E".
               05  VIAG-QTDE-PARADAS  PIC 9(01).
               05  VIAG-PARADAS.
                   10  VIAG-PARADA OCCURS 5 TIMES.
                       15  VIAG-PARADA-DESTINO PIC X(20).
                       15  VIAG-PARADA-KM      PIC 9(06).
                       15  VIAG-PARADA-VALOR   PIC 9(10)V99.
