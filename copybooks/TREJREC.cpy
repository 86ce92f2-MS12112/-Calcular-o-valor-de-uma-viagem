      *== 18/11/2026 - MATHEUS - Transacao cresce para 49 posicoes
      *==               (TRAN-MOTORISTA); incluido o motivo 06,
      *==               motorista invalido.
      *== 03/02/2027 - MATHEUS - Transacao cresce para 65 posicoes
      *==               (datas de saida e retorno); incluidos o motivo
      *==               07, veiculo ou motorista ja escalado no
      *==               periodo, e o motivo 08, datas da viagem
      *==               invalidas.
      *== 31/03/2027 - MATHEUS - Incluido o motivo 09, cliente com
      *==               credito bloqueado (limite ou atraso).
      *== 12/05/2027 - MATHEUS - Transacao cresce para 145 posicoes
      *==               (paradas adicionais); incluido o motivo 10,
      *==               trecho entre paradas sem km no TRECMAST.
      *======================================
           01  TREJ-REGISTRO.
               05  TREJ-TRANSACAO     PIC X(145).
               05  TREJ-MOTIVO        PIC X(02).
                   88  TREJ-CLIENTE-INVALIDO     VALUE "01".
                   88  TREJ-DESTINO-INVALIDO     VALUE "02".
                   88  TREJ-COMBUSTIVEL-ZERADO   VALUE "04".
                   88  TREJ-TIPO-INVALIDO        VALUE "05".
                   88  TREJ-MOTORISTA-INVALIDO   VALUE "06".
                   88  TREJ-JA-ESCALADO          VALUE "07".
                   88  TREJ-DATAS-INVALIDAS      VALUE "08".
                   88  TREJ-CLIENTE-BLOQUEADO    VALUE "09".
                   88  TREJ-TRECHO-SEM-KM        VALUE "10".
               05  TREJ-DESCRICAO     PIC X(25).
