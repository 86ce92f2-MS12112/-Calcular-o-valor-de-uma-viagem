      *== 18/11/2026 - MATHEUS - Incluido TRAN-MOTORISTA (codigo do
      *==               cadastro MOTMAST, validado pelo PROG4E);
      *==               registro passa de 44 para 49 posicoes.
      *== 03/02/2027 - MATHEUS - Incluidas as datas previstas de
      *==               saida e de retorno (AAAAMMDD) da viagem, para
      *==               a escala de despacho; zeros valem a data do
      *==               processamento (viagem no mesmo dia). Registro
      *==               passa de 49 para 65 posicoes.
      *== 12/05/2027 - MATHEUS - Incluidas ate 4 paradas adicionais
      *==               depois de TRAN-DESTINO, na ordem da viagem (em
      *==               branco = sem mais paradas). Registro passa de
      *==               65 para 145 posicoes.
      *======================================
           01  TRAN-REGISTRO.
               05  TRAN-CLIENTE       PIC 9(06).
               05  TRAN-TIPO-VIAGEM   PIC X(01).
                   88  TRAN-SOMENTE-IDA VALUE "S".
                   88  TRAN-IDA-VOLTA   VALUE "R".
               05  TRAN-DATA-SAIDA    PIC 9(08).
               05  TRAN-DATA-RETORNO  PIC 9(08).
               05  TRAN-PARADAS-ADICIONAIS.
                   10  TRAN-PARADA-ADICIONAL PIC X(20)
                                             OCCURS 4 TIMES.
