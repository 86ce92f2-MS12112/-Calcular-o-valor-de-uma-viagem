      *==           o acerto de um mesmo motorista a cada erro de
      *==           grafia do nome.
      *== DATA = 18/11/2026
      *== 03/03/2027 - MATHEUS - Incluidas a categoria (A, B, AB,
      *==               C, D, E...) e a data de validade da CNH,
      *==               conferidas pelo PROG4I contra o veiculo da
      *==               viagem (FROT-CNH-EXIGIDA).
      *======================================
           01  MOT-REGISTRO.
               05  MOT-CODIGO      PIC 9(05).
               05  MOT-SITUACAO    PIC X(01).
                   88  MOT-ATIVO      VALUE "A".
                   88  MOT-INATIVO    VALUE "I".
               05  MOT-CNH-CATEGORIA PIC X(02).
               05  MOT-CNH-VALIDADE  PIC 9(08).
