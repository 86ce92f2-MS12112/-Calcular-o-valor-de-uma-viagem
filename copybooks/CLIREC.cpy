      *==           usado para validar o codigo de cliente informado
      *==           nas viagens em vez do nome em texto livre.
      *== DATA = 26/08/2026
      *== 31/03/2027 - MATHEUS - Incluidos o limite de credito do
      *==               cliente (zero = sem controle), a situacao de
      *==               credito (bloqueado pelo PROG5J por limite ou
      *==               atraso acima de 60 dias, ou liberado pelo
      *==               financeiro no PROG5K ate uma data) e a ultima
      *==               exposicao apurada (saldo em aberto no CRECMAST
      *==               mais viagens ativas ainda nao faturadas).
      *======================================
           01  CLI-REGISTRO.
               05  CLI-CODIGO      PIC 9(06).
               05  CLI-SITUACAO    PIC X(01).
                   88  CLI-ATIVO      VALUE "A".
                   88  CLI-INATIVO    VALUE "I".
               05  CLI-LIMITE-CREDITO   PIC 9(10)V99.
               05  CLI-SITUACAO-CREDITO PIC X(01).
                   88  CLI-CREDITO-NORMAL    VALUE SPACE.
                   88  CLI-CREDITO-BLOQUEADO VALUE "B".
                   88  CLI-CREDITO-LIBERADO  VALUE "F".
               05  CLI-MOTIVO-BLOQUEIO  PIC X(01).
                   88  CLI-BLOQ-LIMITE       VALUE "L".
                   88  CLI-BLOQ-ATRASO       VALUE "A".
                   88  CLI-BLOQ-LIMITE-ATRASO VALUE "X".
               05  CLI-DATA-BLOQUEIO    PIC 9(08).
               05  CLI-LIBERADO-ATE     PIC 9(08).
               05  CLI-EXPOSICAO        PIC 9(12)V99.
               05  CLI-DATA-APURACAO    PIC 9(08).
