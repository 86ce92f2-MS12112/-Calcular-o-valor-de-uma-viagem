      *==               percentual de desconto do contrato (cadastro
      *==               CONTMAST), para que a condicao comercial
      *==               saia na propria nota.
      *== 12/05/2027 - MATHEUS - Incluidas as paradas da viagem (ate
      *==               5 destinos, com o km e o valor de cada uma);
      *==               quem grava a nota limpa o bloco antes de
      *==               preencher as paradas usadas.
      *======================================
           01  IMP-REGISTRO.
               05  IMP-EMPRESA        PIC X(30)
               05  IMP-TAXA-APLICADA  PIC 9,999.
               05  FILLER             PIC X(03) VALUE SPACE.
               05  IMP-PCT-DESCONTO   PIC Z9,99.
               05  IMP-PARADAS.
                   10  IMP-PARADA OCCURS 5 TIMES.
                       15  FILLER             PIC X(03).
                       15  IMP-PARADA-DESTINO PIC X(20).
                       15  FILLER             PIC X(02).
                       15  IMP-PARADA-KM      PIC ZZZ.ZZ9.
                       15  FILLER             PIC X(02).
                       15  IMP-PARADA-VALOR   PIC $Z.ZZZ.ZZZ.ZZ9,99.
