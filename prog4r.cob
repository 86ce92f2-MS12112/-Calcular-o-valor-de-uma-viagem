      *==               RUNCTRL via PROG4Y (recibos lidos,
      *==               conciliados, pendentes), para o balanco do
      *==               dia do PROG4Z.
      *== 03/03/2027 - MATHEUS - PROG4I chamado com placa em branco:
      *==               recibo de viagem ja feita confere so o
      *==               cadastro do motorista, sem a CNH.
      *== 26/05/2027 - MATHEUS - VIAGLOG declarado com as chaves
      *==               alternadas por cliente, data e placa da
      *==               viagem (consulta PROG5R), como em todos os
      *==               programas que o abrem.
      *======================================


               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIAG-NUMERO
               ALTERNATE RECORD KEY IS VIAG-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS VIAG-DATA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VIAG-PLACA WITH DUPLICATES
               FILE STATUS IS WRK-VIAGLOG-STATUS.

           SELECT RECONCILIACAO ASSIGN TO "RECONIMP"
           77 WRK-NOME-MOTORISTA PIC X(30) VALUE SPACE.
           77 WRK-MOT-STATUS     PIC X(02) VALUE "00".
               88 WRK-MOT-OK             VALUE "00".
           77 WRK-PLACA-CNH      PIC X(07) VALUE SPACE.
           77 WRK-DATA-REF-CNH   PIC 9(08) VALUE ZEROES.

       PROCEDURE DIVISION.


       0215-VALIDA-MOTORISTA        SECTION.

           CALL "PROG4I" USING RECIBO-COD-MOTORISTA WRK-PLACA-CNH
               WRK-DATA-REF-CNH WRK-NOME-MOTORISTA WRK-MOT-STATUS
           END-CALL.

       0230-BUSCA-VIAGEM-NO-HISTORICO SECTION.
