      *==               verificacao fecha, para uma varredura
      *==               abortada nao virar a contagem de referencia
      *==               da noite seguinte.
      *== 17/02/2027 - MATHEUS - Copia VIAGBKP acompanha o registro
      *==               do VIAGLOG, que passou de 115 para 123
      *==               posicoes (tipo de viagem, km e apuracao do
      *==               hodometro).
      *== 12/05/2027 - MATHEUS - Copia VIAGBKP acompanha o registro
      *==               do VIAGLOG, que passou de 123 para 314
      *==               posicoes (roteiro de paradas).
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

           SELECT COPIA-SEGURANCA ASSIGN TO "VIAGBKP"
           COPY VIAGREC.

       FD  COPIA-SEGURANCA.
           01  BKP-REGISTRO       PIC X(314).

       FD  CONTROLE-EXECUCAO.
           COPY CTRLREC.
