      *==               do VIAGLOG depois de confirmada a gravacao no
      *==               VIAGHIST; falha na copia (disco cheio, assign
      *==               errado) interrompe a opcao sem apagar nada.
      *== 17/02/2027 - MATHEUS - VIAGMES e VIAGHIST acompanham o
      *==               registro do VIAGLOG, que passou de 115 para
      *==               123 posicoes.
      *== 12/05/2027 - MATHEUS - VIAGMES e VIAGHIST acompanham o
      *==               registro do VIAGLOG, que passou de 123 para
      *==               314 posicoes (roteiro de paradas).
      *== 26/05/2027 - MATHEUS - VIAGLOG declarado com as chaves
      *==               alternadas por cliente, data e placa da
      *==               viagem e VIAGHIST passa a indexado (layout
      *==               HISTREC) pelo numero, com as mesmas chaves
      *==               alternadas, para a consulta PROG5R achar
      *==               viagens arquivadas sem ler o acumulado todo;
      *==               viagem ja presente no VIAGHIST (rearquivamento
      *==               depois de interrupcao) so sai do VIAGLOG.
      *======================================


               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIAG-NUMERO
               ALTERNATE RECORD KEY IS VIAG-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS VIAG-DATA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VIAG-PLACA WITH DUPLICATES
               FILE STATUS IS WRK-VIAGLOG-STATUS.

           SELECT VIAGENS-MES ASSIGN TO "VIAGMES"
               FILE STATUS IS WRK-VIAGMES-STATUS.

           SELECT VIAGENS-ARQUIVADAS ASSIGN TO "VIAGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-NUMERO
               ALTERNATE RECORD KEY IS HIST-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DATA WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-PLACA WITH DUPLICATES
               FILE STATUS IS WRK-VIAGHIST-STATUS.

       DATA DIVISION.
       FD  VIAGENS-MES.
           01  MES-REGISTRO.
               05  MES-NUMERO         PIC 9(08).
               05  MES-RESTO          PIC X(306).

       FD  VIAGENS-ARQUIVADAS.
           COPY HISTREC.

       WORKING-STORAGE              SECTION.

               DISPLAY "VIAGLOG indisponivel (status "
                   WRK-VIAGLOG-STATUS "); arquivamento nao executado"
           ELSE
               OPEN I-O VIAGENS-ARQUIVADAS

               IF WRK-VIAGHIST-STATUS = "35"
                   OPEN OUTPUT VIAGENS-ARQUIVADAS
               COMPUTE WRK-ANO-MES = VIAG-DATA / 100
               IF WRK-ANO-MES = WRK-MES-REF
                   WRITE HIST-REGISTRO FROM VIAG-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
      *            So elimina do VIAGLOG vivo depois que a copia
      *            chegou mesmo ao VIAGHIST; gravacao falhada
      *            interrompe o arquivamento sem perder registro.
      *            Status 02 = gravado com chave alternada repetida;
      *            22 = viagem ja copiada num arquivamento
      *            interrompido antes de eliminar do VIAGLOG.
                   IF WRK-VIAGHIST-STATUS = "00"
                       OR WRK-VIAGHIST-STATUS = "02"
                       OR WRK-VIAGHIST-STATUS = "22"
                       DELETE VIAGENS-LOG
                           INVALID KEY
                               DISPLAY "Erro ao eliminar viagem "
