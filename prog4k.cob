
      *== DATA = 11/11/2026
      *== OBSERVAÇOES:
      *== 03/02/2027 - MATHEUS - Cancelamento tambem marca a viagem
      *==               como C na escala de despacho (ESCALA),
      *==               liberando veiculo e motorista no periodo.
      *== 26/05/2027 - MATHEUS - VIAGLOG declarado com as chaves
      *==               alternadas por cliente, data e placa da
      *==               viagem (consulta PROG5R). A nota de
      *==               cancelamento tambem e arquivada no NOTAMAST
      *==               pela rotina PROG5S, para a segunda via.
      *======================================


               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIAG-NUMERO
               ALTERNATE RECORD KEY IS VIAG-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS VIAG-DATA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VIAG-PLACA WITH DUPLICATES
               FILE STATUS IS WRK-VIAGLOG-STATUS.

           SELECT NOTAS-CANCELAMENTO ASSIGN TO "CANCIMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-CANC-STATUS.

           SELECT ESCALA ASSIGN TO "ESCALA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESCA-NUMERO
               FILE STATUS IS WRK-ESCA-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  NOTAS-CANCELAMENTO.
           01  CANC-LINHA         PIC X(80).

       FD  ESCALA.
           COPY ESCAREC.

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-VIAGLOG-STATUS PIC X(02) VALUE "00".
           77 WRK-CANC-STATUS    PIC X(02) VALUE "00".
           77 WRK-ESCA-STATUS    PIC X(02) VALUE "00".
           77 WRK-DATA-ATUAL     PIC 9(08) VALUE ZEROES.
           77 WRK-MOTIVO         PIC X(30) VALUE SPACE.
           77 WRK-NOTA-TIPO      PIC X(01) VALUE "C".

      *     Linhas da nota de credito, arquivadas no NOTAMAST.
           01  WRK-NOTA-IMAGEM.
               05  WRK-NOTA-LINHA    PIC X(80) OCCURS 7 TIMES.

      *============== VARIAVEIS DE EDIÇAO ===============
           01  WRK-LINHA-TITULO.
                   DISPLAY "Erro ao cancelar viagem " VIAG-NUMERO
               NOT INVALID KEY
                   PERFORM 0200-IMPRIME-NOTA-CREDITO
                   PERFORM 0210-LIBERA-ESCALA
                   DISPLAY "Viagem " VIAG-NUMERO " cancelada"
           END-REWRITE.


           CLOSE NOTAS-CANCELAMENTO.

           MOVE WRK-LINHA-TITULO     TO WRK-NOTA-LINHA (1).
           MOVE WRK-LINHA-REFERENCIA TO WRK-NOTA-LINHA (2).
           MOVE WRK-LINHA-CLIENTE    TO WRK-NOTA-LINHA (3).
           MOVE WRK-LINHA-DESTINO    TO WRK-NOTA-LINHA (4).
           MOVE WRK-LINHA-VALOR      TO WRK-NOTA-LINHA (5).
           MOVE WRK-LINHA-MOTIVO     TO WRK-NOTA-LINHA (6).
           MOVE WRK-LINHA-BRANCO     TO WRK-NOTA-LINHA (7).

           CALL "PROG5S" USING WRK-NOTA-TIPO VIAG-NUMERO
               WRK-NOTA-IMAGEM
           END-CALL.

      *     Viagem anterior a escala (sem registro) nao tem o que
      *     liberar.
       0210-LIBERA-ESCALA           SECTION.

           OPEN I-O ESCALA.

           IF WRK-ESCA-STATUS = "00"
               MOVE VIAG-NUMERO TO ESCA-NUMERO
               READ ESCALA
                   KEY IS ESCA-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ESCA-CANCELADA TO TRUE
                       REWRITE ESCA-REGISTRO
                           INVALID KEY
                               DISPLAY "Erro ao liberar escala da "
                                   "viagem " ESCA-NUMERO
                       END-REWRITE
               END-READ
               CLOSE ESCALA
           END-IF.

       0300-FINALIZAR               SECTION.
           STOP RUN.

