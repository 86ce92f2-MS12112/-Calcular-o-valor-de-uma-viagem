       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5S.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Rotina de arquivamento das notas emitidas
      *==           (arquivo NOTAMAST), chamada logo depois da
      *==           impressao: nota da viagem (tipo V, imagem do
      *==           IMP-REGISTRO do VIAGIMP) pelo PROG4, PROG4B e
      *==           PROG4Q; nota de cancelamento/credito (tipo C, as
      *==           linhas do CANCIMP) pelo PROG4K. Data e hora da
      *==           emissao sao apanhadas aqui. A segunda via e
      *==           impressa pelo PROG5R a partir deste arquivo.

      *== DATA = 26/05/2027
      *== OBSERVAÇOES:
      *== 09/06/2027 - MATHEUS - NOTAMAST com chave alternada por
      *==               NOTA-DATA-EMISSAO (leitura do dia pelo PROG5U).
      *======================================


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS-EMITIDAS ASSIGN TO "NOTAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTA-CHAVE
               ALTERNATE RECORD KEY IS NOTA-DATA-EMISSAO
                   WITH DUPLICATES
               FILE STATUS IS WRK-NOTA-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  NOTAS-EMITIDAS.
           COPY NOTAREC.

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-NOTA-STATUS  PIC X(02) VALUE "00".
           77 WRK-DATA-ATUAL   PIC 9(08) VALUE ZEROES.
           77 WRK-HORA-ATUAL   PIC 9(08) VALUE ZEROES.

       LINKAGE                      SECTION.

           77 WRK-NOTA-TIPO-P      PIC X(01).
           77 WRK-NOTA-NUMERO-P    PIC 9(08).
           77 WRK-NOTA-IMAGEM-P    PIC X(560).

       PROCEDURE DIVISION USING WRK-NOTA-TIPO-P WRK-NOTA-NUMERO-P
               WRK-NOTA-IMAGEM-P.

       0100-ARQUIVA-NOTA            SECTION.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.

           OPEN I-O NOTAS-EMITIDAS.

           IF WRK-NOTA-STATUS = "35"
               OPEN OUTPUT NOTAS-EMITIDAS
           END-IF.

           IF WRK-NOTA-STATUS NOT = "00"
               DISPLAY "NOTAMAST indisponivel (status "
                   WRK-NOTA-STATUS "); nota nao arquivada para "
                   "a viagem " WRK-NOTA-NUMERO-P
           ELSE
               MOVE WRK-NOTA-NUMERO-P TO NOTA-NUMERO
               MOVE WRK-NOTA-TIPO-P   TO NOTA-TIPO
               MOVE WRK-DATA-ATUAL    TO NOTA-DATA-EMISSAO
               MOVE WRK-HORA-ATUAL    TO NOTA-HORA-EMISSAO
               MOVE WRK-NOTA-IMAGEM-P TO NOTA-IMAGEM

               WRITE NOTA-REGISTRO
                   INVALID KEY
                       DISPLAY "Nota " NOTA-TIPO " da viagem "
                           NOTA-NUMERO " ja arquivada; mantida a "
                           "primeira emissao"
               END-WRITE

               CLOSE NOTAS-EMITIDAS
           END-IF.

           GOBACK.



       END PROGRAM PROG5S.
