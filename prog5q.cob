       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5Q.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Manutencao do cadastro de trechos entre destinos
      *==           (TRECMAST) usado pelo PROG4C no roteiro com mais
      *==           de uma parada - km de um sentido entre duas
      *==           paradas. O trecho vale para os dois sentidos e so
      *==           e cadastrado uma vez; origem e destino precisam
      *==           estar no DESTMAST.

      *== DATA = 12/05/2027
      *== OBSERVAÇOES:
      *== 16/06/2027 - MATHEUS - TRECMAST criado na primeira execucao
      *==               (status 35); sem o DESTMAST a execucao e
      *==               abandonada.
      *== 30/06/2027 - MATHEUS - Alteracao e exclusao acham o trecho
      *==               tambem informado no sentido inverso.
      *======================================


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRECHOS ASSIGN TO "TRECMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TREC-CHAVE
               FILE STATUS IS WRK-TREC-STATUS.

           SELECT DESTINOS ASSIGN TO "DESTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEST-NOME
               FILE STATUS IS WRK-DEST-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TRECHOS.
           COPY TRECREC.

       FD  DESTINOS.
           COPY DESTREC.

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-TREC-STATUS  PIC X(02) VALUE "00".
           77 WRK-DEST-STATUS  PIC X(02) VALUE "00".
           77 WRK-OPCAO        PIC X(01) VALUE SPACE.
               88 WRK-OP-INCLUIR    VALUE "I".
               88 WRK-OP-ALTERAR    VALUE "A".
               88 WRK-OP-EXCLUIR    VALUE "E".
               88 WRK-OP-SAIR       VALUE "S".
           77 WRK-ORIGEM       PIC X(20) VALUE SPACE.
           77 WRK-DESTINO      PIC X(20) VALUE SPACE.
           77 WRK-KM           PIC 9(06) VALUE ZEROES.
           77 WRK-TRECHO-OK    PIC X(01) VALUE "N".
               88 WRK-TRECHO-VALIDO VALUE "S".

       PROCEDURE DIVISION.

       0000-INICIO                  SECTION.

           PERFORM 0100-RECEBE.

           PERFORM 0300-FINALIZAR.

       0100-RECEBE                  SECTION.

           OPEN I-O TRECHOS.

           IF WRK-TREC-STATUS = "35"
               OPEN OUTPUT TRECHOS
           END-IF.

           OPEN INPUT DESTINOS.

           IF WRK-DEST-STATUS NOT = "00"
               DISPLAY "ERRO: DESTMAST indisponivel (status "
                   WRK-DEST-STATUS ") - execucao abandonada"
               CLOSE TRECHOS
               STOP RUN
           END-IF.

           DISPLAY "Opcao (I-Incluir A-Alterar E-Excluir S-Sair): "
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN WRK-OP-INCLUIR
                   PERFORM 0110-INCLUI
               WHEN WRK-OP-ALTERAR
                   PERFORM 0120-ALTERA
               WHEN WRK-OP-EXCLUIR
                   PERFORM 0130-EXCLUI
               WHEN WRK-OP-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida"
           END-EVALUATE.

           CLOSE TRECHOS.
           CLOSE DESTINOS.

       0110-INCLUI                  SECTION.

           DISPLAY "Origem: "
           ACCEPT WRK-ORIGEM.

           DISPLAY "Destino: "
           ACCEPT WRK-DESTINO.

           DISPLAY "Km do trecho (um sentido): "
           ACCEPT WRK-KM.

           PERFORM 0140-VALIDA-TRECHO.

           IF WRK-TRECHO-VALIDO
      *         O mesmo trecho no sentido inverso ja atende o PROG4C.
               MOVE WRK-DESTINO TO TREC-ORIGEM
               MOVE WRK-ORIGEM  TO TREC-DESTINO
               READ TRECHOS
                   KEY IS TREC-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-TREC-STATUS = "00"
                   DISPLAY "Trecho ja cadastrado no sentido inverso: "
                       WRK-DESTINO " - " WRK-ORIGEM
               ELSE
                   MOVE WRK-ORIGEM  TO TREC-ORIGEM
                   MOVE WRK-DESTINO TO TREC-DESTINO
                   MOVE WRK-KM      TO TREC-KM
                   WRITE TREC-REGISTRO
                       INVALID KEY
                           DISPLAY "Trecho ja cadastrado: "
                               TREC-ORIGEM " - " TREC-DESTINO
                   END-WRITE
               END-IF
           END-IF.

       0120-ALTERA                  SECTION.

           DISPLAY "Origem do trecho a alterar: "
           ACCEPT WRK-ORIGEM.

           DISPLAY "Destino do trecho a alterar: "
           ACCEPT WRK-DESTINO.

           PERFORM 0150-LOCALIZA-TRECHO.

           IF WRK-TREC-STATUS = "00"
               DISPLAY "Novo km do trecho (um sentido): "
               ACCEPT TREC-KM

               IF TREC-KM = ZEROES
                   DISPLAY "Km do trecho deve ser maior que zero"
               ELSE
                   REWRITE TREC-REGISTRO
                       INVALID KEY
                           DISPLAY "Erro ao alterar "
                               TREC-ORIGEM " - " TREC-DESTINO
                   END-REWRITE
               END-IF
           END-IF.

       0130-EXCLUI                  SECTION.

           DISPLAY "Origem do trecho a excluir: "
           ACCEPT WRK-ORIGEM.

           DISPLAY "Destino do trecho a excluir: "
           ACCEPT WRK-DESTINO.

           PERFORM 0150-LOCALIZA-TRECHO.

           IF WRK-TREC-STATUS = "00"
               DELETE TRECHOS
                   INVALID KEY
                       DISPLAY "Erro ao excluir "
                           TREC-ORIGEM " - " TREC-DESTINO
               END-DELETE
           END-IF.

       0140-VALIDA-TRECHO           SECTION.

           MOVE "S" TO WRK-TRECHO-OK.

           IF WRK-ORIGEM = WRK-DESTINO
               DISPLAY "Origem e destino do trecho sao iguais"
               MOVE "N" TO WRK-TRECHO-OK
           END-IF.

           IF WRK-KM = ZEROES
               DISPLAY "Km do trecho deve ser maior que zero"
               MOVE "N" TO WRK-TRECHO-OK
           END-IF.

           MOVE WRK-ORIGEM TO DEST-NOME.
           READ DESTINOS
               KEY IS DEST-NOME
               INVALID KEY
                   DISPLAY "Origem fora do cadastro: " WRK-ORIGEM
                   MOVE "N" TO WRK-TRECHO-OK
           END-READ.

           MOVE WRK-DESTINO TO DEST-NOME.
           READ DESTINOS
               KEY IS DEST-NOME
               INVALID KEY
                   DISPLAY "Destino fora do cadastro: " WRK-DESTINO
                   MOVE "N" TO WRK-TRECHO-OK
           END-READ.

      *     O trecho e cadastrado num sentido so e vale para os dois:
      *     procura como informado e, nao achando, no sentido inverso
      *     (como o PROG4C na 0105-BUSCA-TRECHO).
       0150-LOCALIZA-TRECHO         SECTION.

           MOVE WRK-ORIGEM  TO TREC-ORIGEM.
           MOVE WRK-DESTINO TO TREC-DESTINO.
           READ TRECHOS
               KEY IS TREC-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WRK-TREC-STATUS NOT = "00"
               MOVE WRK-DESTINO TO TREC-ORIGEM
               MOVE WRK-ORIGEM  TO TREC-DESTINO
               READ TRECHOS
                   KEY IS TREC-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

           IF WRK-TREC-STATUS NOT = "00"
               DISPLAY "Trecho nao encontrado: "
                   WRK-ORIGEM " - " WRK-DESTINO
           END-IF.

       0300-FINALIZAR               SECTION.
           STOP RUN.



       END PROGRAM PROG5Q.
