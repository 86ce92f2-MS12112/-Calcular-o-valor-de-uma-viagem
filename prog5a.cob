       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5A.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Rotina de verificacao da escala de despacho
      *==           (arquivo ESCALA), usada pelo PROG4 (online), pelo
      *==           PROG4E/PROG4B (lote) e pelo PROG4Q (confirmacao
      *==           de cotacao) para que todos os caminhos recusem da
      *==           mesma forma um veiculo ou motorista ja escalado em
      *==           outra viagem ativa cujo periodo (saida a retorno)
      *==           se sobrepoe ao pedido. Devolve o numero da viagem
      *==           em conflito, para a mensagem ao operador.

      *== DATA = 03/02/2027
      *== OBSERVAÇOES:
      *======================================


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCALA ASSIGN TO "ESCALA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESCA-NUMERO
               FILE STATUS IS WRK-ESCA-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ESCALA.
           COPY ESCAREC.

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-ESCA-STATUS PIC X(02) VALUE "00".
           77 WRK-FIM-ESCALA  PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-ESCALA VALUE "S".

       LINKAGE                      SECTION.

           77 WRK-PLACA-P        PIC X(07).
           77 WRK-MOTORISTA-P    PIC 9(05).
           77 WRK-DATA-SAIDA-P   PIC 9(08).
           77 WRK-DATA-RETORNO-P PIC 9(08).
           77 WRK-ESC-STATUS-P   PIC X(02).
               88 WRK-ESC-LIVRE          VALUE "00".
               88 WRK-ESC-VEIC-ESCALADO  VALUE "01".
               88 WRK-ESC-MOT-ESCALADO   VALUE "02".
           77 WRK-VIAGEM-CONFLITO-P PIC 9(08).

       PROCEDURE DIVISION USING WRK-PLACA-P WRK-MOTORISTA-P
               WRK-DATA-SAIDA-P WRK-DATA-RETORNO-P WRK-ESC-STATUS-P
               WRK-VIAGEM-CONFLITO-P.

       0100-VERIFICA                SECTION.

           SET WRK-ESC-LIVRE TO TRUE.
           MOVE ZEROES TO WRK-VIAGEM-CONFLITO-P.
           MOVE "N" TO WRK-FIM-ESCALA.

      *     Escala ainda inexistente (status 35) = nenhum compromisso.
           OPEN INPUT ESCALA.

           IF WRK-ESCA-STATUS = "00"
               PERFORM 0110-LE-ESCALA
                   UNTIL WRK-SEM-MAIS-ESCALA
                   OR NOT WRK-ESC-LIVRE
               CLOSE ESCALA
           END-IF.

           GOBACK.

       0110-LE-ESCALA               SECTION.

           READ ESCALA NEXT
               AT END
                   SET WRK-SEM-MAIS-ESCALA TO TRUE
           END-READ.

           IF WRK-ESCA-STATUS NOT = "00"
               SET WRK-SEM-MAIS-ESCALA TO TRUE
           END-IF.

      *     Ha sobreposicao quando a viagem escalada sai antes do
      *     retorno pedido e volta depois da saida pedida.
           IF NOT WRK-SEM-MAIS-ESCALA
               AND ESCA-ATIVA
               AND ESCA-DATA-SAIDA NOT > WRK-DATA-RETORNO-P
               AND ESCA-DATA-RETORNO NOT < WRK-DATA-SAIDA-P
               IF ESCA-PLACA = WRK-PLACA-P
                   SET WRK-ESC-VEIC-ESCALADO TO TRUE
                   MOVE ESCA-NUMERO TO WRK-VIAGEM-CONFLITO-P
               ELSE
                   IF ESCA-MOTORISTA = WRK-MOTORISTA-P
                       SET WRK-ESC-MOT-ESCALADO TO TRUE
                       MOVE ESCA-NUMERO TO WRK-VIAGEM-CONFLITO-P
                   END-IF
               END-IF
           END-IF.



       END PROGRAM PROG5A.
