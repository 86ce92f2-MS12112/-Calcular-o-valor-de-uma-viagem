
      *== DATA = 26/08/2026
      *== OBSERVAÇOES:
      *== 31/03/2027 - MATHEUS - Inclusao nasce sem limite de credito
      *==               e com credito normal; limite, liberacao e
      *==               bloqueio sao mantidos so pelo financeiro
      *==               (PROG5K) e pela apuracao diaria (PROG5J).
      *======================================



           SET CLI-ATIVO TO TRUE.

           MOVE ZEROES TO CLI-LIMITE-CREDITO.
           SET CLI-CREDITO-NORMAL TO TRUE.
           MOVE SPACE  TO CLI-MOTIVO-BLOQUEIO.
           MOVE ZEROES TO CLI-DATA-BLOQUEIO.
           MOVE ZEROES TO CLI-LIBERADO-ATE.
           MOVE ZEROES TO CLI-EXPOSICAO.
           MOVE ZEROES TO CLI-DATA-APURACAO.

           WRITE CLI-REGISTRO
               INVALID KEY
                   DISPLAY "Cliente ja cadastrado: " CLI-CODIGO
