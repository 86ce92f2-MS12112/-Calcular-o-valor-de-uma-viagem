
      *== DATA = 26/08/2026
      *== OBSERVAÇOES:
      *== 31/03/2027 - MATHEUS - Cliente com credito bloqueado pelo
      *==               PROG5J (limite estourado ou atraso acima de
      *==               60 dias) devolve o status 03; liberacao do
      *==               financeiro no PROG5K mantem o status 00.
      *======================================


               88 WRK-CLI-OK             VALUE "00".
               88 WRK-CLI-NAO-CADASTRADO VALUE "01".
               88 WRK-CLI-DESATIVADO     VALUE "02".
               88 WRK-CLI-BLOQUEADO      VALUE "03".

       PROCEDURE DIVISION USING WRK-CLIENTE-P WRK-NOME-P
               WRK-CLI-STATUS-P.
                   SET WRK-CLI-DESATIVADO TO TRUE
               ELSE
                   MOVE CLI-NOME    TO WRK-NOME-P
                   IF CLI-CREDITO-BLOQUEADO
                       SET WRK-CLI-BLOQUEADO TO TRUE
                   ELSE
                       SET WRK-CLI-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

