       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5K.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Manutencao do credito dos clientes pelo
      *==           financeiro (uso restrito ao financeiro): define o
      *==           limite de credito do cliente (zero = sem controle),
      *==           libera o cliente bloqueado pelo PROG5J ate uma
      *==           data, com justificativa, e revoga a liberacao
      *==           dada. Enquanto liberado o cliente passa no PROG4D
      *==           e a apuracao diaria nao o bloqueia; vencida a
      *==           data volta a valer a regra. Toda acao grava o
      *==           operador, data/hora e a situacao antes e depois
      *==           no jornal CREDJRNL.

      *== DATA = 31/03/2027
      *== OBSERVAÇOES:
      *======================================


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT JORNAL ASSIGN TO "CREDJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-JORNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.
           COPY CLIREC.

       FD  JORNAL.
           COPY CJRNREC.

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-CLI-STATUS   PIC X(02) VALUE "00".
           77 WRK-JORNAL-STATUS PIC X(02) VALUE "00".
           77 WRK-OPCAO        PIC X(01) VALUE SPACE.
               88 WRK-OP-LIMITE     VALUE "L".
               88 WRK-OP-LIBERAR    VALUE "F".
               88 WRK-OP-REVOGAR    VALUE "R".
               88 WRK-OP-SAIR       VALUE "S".
           77 WRK-OPERADOR     PIC X(08) VALUE SPACE.
           77 WRK-DATA-ATUAL   PIC 9(08) VALUE ZEROES.
           77 WRK-HORA-ATUAL   PIC 9(08) VALUE ZEROES.
           77 WRK-LIMITE-ANTES PIC 9(10)V99 VALUE ZEROES.
           77 WRK-SITUACAO-ANTES PIC X(01) VALUE SPACE.
           77 WRK-LIBERADO-ATE PIC 9(08) VALUE ZEROES.
           77 WRK-DATA-CONFERIDA PIC 9(08) VALUE ZEROES.
           77 WRK-FUNCAO-CALENDARIO PIC X(01) VALUE "S".
           77 WRK-DIAS-CALENDARIO   PIC S9(05) VALUE ZEROES.
           77 WRK-DIAS-LIBERACAO    PIC S9(05) VALUE +30.
           77 WRK-JUSTIFICATIVA PIC X(30) VALUE SPACE.
           77 WRK-OP-STATUS    PIC X(01) VALUE "N".
               88 WRK-OP-EFETIVADA VALUE "S".
           77 WRK-CONTINUA     PIC X(01) VALUE "S".
               88 WRK-OUTRA-OPERACAO VALUE "S".

      *============== VARIAVEIS DE EDIÇAO ===============
           77 WRK-LIMITE-ED    PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
           77 WRK-EXPOSICAO-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       PROCEDURE DIVISION.

       0000-INICIO                  SECTION.

           PERFORM 0100-ABRE-ARQUIVOS.

           PERFORM 0200-RECEBE
               UNTIL NOT WRK-OUTRA-OPERACAO.

           PERFORM 0300-FINALIZAR.

       0100-ABRE-ARQUIVOS           SECTION.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           DISPLAY "Operador: "
           ACCEPT WRK-OPERADOR.

           IF WRK-OPERADOR = SPACES
               DISPLAY "Operador obrigatorio - execucao abandonada"
               STOP RUN
           END-IF.

           OPEN I-O CLIENTES.

           IF WRK-CLI-STATUS NOT = "00"
               DISPLAY "ERRO: CLIMAST indisponivel (status "
                   WRK-CLI-STATUS ") - execucao abandonada"
               STOP RUN
           END-IF.

       0200-RECEBE                  SECTION.

           MOVE "N" TO WRK-OP-STATUS.

           DISPLAY "Opcao (L-Limite F-Liberar R-Revogar liberacao "
               "S-Sair): "
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN WRK-OP-LIMITE
                   PERFORM 0210-LE-CLIENTE
                   IF WRK-CLI-STATUS = "00"
                       PERFORM 0220-ALTERA-LIMITE
                   END-IF
               WHEN WRK-OP-LIBERAR
                   PERFORM 0210-LE-CLIENTE
                   IF WRK-CLI-STATUS = "00"
                       PERFORM 0230-LIBERA
                   END-IF
               WHEN WRK-OP-REVOGAR
                   PERFORM 0210-LE-CLIENTE
                   IF WRK-CLI-STATUS = "00"
                       PERFORM 0240-REVOGA
                   END-IF
               WHEN WRK-OP-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida"
           END-EVALUATE.

           IF WRK-OP-EFETIVADA
               PERFORM 0250-GRAVA-JORNAL
           END-IF.

           IF WRK-OP-SAIR
               MOVE "N" TO WRK-CONTINUA
           ELSE
               DISPLAY "Outra operacao (S/N)? "
               ACCEPT WRK-CONTINUA
           END-IF.

       0210-LE-CLIENTE              SECTION.

           DISPLAY "Codigo do cliente: "
           ACCEPT CLI-CODIGO.

           READ CLIENTES
               KEY IS CLI-CODIGO
               INVALID KEY
                   DISPLAY "Cliente nao encontrado: " CLI-CODIGO
           END-READ.

           IF WRK-CLI-STATUS = "00"
               MOVE CLI-LIMITE-CREDITO   TO WRK-LIMITE-ANTES
               MOVE CLI-SITUACAO-CREDITO TO WRK-SITUACAO-ANTES
               MOVE CLI-LIMITE-CREDITO   TO WRK-LIMITE-ED
               MOVE CLI-EXPOSICAO        TO WRK-EXPOSICAO-ED
               DISPLAY "Cliente " CLI-CODIGO " - " CLI-NOME
               DISPLAY "  Limite atual........: " WRK-LIMITE-ED
               DISPLAY "  Exposicao em " CLI-DATA-APURACAO ": "
                   WRK-EXPOSICAO-ED
               EVALUATE TRUE
                   WHEN CLI-CREDITO-BLOQUEADO
                       DISPLAY "  Credito BLOQUEADO desde "
                           CLI-DATA-BLOQUEIO " (motivo "
                           CLI-MOTIVO-BLOQUEIO ")"
                   WHEN CLI-CREDITO-LIBERADO
                       DISPLAY "  Credito LIBERADO pelo financeiro "
                           "ate " CLI-LIBERADO-ATE
                   WHEN OTHER
                       DISPLAY "  Credito normal"
               END-EVALUATE
           END-IF.

      *     O novo limite so passa a valer para o bloqueio na proxima
      *     apuracao do PROG5J.
       0220-ALTERA-LIMITE           SECTION.

           DISPLAY "Novo limite de credito (zeros = sem controle): "
           ACCEPT CLI-LIMITE-CREDITO.

           MOVE SPACES TO WRK-JUSTIFICATIVA.
           MOVE ZEROES TO WRK-LIBERADO-ATE.

           REWRITE CLI-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao alterar limite " CLI-CODIGO
               NOT INVALID KEY
                   SET WRK-OP-EFETIVADA TO TRUE
           END-REWRITE.

       0230-LIBERA                  SECTION.

           DISPLAY "Liberado ate (AAAAMMDD, zeros = 30 dias): "
           ACCEPT WRK-LIBERADO-ATE.

           MOVE "S" TO WRK-FUNCAO-CALENDARIO.

           IF WRK-LIBERADO-ATE = ZEROES
               MOVE WRK-DIAS-LIBERACAO TO WRK-DIAS-CALENDARIO
               CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO
                   WRK-DATA-ATUAL WRK-DIAS-CALENDARIO WRK-LIBERADO-ATE
               END-CALL
           END-IF.

           MOVE ZEROES TO WRK-DIAS-CALENDARIO.
           CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO WRK-LIBERADO-ATE
               WRK-DIAS-CALENDARIO WRK-DATA-CONFERIDA
           END-CALL.

           IF WRK-DATA-CONFERIDA = ZEROES
               OR WRK-LIBERADO-ATE < WRK-DATA-ATUAL
               DISPLAY "Data da liberacao invalida: " WRK-LIBERADO-ATE
           ELSE
               DISPLAY "Justificativa: "
               ACCEPT WRK-JUSTIFICATIVA
               IF WRK-JUSTIFICATIVA = SPACES
                   DISPLAY "Justificativa obrigatoria na liberacao"
               ELSE
                   SET CLI-CREDITO-LIBERADO TO TRUE
                   MOVE WRK-LIBERADO-ATE TO CLI-LIBERADO-ATE
                   REWRITE CLI-REGISTRO
                       INVALID KEY
                           DISPLAY "Erro ao liberar " CLI-CODIGO
                       NOT INVALID KEY
                           SET WRK-OP-EFETIVADA TO TRUE
                           DISPLAY "Cliente " CLI-CODIGO
                               " liberado ate " CLI-LIBERADO-ATE
                   END-REWRITE
               END-IF
           END-IF.

      *     Cliente que estava bloqueado volta ao bloqueio na hora;
      *     liberado sem bloqueio anterior volta ao normal e fica
      *     com a proxima apuracao do PROG5J.
       0240-REVOGA                  SECTION.

           IF NOT CLI-CREDITO-LIBERADO
               DISPLAY "Cliente " CLI-CODIGO " sem liberacao do "
                   "financeiro"
           ELSE
               DISPLAY "Justificativa: "
               ACCEPT WRK-JUSTIFICATIVA
               IF WRK-JUSTIFICATIVA = SPACES
                   DISPLAY "Justificativa obrigatoria na revogacao"
               ELSE
                   IF CLI-MOTIVO-BLOQUEIO = SPACE
                       SET CLI-CREDITO-NORMAL TO TRUE
                   ELSE
                       SET CLI-CREDITO-BLOQUEADO TO TRUE
                       MOVE WRK-DATA-ATUAL TO CLI-DATA-BLOQUEIO
                   END-IF
                   MOVE ZEROES TO CLI-LIBERADO-ATE
                   MOVE ZEROES TO WRK-LIBERADO-ATE
                   REWRITE CLI-REGISTRO
                       INVALID KEY
                           DISPLAY "Erro ao revogar " CLI-CODIGO
                       NOT INVALID KEY
                           SET WRK-OP-EFETIVADA TO TRUE
                           DISPLAY "Liberacao do cliente " CLI-CODIGO
                               " revogada"
                   END-REWRITE
               END-IF
           END-IF.

       0250-GRAVA-JORNAL            SECTION.

           ACCEPT WRK-HORA-ATUAL FROM TIME.

           OPEN EXTEND JORNAL.

           IF WRK-JORNAL-STATUS = "35"
               OPEN OUTPUT JORNAL
           END-IF.

           MOVE WRK-OPERADOR         TO CJRN-OPERADOR.
           MOVE WRK-DATA-ATUAL       TO CJRN-DATA.
           MOVE WRK-HORA-ATUAL       TO CJRN-HORA.
           MOVE WRK-OPCAO            TO CJRN-OPERACAO.
           MOVE CLI-CODIGO           TO CJRN-CLIENTE.
           MOVE WRK-LIMITE-ANTES     TO CJRN-LIMITE-ANTES.
           MOVE CLI-LIMITE-CREDITO   TO CJRN-LIMITE-DEPOIS.
           MOVE WRK-SITUACAO-ANTES   TO CJRN-SITUACAO-ANTES.
           MOVE CLI-SITUACAO-CREDITO TO CJRN-SITUACAO-DEPOIS.
           MOVE WRK-LIBERADO-ATE     TO CJRN-LIBERADO-ATE.
           MOVE WRK-JUSTIFICATIVA    TO CJRN-JUSTIFICATIVA.

           WRITE CJRN-REGISTRO.

           CLOSE JORNAL.

       0300-FINALIZAR               SECTION.

           CLOSE CLIENTES.

           STOP RUN.



       END PROGRAM PROG5K.
