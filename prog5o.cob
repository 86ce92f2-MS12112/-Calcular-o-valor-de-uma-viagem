       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5O.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Aprovacao dos precos de combustivel retidos pela
      *==           carga diaria PROG5N (arquivo COMBPEND): lista os
      *==           pendentes, aprova com o valor do feed ou com o
      *==           valor corrigido (vai ao historico COMBHIST e passa
      *==           a ser usado pelo PROG4C/PROG4), recusa (nao vai ao
      *==           historico) e altera a tolerancia de variacao do
      *==           COMBPARM. Aprovacao e recusa guardam operador,
      *==           data e justificativa no proprio COMBPEND.

      *== DATA = 28/04/2027
      *== OBSERVAÇOES:
      *======================================


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECOS-RETIDOS ASSIGN TO "COMBPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPND-CHAVE
               FILE STATUS IS WRK-COMBPEND-STATUS.

           SELECT HISTORICO-COMBUSTIVEL ASSIGN TO "COMBHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMH-CHAVE
               FILE STATUS IS WRK-COMBHIST-STATUS.

           SELECT PARAMETRO-COMBUSTIVEL ASSIGN TO "COMBPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-COMBPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PRECOS-RETIDOS.
           COPY CPNDREC.

       FD  HISTORICO-COMBUSTIVEL.
           COPY COMHREC.

       FD  PARAMETRO-COMBUSTIVEL.
           COPY CPARREC.

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-COMBPEND-STATUS PIC X(02) VALUE "00".
           77 WRK-COMBHIST-STATUS PIC X(02) VALUE "00".
           77 WRK-COMBPARM-STATUS PIC X(02) VALUE "00".
           77 WRK-OPCAO        PIC X(01) VALUE SPACE.
               88 WRK-OP-LISTAR     VALUE "L".
               88 WRK-OP-APROVAR    VALUE "A".
               88 WRK-OP-RECUSAR    VALUE "R".
               88 WRK-OP-TOLERANCIA VALUE "T".
               88 WRK-OP-SAIR       VALUE "S".
           77 WRK-OPERADOR     PIC X(08) VALUE SPACE.
           77 WRK-DATA-ATUAL   PIC 9(08) VALUE ZEROES.
           77 WRK-HORA-ATUAL   PIC 9(08) VALUE ZEROES.
           77 WRK-VALOR-APROVADO PIC 9(08)V99 VALUE ZEROES.
           77 WRK-TOLERANCIA   PIC 9(03)V99 VALUE 10.
           77 WRK-NOVA-TOLERANCIA PIC 9(03)V99 VALUE ZEROES.
           77 WRK-JUSTIFICATIVA PIC X(30) VALUE SPACE.
           77 WRK-FIM-RETIDOS  PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-RETIDO VALUE "S".
           77 WRK-QTDE-PENDENTES PIC 9(06) VALUE ZEROES COMP.
           77 WRK-CONTINUA     PIC X(01) VALUE "S".
               88 WRK-OUTRA-OPERACAO VALUE "S".

      *============== VARIAVEIS DE EDIÇAO ===============
           77 WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
           77 WRK-ANTERIOR-ED  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
           77 WRK-VARIACAO-ED  PIC -ZZZZ9,99 VALUE ZEROES.
           77 WRK-TOLERANCIA-ED PIC ZZ9,99 VALUE ZEROES.
           77 WRK-MOTIVO-ED    PIC X(22) VALUE SPACE.

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

           OPEN I-O PRECOS-RETIDOS.

           IF WRK-COMBPEND-STATUS NOT = "00"
               DISPLAY "ERRO: COMBPEND indisponivel (status "
                   WRK-COMBPEND-STATUS "); rodar a carga PROG5N antes"
                   " - execucao abandonada"
               STOP RUN
           END-IF.

           OPEN I-O HISTORICO-COMBUSTIVEL.

           IF WRK-COMBHIST-STATUS NOT = "00"
               DISPLAY "ERRO: COMBHIST indisponivel (status "
                   WRK-COMBHIST-STATUS ") - execucao abandonada"
               CLOSE PRECOS-RETIDOS
               STOP RUN
           END-IF.

           OPEN INPUT PARAMETRO-COMBUSTIVEL.

           IF WRK-COMBPARM-STATUS = "00"
               READ PARAMETRO-COMBUSTIVEL
                   AT END
                       CONTINUE
               END-READ
               IF WRK-COMBPARM-STATUS = "00"
                   AND CPAR-TOLERANCIA > ZEROES
                   MOVE CPAR-TOLERANCIA TO WRK-TOLERANCIA
               END-IF
               CLOSE PARAMETRO-COMBUSTIVEL
           END-IF.

       0200-RECEBE                  SECTION.

           DISPLAY "Opcao (L-Listar A-Aprovar R-Recusar T-Tolerancia "
               "S-Sair): "
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN WRK-OP-LISTAR
                   PERFORM 0210-LISTA-PENDENTES
               WHEN WRK-OP-APROVAR
                   PERFORM 0230-LE-RETIDO
                   IF WRK-COMBPEND-STATUS = "00"
                       PERFORM 0240-APROVA
                   END-IF
               WHEN WRK-OP-RECUSAR
                   PERFORM 0230-LE-RETIDO
                   IF WRK-COMBPEND-STATUS = "00"
                       PERFORM 0250-RECUSA
                   END-IF
               WHEN WRK-OP-TOLERANCIA
                   PERFORM 0260-ALTERA-TOLERANCIA
               WHEN WRK-OP-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida"
           END-EVALUATE.

           IF WRK-OP-SAIR
               MOVE "N" TO WRK-CONTINUA
           ELSE
               DISPLAY "Outra operacao (S/N)? "
               ACCEPT WRK-CONTINUA
           END-IF.

       0210-LISTA-PENDENTES         SECTION.

           MOVE "N" TO WRK-FIM-RETIDOS.
           MOVE ZEROES TO WRK-QTDE-PENDENTES.
           MOVE LOW-VALUES TO CPND-CHAVE.

           START PRECOS-RETIDOS KEY IS NOT LESS THAN CPND-CHAVE
               INVALID KEY
                   SET WRK-SEM-MAIS-RETIDO TO TRUE
           END-START.

           PERFORM 0220-LE-PROXIMO-RETIDO
               UNTIL WRK-SEM-MAIS-RETIDO.

           DISPLAY "Precos pendentes de aprovacao: " WRK-QTDE-PENDENTES.

       0220-LE-PROXIMO-RETIDO       SECTION.

           READ PRECOS-RETIDOS NEXT
               AT END
                   SET WRK-SEM-MAIS-RETIDO TO TRUE
           END-READ.

           IF WRK-COMBPEND-STATUS NOT = "00"
               SET WRK-SEM-MAIS-RETIDO TO TRUE
           END-IF.

           IF NOT WRK-SEM-MAIS-RETIDO
               AND CPND-PENDENTE
               ADD 1 TO WRK-QTDE-PENDENTES
               PERFORM 0235-MOSTRA-RETIDO
           END-IF.

       0230-LE-RETIDO               SECTION.

           DISPLAY "Data do preco (AAAAMMDD): "
           ACCEPT CPND-DATA.

           DISPLAY "Tipo de combustivel: "
           ACCEPT CPND-TIPO.

           READ PRECOS-RETIDOS
               KEY IS CPND-CHAVE
               INVALID KEY
                   DISPLAY "Preco retido nao encontrado: " CPND-DATA
                       " " CPND-TIPO
           END-READ.

           IF WRK-COMBPEND-STATUS = "00"
               PERFORM 0235-MOSTRA-RETIDO
               IF NOT CPND-PENDENTE
                   DISPLAY "  Ja decidido em " CPND-DATA-DECISAO
                       " por " CPND-OPERADOR
                   MOVE "23" TO WRK-COMBPEND-STATUS
               END-IF
           END-IF.

       0235-MOSTRA-RETIDO           SECTION.

           MOVE CPND-VALOR          TO WRK-VALOR-ED.
           MOVE CPND-VALOR-ANTERIOR TO WRK-ANTERIOR-ED.
           MOVE CPND-VARIACAO       TO WRK-VARIACAO-ED.

           EVALUATE TRUE
               WHEN CPND-VARIACAO-ALTA
                   MOVE "VARIACAO > TOLERANCIA" TO WRK-MOTIVO-ED
               WHEN CPND-DUPLICADO
                   MOVE "VALORES DIVERGENTES" TO WRK-MOTIVO-ED
               WHEN CPND-SEM-HISTORICO
                   MOVE "TIPO SEM HISTORICO" TO WRK-MOTIVO-ED
               WHEN CPND-VALOR-ZERADO
                   MOVE "PRECO ZERADO" TO WRK-MOTIVO-ED
               WHEN OTHER
                   MOVE CPND-MOTIVO TO WRK-MOTIVO-ED
           END-EVALUATE.

           DISPLAY CPND-DATA " " CPND-TIPO " feed " WRK-VALOR-ED
               " anterior " WRK-ANTERIOR-ED " (" CPND-DATA-ANTERIOR
               ") var " WRK-VARIACAO-ED "% - " WRK-MOTIVO-ED.

      *     Valor corrigido serve para o feed que veio com a virgula
      *     fora do lugar; o valor do feed fica guardado no historico.
       0240-APROVA                  SECTION.

           DISPLAY "Valor a aprovar (zeros = valor do feed): "
           ACCEPT WRK-VALOR-APROVADO.

           IF WRK-VALOR-APROVADO = ZEROES
               MOVE CPND-VALOR TO WRK-VALOR-APROVADO
           END-IF.

           IF WRK-VALOR-APROVADO = ZEROES
               DISPLAY "Preco zerado nao pode ser aprovado"
           ELSE
               DISPLAY "Justificativa: "
               ACCEPT WRK-JUSTIFICATIVA
               IF WRK-JUSTIFICATIVA = SPACES
                   DISPLAY "Justificativa obrigatoria na aprovacao"
               ELSE
                   PERFORM 0245-GRAVA-HISTORICO
               END-IF
           END-IF.

       0245-GRAVA-HISTORICO         SECTION.

           ACCEPT WRK-HORA-ATUAL FROM TIME.

           MOVE SPACES             TO COMH-REGISTRO.
           MOVE CPND-DATA          TO COMH-DATA.
           MOVE CPND-TIPO          TO COMH-TIPO.
           MOVE WRK-VALOR-APROVADO TO COMH-VALOR.
           MOVE CPND-VALOR         TO COMH-VALOR-FEED.
           SET COMH-ORIGEM-APROVADO TO TRUE.
           MOVE WRK-OPERADOR       TO COMH-OPERADOR.
           MOVE WRK-DATA-ATUAL     TO COMH-DATA-CARGA.
           MOVE WRK-HORA-ATUAL     TO COMH-HORA-CARGA.

           WRITE COMH-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao gravar COMBHIST " CPND-TIPO
                       " status " WRK-COMBHIST-STATUS
           END-WRITE.

           IF WRK-COMBHIST-STATUS = "00"
               SET CPND-APROVADO        TO TRUE
               MOVE WRK-VALOR-APROVADO  TO CPND-VALOR-APROVADO
               MOVE WRK-OPERADOR        TO CPND-OPERADOR
               MOVE WRK-DATA-ATUAL      TO CPND-DATA-DECISAO
               MOVE WRK-JUSTIFICATIVA   TO CPND-JUSTIFICATIVA
               REWRITE CPND-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao atualizar COMBPEND " CPND-TIPO
                   NOT INVALID KEY
                       MOVE WRK-VALOR-APROVADO TO WRK-VALOR-ED
                       DISPLAY "Preco de " CPND-TIPO " em " CPND-DATA
                           " aprovado: " WRK-VALOR-ED
               END-REWRITE
           END-IF.

       0250-RECUSA                  SECTION.

           DISPLAY "Justificativa: "
           ACCEPT WRK-JUSTIFICATIVA.

           IF WRK-JUSTIFICATIVA = SPACES
               DISPLAY "Justificativa obrigatoria na recusa"
           ELSE
               SET CPND-RECUSADO        TO TRUE
               MOVE ZEROES              TO CPND-VALOR-APROVADO
               MOVE WRK-OPERADOR        TO CPND-OPERADOR
               MOVE WRK-DATA-ATUAL      TO CPND-DATA-DECISAO
               MOVE WRK-JUSTIFICATIVA   TO CPND-JUSTIFICATIVA
               REWRITE CPND-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao atualizar COMBPEND " CPND-TIPO
                   NOT INVALID KEY
                       DISPLAY "Preco de " CPND-TIPO " em " CPND-DATA
                           " recusado"
               END-REWRITE
           END-IF.

      *     A nova tolerancia vale a partir da proxima carga; os ja
      *     retidos continuam esperando decisao.
       0260-ALTERA-TOLERANCIA       SECTION.

           MOVE WRK-TOLERANCIA TO WRK-TOLERANCIA-ED.
           DISPLAY "Tolerancia atual: " WRK-TOLERANCIA-ED "%".

           DISPLAY "Nova tolerancia (%): "
           ACCEPT WRK-NOVA-TOLERANCIA.

           IF WRK-NOVA-TOLERANCIA = ZEROES
               DISPLAY "Tolerancia deve ser maior que zero"
           ELSE
               OPEN OUTPUT PARAMETRO-COMBUSTIVEL
               MOVE WRK-NOVA-TOLERANCIA TO CPAR-TOLERANCIA
               MOVE WRK-OPERADOR        TO CPAR-OPERADOR
               MOVE WRK-DATA-ATUAL      TO CPAR-DATA
               WRITE CPAR-REGISTRO
               CLOSE PARAMETRO-COMBUSTIVEL
               MOVE WRK-NOVA-TOLERANCIA TO WRK-TOLERANCIA
               MOVE WRK-TOLERANCIA TO WRK-TOLERANCIA-ED
               DISPLAY "Tolerancia alterada para " WRK-TOLERANCIA-ED
                   "%"
           END-IF.

       0300-FINALIZAR               SECTION.

           CLOSE PRECOS-RETIDOS.
           CLOSE HISTORICO-COMBUSTIVEL.

           STOP RUN.



       END PROGRAM PROG5O.
