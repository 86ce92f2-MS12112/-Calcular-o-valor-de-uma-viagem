       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5D.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Manutencao do plano de manutencao preventiva
      *==           (PLANMANU) por tipo de veiculo - inclui, altera e
      *==           desativa servicos (troca de oleo, pneus,
      *==           revisao...) com o intervalo em km e/ou em dias.
      *==           Base da rotina PROG5G, que recusa no PROG4C o
      *==           veiculo com servico vencido, e do relatorio
      *==           semanal PROG5H.

      *== DATA = 17/02/2027
      *== OBSERVAÇOES:
      *======================================


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-MANUTENCAO ASSIGN TO "PLANMANU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-CHAVE
               FILE STATUS IS WRK-PLAN-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PLANO-MANUTENCAO.
           COPY PLANREC.

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-PLAN-STATUS  PIC X(02) VALUE "00".
           77 WRK-INTERVALO    PIC X(01) VALUE "N".
               88 WRK-INTERVALO-VALIDO VALUE "S".
           77 WRK-OPCAO        PIC X(01) VALUE SPACE.
               88 WRK-OP-INCLUIR    VALUE "I".
               88 WRK-OP-ALTERAR    VALUE "A".
               88 WRK-OP-DESATIVAR  VALUE "D".
               88 WRK-OP-SAIR       VALUE "S".

       PROCEDURE DIVISION.

       0000-INICIO                  SECTION.

           PERFORM 0100-RECEBE.

           PERFORM 0300-FINALIZAR.

       0100-RECEBE                  SECTION.

           OPEN I-O PLANO-MANUTENCAO.

           IF WRK-PLAN-STATUS = "35"
               OPEN OUTPUT PLANO-MANUTENCAO
           END-IF.

           DISPLAY "Opcao (I-Incluir A-Alterar D-Desativar S-Sair): "
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN WRK-OP-INCLUIR
                   PERFORM 0110-INCLUI
               WHEN WRK-OP-ALTERAR
                   PERFORM 0120-ALTERA
               WHEN WRK-OP-DESATIVAR
                   PERFORM 0130-DESATIVA
               WHEN WRK-OP-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida"
           END-EVALUATE.

           CLOSE PLANO-MANUTENCAO.

       0110-INCLUI                  SECTION.

           DISPLAY "Tipo de veiculo: "
           ACCEPT PLAN-TIPO.

           DISPLAY "Servico: "
           ACCEPT PLAN-SERVICO.

           PERFORM 0140-RECEBE-INTERVALO.

           IF WRK-INTERVALO-VALIDO
               SET PLAN-ATIVO TO TRUE

               WRITE PLAN-REGISTRO
                   INVALID KEY
                       DISPLAY "Servico ja cadastrado: "
                           PLAN-TIPO " / " PLAN-SERVICO
               END-WRITE
           END-IF.

       0120-ALTERA                  SECTION.

           DISPLAY "Tipo de veiculo: "
           ACCEPT PLAN-TIPO.

           DISPLAY "Servico: "
           ACCEPT PLAN-SERVICO.

           READ PLANO-MANUTENCAO
               KEY IS PLAN-CHAVE
               INVALID KEY
                   DISPLAY "Servico nao encontrado: "
                       PLAN-TIPO " / " PLAN-SERVICO
           END-READ.

           IF WRK-PLAN-STATUS = "00"
               PERFORM 0140-RECEBE-INTERVALO

               IF WRK-INTERVALO-VALIDO
                   SET PLAN-ATIVO TO TRUE

                   REWRITE PLAN-REGISTRO
                       INVALID KEY
                           DISPLAY "Erro ao alterar servico "
                               PLAN-TIPO " / " PLAN-SERVICO
                   END-REWRITE
               END-IF
           END-IF.

       0130-DESATIVA                SECTION.

           DISPLAY "Tipo de veiculo: "
           ACCEPT PLAN-TIPO.

           DISPLAY "Servico: "
           ACCEPT PLAN-SERVICO.

           READ PLANO-MANUTENCAO
               KEY IS PLAN-CHAVE
               INVALID KEY
                   DISPLAY "Servico nao encontrado: "
                       PLAN-TIPO " / " PLAN-SERVICO
           END-READ.

           IF WRK-PLAN-STATUS = "00"
               SET PLAN-INATIVO TO TRUE

               REWRITE PLAN-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao desativar servico "
                           PLAN-TIPO " / " PLAN-SERVICO
               END-REWRITE
           END-IF.

      *     Zero num intervalo = criterio nao controlado; pelo menos
      *     um dos dois tem de ser informado.
       0140-RECEBE-INTERVALO        SECTION.

           MOVE "N" TO WRK-INTERVALO.

           DISPLAY "Intervalo em km (zeros = sem controle por km): "
           ACCEPT PLAN-INTERVALO-KM.

           DISPLAY "Intervalo em dias (zeros = sem controle por "
               "data): "
           ACCEPT PLAN-INTERVALO-DIAS.

           IF PLAN-INTERVALO-KM = ZEROES
               AND PLAN-INTERVALO-DIAS = ZEROES
               DISPLAY "Informar intervalo em km ou em dias"
           ELSE
               SET WRK-INTERVALO-VALIDO TO TRUE
           END-IF.

       0300-FINALIZAR               SECTION.
           STOP RUN.



       END PROGRAM PROG5D.
