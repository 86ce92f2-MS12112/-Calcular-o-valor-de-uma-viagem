       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5G.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Rotina de situacao da manutencao preventiva de
      *==           um veiculo: para cada servico ativo do plano do
      *==           seu tipo (PLANMANU) calcula o km e a data limite
      *==           a partir do ultimo servico feito (SERVVEIC) - ou
      *==           do km/data em que o veiculo entrou no controle -
      *==           e compara com o hodometro (FROT-KM-ATUAL) e a
      *==           data de referencia. Devolve a pior situacao do
      *==           veiculo e a tabela dos servicos. Usada pelo
      *==           PROG4C (recusa veiculo vencido) e pelo relatorio
      *==           semanal de servicos PROG5H.

      *== DATA = 17/02/2027
      *== OBSERVAÇOES:
      *======================================


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FROTA ASSIGN TO "FROTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FROT-PLACA
               FILE STATUS IS WRK-FROTA-STATUS.

           SELECT PLANO-MANUTENCAO ASSIGN TO "PLANMANU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-CHAVE
               FILE STATUS IS WRK-PLAN-STATUS.

           SELECT SERVICOS-VEICULO ASSIGN TO "SERVVEIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SERV-CHAVE
               FILE STATUS IS WRK-SERV-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FROTA.
           COPY FROTREC.

       FD  PLANO-MANUTENCAO.
           COPY PLANREC.

       FD  SERVICOS-VEICULO.
           COPY SERVREC.

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-FROTA-STATUS PIC X(02) VALUE "00".
           77 WRK-PLAN-STATUS  PIC X(02) VALUE "00".
           77 WRK-SERV-STATUS  PIC X(02) VALUE "00".
           77 WRK-SERV-ABERTO  PIC X(01) VALUE "N".
               88 WRK-SERVVEIC-ABERTO VALUE "S".
           77 WRK-FIM-PLANO    PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-PLANO VALUE "S".
           77 WRK-SX           PIC 9(04) VALUE ZEROES COMP.
           77 WRK-TIPO-VEICULO PIC X(15) VALUE SPACE.
           77 WRK-KM-INICIAL   PIC 9(07) VALUE ZEROES.
           77 WRK-DATA-INICIAL PIC 9(08) VALUE ZEROES.
           77 WRK-KM-BASE      PIC 9(07) VALUE ZEROES.
           77 WRK-DATA-BASE    PIC 9(08) VALUE ZEROES.
           77 WRK-DATA-MARGEM  PIC 9(08) VALUE ZEROES.
           77 WRK-FUNCAO-CALENDARIO PIC X(01) VALUE "S".
           77 WRK-DIAS-CALENDARIO   PIC S9(05) VALUE ZEROES.

       LINKAGE                      SECTION.

           77 WRK-PLACA-P        PIC X(07).
           77 WRK-DATA-REF-P     PIC 9(08).
           77 WRK-MARGEM-KM-P    PIC 9(06).
           77 WRK-MARGEM-DIAS-P  PIC 9(04).
           77 WRK-KM-ATUAL-P     PIC 9(07).
           77 WRK-MANU-STATUS-P  PIC X(02).
               88 WRK-MANU-EM-DIA         VALUE "00".
               88 WRK-MANU-A-VENCER       VALUE "01".
               88 WRK-MANU-VENCIDA        VALUE "02".
               88 WRK-MANU-VEIC-INVALIDO  VALUE "09".
           01  WRK-SERVICOS-P.
               05  WRK-QTDE-SERV-P       PIC 9(04) COMP.
               05  WRK-SERV-P OCCURS 30 TIMES.
                   10  WRK-SERV-NOME-P        PIC X(20).
                   10  WRK-SERV-SITUACAO-P    PIC X(02).
                   10  WRK-SERV-KM-ULTIMO-P   PIC 9(07).
                   10  WRK-SERV-DATA-ULTIMO-P PIC 9(08).
                   10  WRK-SERV-KM-LIMITE-P   PIC 9(07).
                   10  WRK-SERV-DATA-LIMITE-P PIC 9(08).

       PROCEDURE DIVISION USING WRK-PLACA-P WRK-DATA-REF-P
               WRK-MARGEM-KM-P WRK-MARGEM-DIAS-P WRK-KM-ATUAL-P
               WRK-MANU-STATUS-P WRK-SERVICOS-P.

       0100-SITUACAO                SECTION.

           SET WRK-MANU-EM-DIA TO TRUE.
           MOVE ZEROES TO WRK-QTDE-SERV-P.
           MOVE ZEROES TO WRK-KM-ATUAL-P.
           MOVE "N" TO WRK-FIM-PLANO.
           MOVE "N" TO WRK-SERV-ABERTO.

           OPEN INPUT FROTA.

           MOVE WRK-PLACA-P TO FROT-PLACA.
           READ FROTA
               KEY IS FROT-PLACA
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WRK-FROTA-STATUS NOT = "00"
               SET WRK-MANU-VEIC-INVALIDO TO TRUE
           ELSE
               MOVE FROT-TIPO         TO WRK-TIPO-VEICULO
               MOVE FROT-KM-INICIAL   TO WRK-KM-INICIAL
               MOVE FROT-DATA-INICIAL TO WRK-DATA-INICIAL
               MOVE FROT-KM-ATUAL     TO WRK-KM-ATUAL-P
           END-IF.

           CLOSE FROTA.

           IF NOT WRK-MANU-VEIC-INVALIDO
               PERFORM 0110-CALCULA-MARGEM
               PERFORM 0200-PERCORRE-PLANO
           END-IF.

           GOBACK.

       0110-CALCULA-MARGEM          SECTION.

           MOVE "S" TO WRK-FUNCAO-CALENDARIO.
           MOVE WRK-MARGEM-DIAS-P TO WRK-DIAS-CALENDARIO.

           CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO WRK-DATA-REF-P
               WRK-DIAS-CALENDARIO WRK-DATA-MARGEM
           END-CALL.

      *     Plano sem arquivo (status 35) = veiculo sem servico a
      *     controlar; servico sem arquivo = nenhum servico feito.
       0200-PERCORRE-PLANO          SECTION.

           OPEN INPUT PLANO-MANUTENCAO.

           IF WRK-PLAN-STATUS = "00"
               OPEN INPUT SERVICOS-VEICULO
               IF WRK-SERV-STATUS = "00"
                   SET WRK-SERVVEIC-ABERTO TO TRUE
               END-IF

               MOVE WRK-TIPO-VEICULO TO PLAN-TIPO
               MOVE LOW-VALUES       TO PLAN-SERVICO
               START PLANO-MANUTENCAO
                   KEY IS NOT LESS THAN PLAN-CHAVE
                   INVALID KEY
                       SET WRK-SEM-MAIS-PLANO TO TRUE
               END-START

               PERFORM 0210-LE-PLANO
                   UNTIL WRK-SEM-MAIS-PLANO

               IF WRK-SERVVEIC-ABERTO
                   CLOSE SERVICOS-VEICULO
               END-IF
               CLOSE PLANO-MANUTENCAO
           END-IF.

       0210-LE-PLANO                SECTION.

           READ PLANO-MANUTENCAO NEXT
               AT END
                   SET WRK-SEM-MAIS-PLANO TO TRUE
           END-READ.

           IF WRK-PLAN-STATUS NOT = "00"
               OR PLAN-TIPO NOT = WRK-TIPO-VEICULO
               SET WRK-SEM-MAIS-PLANO TO TRUE
           END-IF.

      *     A tabela guarda ate 30 servicos por tipo de veiculo.
           IF NOT WRK-SEM-MAIS-PLANO
               AND PLAN-ATIVO
               AND WRK-QTDE-SERV-P < 30
               PERFORM 0220-AVALIA-SERVICO
           END-IF.

       0220-AVALIA-SERVICO          SECTION.

           ADD 1 TO WRK-QTDE-SERV-P.
           MOVE WRK-QTDE-SERV-P TO WRK-SX.

           MOVE WRK-KM-INICIAL   TO WRK-KM-BASE.
           MOVE WRK-DATA-INICIAL TO WRK-DATA-BASE.

           IF WRK-SERVVEIC-ABERTO
               MOVE WRK-PLACA-P  TO SERV-PLACA
               MOVE PLAN-SERVICO TO SERV-SERVICO
               READ SERVICOS-VEICULO
                   KEY IS SERV-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-SERV-STATUS = "00"
                   MOVE SERV-KM   TO WRK-KM-BASE
                   MOVE SERV-DATA TO WRK-DATA-BASE
               END-IF
           END-IF.

           MOVE PLAN-SERVICO  TO WRK-SERV-NOME-P (WRK-SX).
           MOVE WRK-KM-BASE   TO WRK-SERV-KM-ULTIMO-P (WRK-SX).
           MOVE WRK-DATA-BASE TO WRK-SERV-DATA-ULTIMO-P (WRK-SX).
           MOVE ZEROES        TO WRK-SERV-KM-LIMITE-P (WRK-SX).
           MOVE ZEROES        TO WRK-SERV-DATA-LIMITE-P (WRK-SX).
           MOVE "00"          TO WRK-SERV-SITUACAO-P (WRK-SX).

           IF PLAN-INTERVALO-KM > ZEROES
               COMPUTE WRK-SERV-KM-LIMITE-P (WRK-SX) =
                   WRK-KM-BASE + PLAN-INTERVALO-KM
           END-IF.

      *     Sem data base (veiculo ainda nao apurado pelo PROG5F) o
      *     criterio por dias fica de fora ate a primeira apuracao.
           IF PLAN-INTERVALO-DIAS > ZEROES
               AND WRK-DATA-BASE > ZEROES
               MOVE "S" TO WRK-FUNCAO-CALENDARIO
               MOVE PLAN-INTERVALO-DIAS TO WRK-DIAS-CALENDARIO
               CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO
                   WRK-DATA-BASE WRK-DIAS-CALENDARIO
                   WRK-SERV-DATA-LIMITE-P (WRK-SX)
               END-CALL
           END-IF.

           IF WRK-SERV-KM-LIMITE-P (WRK-SX) > ZEROES
               AND WRK-KM-ATUAL-P + WRK-MARGEM-KM-P NOT <
                   WRK-SERV-KM-LIMITE-P (WRK-SX)
               MOVE "01" TO WRK-SERV-SITUACAO-P (WRK-SX)
           END-IF.

           IF WRK-SERV-DATA-LIMITE-P (WRK-SX) > ZEROES
               AND WRK-DATA-MARGEM NOT <
                   WRK-SERV-DATA-LIMITE-P (WRK-SX)
               MOVE "01" TO WRK-SERV-SITUACAO-P (WRK-SX)
           END-IF.

           IF WRK-SERV-KM-LIMITE-P (WRK-SX) > ZEROES
               AND WRK-KM-ATUAL-P > WRK-SERV-KM-LIMITE-P (WRK-SX)
               MOVE "02" TO WRK-SERV-SITUACAO-P (WRK-SX)
           END-IF.

           IF WRK-SERV-DATA-LIMITE-P (WRK-SX) > ZEROES
               AND WRK-DATA-REF-P > WRK-SERV-DATA-LIMITE-P (WRK-SX)
               MOVE "02" TO WRK-SERV-SITUACAO-P (WRK-SX)
           END-IF.

           IF WRK-SERV-SITUACAO-P (WRK-SX) > WRK-MANU-STATUS-P
               MOVE WRK-SERV-SITUACAO-P (WRK-SX) TO WRK-MANU-STATUS-P
           END-IF.



       END PROGRAM PROG5G.
