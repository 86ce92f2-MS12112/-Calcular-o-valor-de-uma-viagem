       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5T.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Manutencao da tabela de contas contabeis por
      *==           evento (CTBMAP) usada pelo PROG5U na exportacao
      *==           diaria para a contabilidade geral - inclui,
      *==           altera e desativa a conta a debito e a credito de
      *==           cada evento, por regiao (RV, EV), por codigo de
      *==           imposto do TAXMAST (IM) ou padrao (qualificador
      *==           em branco). Toda operacao grava no jornal
      *==           CTBMJRNL o operador, data/hora e as imagens antes
      *==           e depois, como o TAXJRNL do PROG4A.

      *== DATA = 09/06/2027
      *== OBSERVAÇOES:
      *======================================


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-EVENTO ASSIGN TO "CTBMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMAP-CHAVE
               FILE STATUS IS WRK-CMAP-STATUS.

           SELECT IMPOSTOS ASSIGN TO "TAXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-CODIGO
               FILE STATUS IS WRK-TAX-STATUS.

           SELECT JORNAL ASSIGN TO "CTBMJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-JORNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTAS-EVENTO.
           COPY CMAPREC.

       FD  IMPOSTOS.
           COPY TAXREC.

       FD  JORNAL.
           COPY AUDIREC.

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-CMAP-STATUS  PIC X(02) VALUE "00".
           77 WRK-TAX-STATUS   PIC X(02) VALUE "00".
           77 WRK-JORNAL-STATUS PIC X(02) VALUE "00".
           77 WRK-OPERADOR     PIC X(08) VALUE SPACE.
           77 WRK-DATA-ATUAL   PIC 9(08) VALUE ZEROES.
           77 WRK-HORA-ATUAL   PIC 9(08) VALUE ZEROES.
           77 WRK-IMAGEM-ANTES PIC X(46) VALUE SPACE.
           77 WRK-OP-STATUS    PIC X(01) VALUE "N".
               88 WRK-OP-EFETIVADA VALUE "S".
           77 WRK-CONTAS-OK    PIC X(01) VALUE "N".
               88 WRK-CONTAS-VALIDAS VALUE "S".
           77 WRK-CHAVE-OK     PIC X(01) VALUE "N".
               88 WRK-CHAVE-VALIDA VALUE "S".
           77 WRK-EVENTO       PIC X(02) VALUE SPACE.
               88 WRK-EVT-POR-REGIAO  VALUE "RV" "EV".
               88 WRK-EVT-POR-IMPOSTO VALUE "IM".
               88 WRK-EVT-SEM-QUALIF  VALUE "FT" "RC" "RX" "MP" "MD".
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

           OPEN I-O CONTAS-EVENTO.

           IF WRK-CMAP-STATUS = "35"
               OPEN OUTPUT CONTAS-EVENTO
           END-IF.

           DISPLAY "Operador: "
           ACCEPT WRK-OPERADOR.

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

           CLOSE CONTAS-EVENTO.

       0110-INCLUI                  SECTION.

           PERFORM 0160-RECEBE-CHAVE.

           IF WRK-CHAVE-VALIDA
               PERFORM 0140-RECEBE-DADOS

               IF WRK-CONTAS-VALIDAS
                   SET CMAP-ATIVO TO TRUE

                   MOVE "N" TO WRK-OP-STATUS

                   WRITE CMAP-REGISTRO
                       INVALID KEY
                           DISPLAY "Evento ja cadastrado: "
                               CMAP-EVENTO " " CMAP-QUALIFICADOR
                       NOT INVALID KEY
                           SET WRK-OP-EFETIVADA TO TRUE
                   END-WRITE

                   IF WRK-OP-EFETIVADA
                       MOVE SPACES TO WRK-IMAGEM-ANTES
                       PERFORM 0150-GRAVA-JORNAL
                   END-IF
               END-IF
           END-IF.

       0120-ALTERA                  SECTION.

           DISPLAY "Evento a alterar: "
           ACCEPT CMAP-EVENTO.

           DISPLAY "Qualificador (regiao, imposto ou branco): "
           ACCEPT CMAP-QUALIFICADOR.

           READ CONTAS-EVENTO
               KEY IS CMAP-CHAVE
               INVALID KEY
                   DISPLAY "Evento nao encontrado: "
                       CMAP-EVENTO " " CMAP-QUALIFICADOR
           END-READ.

           IF WRK-CMAP-STATUS = "00"
               MOVE CMAP-REGISTRO TO WRK-IMAGEM-ANTES
               MOVE "N" TO WRK-OP-STATUS

               PERFORM 0140-RECEBE-DADOS

      *         Alterar uma conta desativada volta a ativa-la.
               IF WRK-CONTAS-VALIDAS
                   SET CMAP-ATIVO TO TRUE
                   REWRITE CMAP-REGISTRO
                       INVALID KEY
                           DISPLAY "Erro ao alterar "
                               CMAP-EVENTO " " CMAP-QUALIFICADOR
                       NOT INVALID KEY
                           SET WRK-OP-EFETIVADA TO TRUE
                   END-REWRITE

                   IF WRK-OP-EFETIVADA
                       PERFORM 0150-GRAVA-JORNAL
                   END-IF
               END-IF
           END-IF.

       0130-DESATIVA                SECTION.

           DISPLAY "Evento a desativar: "
           ACCEPT CMAP-EVENTO.

           DISPLAY "Qualificador (regiao, imposto ou branco): "
           ACCEPT CMAP-QUALIFICADOR.

           READ CONTAS-EVENTO
               KEY IS CMAP-CHAVE
               INVALID KEY
                   DISPLAY "Evento nao encontrado: "
                       CMAP-EVENTO " " CMAP-QUALIFICADOR
           END-READ.

           IF WRK-CMAP-STATUS = "00"
               MOVE CMAP-REGISTRO TO WRK-IMAGEM-ANTES
               MOVE "N" TO WRK-OP-STATUS

               SET CMAP-INATIVO TO TRUE

               REWRITE CMAP-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao desativar "
                           CMAP-EVENTO " " CMAP-QUALIFICADOR
                   NOT INVALID KEY
                       SET WRK-OP-EFETIVADA TO TRUE
               END-REWRITE

               IF WRK-OP-EFETIVADA
                   PERFORM 0150-GRAVA-JORNAL
               END-IF
           END-IF.

       0140-RECEBE-DADOS            SECTION.

           MOVE "S" TO WRK-CONTAS-OK.

           DISPLAY "Conta a debito: "
           ACCEPT CMAP-CONTA-DEBITO.

           DISPLAY "Conta a credito: "
           ACCEPT CMAP-CONTA-CREDITO.

           DISPLAY "Historico do lancamento: "
           ACCEPT CMAP-HISTORICO.

           IF CMAP-CONTA-DEBITO = SPACES
               OR CMAP-CONTA-CREDITO = SPACES
               DISPLAY "Conta a debito e a credito sao obrigatorias"
               MOVE "N" TO WRK-CONTAS-OK
           END-IF.

           IF CMAP-CONTA-DEBITO = CMAP-CONTA-CREDITO
               AND CMAP-CONTA-DEBITO NOT = SPACES
               DISPLAY "Conta a debito igual a conta a credito"
               MOVE "N" TO WRK-CONTAS-OK
           END-IF.

      *     Evento valido e qualificador coerente com o evento: so
      *     RV/EV levam regiao e so IM leva codigo do TAXMAST.
       0160-RECEBE-CHAVE            SECTION.

           MOVE "S" TO WRK-CHAVE-OK.

           DISPLAY "Evento (RV EV FT IM RC RX MP MD): "
           ACCEPT CMAP-EVENTO.

           DISPLAY "Qualificador (regiao, imposto ou branco): "
           ACCEPT CMAP-QUALIFICADOR.

           MOVE CMAP-EVENTO TO WRK-EVENTO.

           EVALUATE TRUE
               WHEN WRK-EVT-POR-REGIAO
                   CONTINUE
               WHEN WRK-EVT-POR-IMPOSTO
                   IF CMAP-QUALIFICADOR NOT = SPACES
                       PERFORM 0170-CONFERE-IMPOSTO
                   END-IF
               WHEN WRK-EVT-SEM-QUALIF
                   IF CMAP-QUALIFICADOR NOT = SPACES
                       DISPLAY "Evento " CMAP-EVENTO
                           " nao tem qualificador"
                       MOVE "N" TO WRK-CHAVE-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "Evento invalido: " CMAP-EVENTO
                   MOVE "N" TO WRK-CHAVE-OK
           END-EVALUATE.

       0170-CONFERE-IMPOSTO         SECTION.

           OPEN INPUT IMPOSTOS.

           IF WRK-TAX-STATUS NOT = "00"
               DISPLAY "TAXMAST indisponivel (status "
                   WRK-TAX-STATUS "); codigo do imposto nao conferido"
           ELSE
               MOVE CMAP-QUALIFICADOR TO TAX-CODIGO
               READ IMPOSTOS
                   KEY IS TAX-CODIGO
                   INVALID KEY
                       DISPLAY "Imposto fora do TAXMAST: "
                           CMAP-QUALIFICADOR
                       MOVE "N" TO WRK-CHAVE-OK
               END-READ
               CLOSE IMPOSTOS
           END-IF.

       0150-GRAVA-JORNAL            SECTION.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.

           OPEN EXTEND JORNAL.

           IF WRK-JORNAL-STATUS = "35"
               OPEN OUTPUT JORNAL
           END-IF.

           MOVE WRK-OPERADOR    TO AUDI-OPERADOR.
           MOVE WRK-DATA-ATUAL  TO AUDI-DATA.
           MOVE WRK-HORA-ATUAL  TO AUDI-HORA.
           MOVE WRK-OPCAO       TO AUDI-OPERACAO.
           MOVE WRK-IMAGEM-ANTES TO AUDI-ANTES.
           MOVE CMAP-REGISTRO   TO AUDI-DEPOIS.

           WRITE AUDI-REGISTRO.

           CLOSE JORNAL.

       0300-FINALIZAR               SECTION.
           STOP RUN.



       END PROGRAM PROG5T.
