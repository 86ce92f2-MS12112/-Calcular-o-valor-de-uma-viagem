       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5C.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Quadro diario de despacho sobre a escala ESCALA:
      *==           para os proximos dias (data inicial e quantidade
      *==           de dias informadas), lista cada veiculo da FROTA
      *==           e cada motorista do MOTMAST com as viagens ativas
      *==           escaladas no periodo, em ordem de saida, ou o
      *==           aviso de disponivel. Veiculo/motorista desativado
      *==           so aparece se ainda tiver viagem escalada. Gera o
      *==           arquivo ESCAREL.

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

           SELECT FROTA ASSIGN TO "FROTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FROT-PLACA
               FILE STATUS IS WRK-FROTA-STATUS.

           SELECT MOTORISTAS ASSIGN TO "MOTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOT-CODIGO
               FILE STATUS IS WRK-MOT-STATUS.

           SELECT RELATORIO-ESCALA ASSIGN TO "ESCAREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ESCAREL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ESCALA.
           COPY ESCAREC.

       FD  FROTA.
           COPY FROTREC.

       FD  MOTORISTAS.
           COPY MOTREC.

       FD  RELATORIO-ESCALA.
           01  ESCR-LINHA         PIC X(80).

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-ESCA-STATUS    PIC X(02) VALUE "00".
           77 WRK-FROTA-STATUS   PIC X(02) VALUE "00".
           77 WRK-MOT-STATUS     PIC X(02) VALUE "00".
           77 WRK-ESCAREL-STATUS PIC X(02) VALUE "00".
           77 WRK-DATA-ATUAL     PIC 9(08) VALUE ZEROES.
           77 WRK-DATA-INICIAL   PIC 9(08) VALUE ZEROES.
           77 WRK-DATA-FINAL     PIC 9(08) VALUE ZEROES.
           77 WRK-QTDE-DIAS      PIC 9(03) VALUE ZEROES.
           77 WRK-DIAS-CALENDARIO PIC S9(05) VALUE ZEROES.
           77 WRK-FUNCAO-CALENDARIO PIC X(01) VALUE "S".
           77 WRK-FIM-ESCALA     PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-ESCALA VALUE "S".
           77 WRK-FIM-FROTA      PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-VEICULO VALUE "S".
           77 WRK-FIM-MOTORISTAS PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-MOTORISTA VALUE "S".
           77 WRK-POSICAO-ACHADA PIC X(01) VALUE "N".
               88 WRK-ACHOU-POSICAO VALUE "S".
           77 WRK-QTDE-ESCALA    PIC 9(03) VALUE ZEROES COMP.
           77 WRK-EX             PIC 9(03) VALUE ZEROES COMP.
           77 WRK-QTDE-RECURSO   PIC 9(03) VALUE ZEROES COMP.
           77 WRK-QTDE-VEIC-LIVRE PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-MOT-LIVRE PIC 9(06) VALUE ZEROES COMP.

           01  WRK-TABELA-ESCALA.
               05  WRK-TAB-ESCA OCCURS 500 TIMES.
                   10  WRK-TAB-NUMERO    PIC 9(08).
                   10  WRK-TAB-PLACA     PIC X(07).
                   10  WRK-TAB-MOTORISTA PIC 9(05).
                   10  WRK-TAB-CLIENTE   PIC 9(06).
                   10  WRK-TAB-DESTINO   PIC X(20).
                   10  WRK-TAB-SAIDA     PIC 9(08).
                   10  WRK-TAB-RETORNO   PIC 9(08).

      *============== VARIAVEIS DE EDIÇAO ===============
           01  WRK-LINHA-TITULO.
               05  FILLER         PIC X(30)
                   VALUE "QUADRO DE DESPACHO - PERIODO: ".
               05  WRK-TIT-INICIAL PIC 9(08).
               05  FILLER         PIC X(03) VALUE " A ".
               05  WRK-TIT-FINAL  PIC 9(08).
               05  FILLER         PIC X(31) VALUE SPACE.

           01  WRK-LINHA-SECAO.
               05  WRK-SEC-TEXTO  PIC X(40).
               05  FILLER         PIC X(40) VALUE SPACE.

           01  WRK-LINHA-VEICULO.
               05  FILLER         PIC X(09) VALUE "VEICULO: ".
               05  WRK-VEI-PLACA  PIC X(07).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-VEI-TIPO   PIC X(15).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-VEI-AVISO  PIC X(30).
               05  FILLER         PIC X(15) VALUE SPACE.

           01  WRK-LINHA-MOTORISTA.
               05  FILLER         PIC X(11) VALUE "MOTORISTA: ".
               05  WRK-MOT-CODIGO PIC 9(05).
               05  FILLER         PIC X(03) VALUE " - ".
               05  WRK-MOT-NOME   PIC X(30).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-MOT-AVISO  PIC X(29).

           01  WRK-LINHA-CABECALHO.
               05  FILLER         PIC X(04) VALUE SPACE.
               05  FILLER         PIC X(10) VALUE "VIAGEM".
               05  FILLER         PIC X(10) VALUE "SAIDA".
               05  FILLER         PIC X(10) VALUE "RETORNO".
               05  WRK-CAB-RECURSO PIC X(09).
               05  FILLER         PIC X(08) VALUE "CLIENTE".
               05  FILLER         PIC X(29) VALUE "DESTINO".

           01  WRK-LINHA-DETALHE.
               05  FILLER         PIC X(04) VALUE SPACE.
               05  WRK-DET-NUMERO PIC 9(08).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DET-SAIDA  PIC 9(08).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DET-RETORNO PIC 9(08).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DET-RECURSO PIC X(07).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DET-CLIENTE PIC 9(06).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DET-DESTINO PIC X(20).
               05  FILLER         PIC X(09) VALUE SPACE.

           01  WRK-LINHA-DISPONIVEL.
               05  FILLER         PIC X(04) VALUE SPACE.
               05  FILLER         PIC X(40)
                   VALUE "SEM VIAGEM ESCALADA - DISPONIVEL".
               05  FILLER         PIC X(36) VALUE SPACE.

           01  WRK-LINHA-BRANCO   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-INICIO                  SECTION.

           PERFORM 0100-ABRE-ARQUIVOS.

           PERFORM 0110-CARREGA-ESCALA.

           PERFORM 0200-QUADRO-VEICULOS.

           PERFORM 0300-QUADRO-MOTORISTAS.

           PERFORM 0400-ENCERRA.

       0100-ABRE-ARQUIVOS           SECTION.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           DISPLAY "Data inicial do quadro (AAAAMMDD, zeros = hoje): "
           ACCEPT WRK-DATA-INICIAL.

           IF WRK-DATA-INICIAL = ZEROES
               MOVE WRK-DATA-ATUAL TO WRK-DATA-INICIAL
           END-IF.

           DISPLAY "Quantidade de dias (zeros = 7): "
           ACCEPT WRK-QTDE-DIAS.

           IF WRK-QTDE-DIAS = ZEROES
               MOVE 7 TO WRK-QTDE-DIAS
           END-IF.

      *     O ultimo dia do quadro e o inicial mais (dias - 1).
           COMPUTE WRK-DIAS-CALENDARIO = WRK-QTDE-DIAS - 1.
           MOVE "S" TO WRK-FUNCAO-CALENDARIO.

           CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO WRK-DATA-INICIAL
               WRK-DIAS-CALENDARIO WRK-DATA-FINAL
           END-CALL.

           IF WRK-DATA-FINAL = ZEROES
               DISPLAY "Data inicial invalida: " WRK-DATA-INICIAL
               STOP RUN
           END-IF.

           OPEN INPUT FROTA.
           OPEN INPUT MOTORISTAS.
           OPEN OUTPUT RELATORIO-ESCALA.

       0110-CARREGA-ESCALA          SECTION.

           OPEN INPUT ESCALA.

           IF WRK-ESCA-STATUS NOT = "00"
               DISPLAY "ESCALA sem viagens (status " WRK-ESCA-STATUS
                   "); todos os recursos aparecem disponiveis"
           ELSE
               PERFORM 0120-LE-ESCALA
                   UNTIL WRK-SEM-MAIS-ESCALA
               CLOSE ESCALA
           END-IF.

       0120-LE-ESCALA               SECTION.

           READ ESCALA NEXT
               AT END
                   SET WRK-SEM-MAIS-ESCALA TO TRUE
           END-READ.

           IF WRK-ESCA-STATUS NOT = "00"
               SET WRK-SEM-MAIS-ESCALA TO TRUE
           END-IF.

           IF NOT WRK-SEM-MAIS-ESCALA
               AND ESCA-ATIVA
               AND ESCA-DATA-SAIDA NOT > WRK-DATA-FINAL
               AND ESCA-DATA-RETORNO NOT < WRK-DATA-INICIAL
               IF WRK-QTDE-ESCALA = 500
                   DISPLAY "Tabela da escala cheia (500); viagem "
                       ESCA-NUMERO " fora do quadro"
               ELSE
                   PERFORM 0130-INSERE-ESCALA
               END-IF
           END-IF.

      *     Insercao em ordem de data de saida: as viagens que saem
      *     depois descem uma posicao para abrir a vaga.
       0130-INSERE-ESCALA           SECTION.

           MOVE WRK-QTDE-ESCALA TO WRK-EX.
           MOVE "N" TO WRK-POSICAO-ACHADA.

           PERFORM 0140-DESLOCA-ESCALA
               UNTIL WRK-ACHOU-POSICAO.

           ADD 1 TO WRK-EX.
           MOVE ESCA-NUMERO       TO WRK-TAB-NUMERO (WRK-EX).
           MOVE ESCA-PLACA        TO WRK-TAB-PLACA (WRK-EX).
           MOVE ESCA-MOTORISTA    TO WRK-TAB-MOTORISTA (WRK-EX).
           MOVE ESCA-CLIENTE      TO WRK-TAB-CLIENTE (WRK-EX).
           MOVE ESCA-DESTINO      TO WRK-TAB-DESTINO (WRK-EX).
           MOVE ESCA-DATA-SAIDA   TO WRK-TAB-SAIDA (WRK-EX).
           MOVE ESCA-DATA-RETORNO TO WRK-TAB-RETORNO (WRK-EX).

           ADD 1 TO WRK-QTDE-ESCALA.

       0140-DESLOCA-ESCALA          SECTION.

           IF WRK-EX = ZEROES
               SET WRK-ACHOU-POSICAO TO TRUE
           ELSE
               IF WRK-TAB-SAIDA (WRK-EX) > ESCA-DATA-SAIDA
                   MOVE WRK-TAB-ESCA (WRK-EX)
                       TO WRK-TAB-ESCA (WRK-EX + 1)
                   SUBTRACT 1 FROM WRK-EX
               ELSE
                   SET WRK-ACHOU-POSICAO TO TRUE
               END-IF
           END-IF.

       0200-QUADRO-VEICULOS         SECTION.

           MOVE WRK-DATA-INICIAL TO WRK-TIT-INICIAL.
           MOVE WRK-DATA-FINAL TO WRK-TIT-FINAL.
           WRITE ESCR-LINHA FROM WRK-LINHA-TITULO.
           WRITE ESCR-LINHA FROM WRK-LINHA-BRANCO.

           MOVE "VEICULOS" TO WRK-SEC-TEXTO.
           WRITE ESCR-LINHA FROM WRK-LINHA-SECAO.

           PERFORM 0210-LE-VEICULO
               UNTIL WRK-SEM-MAIS-VEICULO.

       0210-LE-VEICULO              SECTION.

           READ FROTA NEXT
               AT END
                   SET WRK-SEM-MAIS-VEICULO TO TRUE
           END-READ.

           IF WRK-FROTA-STATUS NOT = "00"
               SET WRK-SEM-MAIS-VEICULO TO TRUE
           END-IF.

           IF NOT WRK-SEM-MAIS-VEICULO
               MOVE ZEROES TO WRK-QTDE-RECURSO
               MOVE ZEROES TO WRK-EX
               PERFORM 0220-CONTA-VIAGEM-VEICULO
                   UNTIL WRK-EX = WRK-QTDE-ESCALA
               IF FROT-ATIVO OR WRK-QTDE-RECURSO > ZEROES
                   PERFORM 0230-IMPRIME-VEICULO
               END-IF
           END-IF.

       0220-CONTA-VIAGEM-VEICULO    SECTION.

           ADD 1 TO WRK-EX.

           IF WRK-TAB-PLACA (WRK-EX) = FROT-PLACA
               ADD 1 TO WRK-QTDE-RECURSO
           END-IF.

       0230-IMPRIME-VEICULO         SECTION.

           WRITE ESCR-LINHA FROM WRK-LINHA-BRANCO.

           MOVE FROT-PLACA TO WRK-VEI-PLACA.
           MOVE FROT-TIPO TO WRK-VEI-TIPO.
           IF FROT-INATIVO
               MOVE "VEICULO DESATIVADO" TO WRK-VEI-AVISO
           ELSE
               MOVE SPACES TO WRK-VEI-AVISO
           END-IF.
           WRITE ESCR-LINHA FROM WRK-LINHA-VEICULO.

           IF WRK-QTDE-RECURSO = ZEROES
               ADD 1 TO WRK-QTDE-VEIC-LIVRE
               WRITE ESCR-LINHA FROM WRK-LINHA-DISPONIVEL
           ELSE
               MOVE "MOTORISTA" TO WRK-CAB-RECURSO
               WRITE ESCR-LINHA FROM WRK-LINHA-CABECALHO
               MOVE ZEROES TO WRK-EX
               PERFORM 0240-IMPRIME-VIAGEM-VEICULO
                   UNTIL WRK-EX = WRK-QTDE-ESCALA
           END-IF.

       0240-IMPRIME-VIAGEM-VEICULO  SECTION.

           ADD 1 TO WRK-EX.

           IF WRK-TAB-PLACA (WRK-EX) = FROT-PLACA
               MOVE WRK-TAB-MOTORISTA (WRK-EX) TO WRK-DET-RECURSO
               PERFORM 0500-MONTA-DETALHE
           END-IF.

       0300-QUADRO-MOTORISTAS       SECTION.

           WRITE ESCR-LINHA FROM WRK-LINHA-BRANCO.

           MOVE "MOTORISTAS" TO WRK-SEC-TEXTO.
           WRITE ESCR-LINHA FROM WRK-LINHA-SECAO.

           PERFORM 0310-LE-MOTORISTA
               UNTIL WRK-SEM-MAIS-MOTORISTA.

       0310-LE-MOTORISTA            SECTION.

           READ MOTORISTAS NEXT
               AT END
                   SET WRK-SEM-MAIS-MOTORISTA TO TRUE
           END-READ.

           IF WRK-MOT-STATUS NOT = "00"
               SET WRK-SEM-MAIS-MOTORISTA TO TRUE
           END-IF.

           IF NOT WRK-SEM-MAIS-MOTORISTA
               MOVE ZEROES TO WRK-QTDE-RECURSO
               MOVE ZEROES TO WRK-EX
               PERFORM 0320-CONTA-VIAGEM-MOTORISTA
                   UNTIL WRK-EX = WRK-QTDE-ESCALA
               IF MOT-ATIVO OR WRK-QTDE-RECURSO > ZEROES
                   PERFORM 0330-IMPRIME-MOTORISTA
               END-IF
           END-IF.

       0320-CONTA-VIAGEM-MOTORISTA  SECTION.

           ADD 1 TO WRK-EX.

           IF WRK-TAB-MOTORISTA (WRK-EX) = MOT-CODIGO
               ADD 1 TO WRK-QTDE-RECURSO
           END-IF.

       0330-IMPRIME-MOTORISTA       SECTION.

           WRITE ESCR-LINHA FROM WRK-LINHA-BRANCO.

           MOVE MOT-CODIGO TO WRK-MOT-CODIGO.
           MOVE MOT-NOME TO WRK-MOT-NOME.
           IF MOT-INATIVO
               MOVE "MOTORISTA DESATIVADO" TO WRK-MOT-AVISO
           ELSE
               MOVE SPACES TO WRK-MOT-AVISO
           END-IF.
           WRITE ESCR-LINHA FROM WRK-LINHA-MOTORISTA.

           IF WRK-QTDE-RECURSO = ZEROES
               ADD 1 TO WRK-QTDE-MOT-LIVRE
               WRITE ESCR-LINHA FROM WRK-LINHA-DISPONIVEL
           ELSE
               MOVE "PLACA" TO WRK-CAB-RECURSO
               WRITE ESCR-LINHA FROM WRK-LINHA-CABECALHO
               MOVE ZEROES TO WRK-EX
               PERFORM 0340-IMPRIME-VIAGEM-MOTORISTA
                   UNTIL WRK-EX = WRK-QTDE-ESCALA
           END-IF.

       0340-IMPRIME-VIAGEM-MOTORISTA SECTION.

           ADD 1 TO WRK-EX.

           IF WRK-TAB-MOTORISTA (WRK-EX) = MOT-CODIGO
               MOVE WRK-TAB-PLACA (WRK-EX) TO WRK-DET-RECURSO
               PERFORM 0500-MONTA-DETALHE
           END-IF.

       0400-ENCERRA                 SECTION.

           CLOSE FROTA.
           CLOSE MOTORISTAS.
           CLOSE RELATORIO-ESCALA.

           DISPLAY "Viagens escaladas no periodo..: " WRK-QTDE-ESCALA.
           DISPLAY "Veiculos disponiveis..........: "
               WRK-QTDE-VEIC-LIVRE.
           DISPLAY "Motoristas disponiveis........: "
               WRK-QTDE-MOT-LIVRE.

           STOP RUN.

       0500-MONTA-DETALHE           SECTION.

           MOVE WRK-TAB-NUMERO (WRK-EX)  TO WRK-DET-NUMERO.
           MOVE WRK-TAB-SAIDA (WRK-EX)   TO WRK-DET-SAIDA.
           MOVE WRK-TAB-RETORNO (WRK-EX) TO WRK-DET-RETORNO.
           MOVE WRK-TAB-CLIENTE (WRK-EX) TO WRK-DET-CLIENTE.
           MOVE WRK-TAB-DESTINO (WRK-EX) TO WRK-DET-DESTINO.

           WRITE ESCR-LINHA FROM WRK-LINHA-DETALHE.



       END PROGRAM PROG5C.
