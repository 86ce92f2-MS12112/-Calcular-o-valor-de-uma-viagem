       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5H.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Relatorio semanal de servicos de manutencao
      *==           preventiva vencidos e a vencer, para a oficina
      *==           planejar a semana: para cada veiculo ativo da
      *==           FROTA avalia o plano do seu tipo pela rotina
      *==           PROG5G e lista os servicos ja vencidos (veiculo
      *==           recusado pelo PROG4C) e os que vencem dentro da
      *==           margem pedida em dias ou em km. Gera o arquivo
      *==           SERVREL.

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

           SELECT RELATORIO-SERVICOS ASSIGN TO "SERVREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SERVREL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FROTA.
           COPY FROTREC.

       FD  RELATORIO-SERVICOS.
           01  SREL-LINHA         PIC X(80).

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-FROTA-STATUS   PIC X(02) VALUE "00".
           77 WRK-SERVREL-STATUS PIC X(02) VALUE "00".
           77 WRK-DATA-REF       PIC 9(08) VALUE ZEROES.
           77 WRK-MARGEM-DIAS    PIC 9(04) VALUE ZEROES.
           77 WRK-MARGEM-KM      PIC 9(06) VALUE ZEROES.
           77 WRK-KM-HODOMETRO   PIC 9(07) VALUE ZEROES.
           77 WRK-MANU-STATUS    PIC X(02) VALUE "00".
               88 WRK-MANU-EM-DIA         VALUE "00".
               88 WRK-MANU-A-VENCER       VALUE "01".
               88 WRK-MANU-VENCIDA        VALUE "02".
           77 WRK-FIM-FROTA      PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-VEICULO VALUE "S".
           77 WRK-SX             PIC 9(04) VALUE ZEROES COMP.
           77 WRK-QTDE-VEICULOS  PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-VEIC-VENCIDO PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-VEIC-A-VENCER PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-SERV-VENCIDO PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-SERV-A-VENCER PIC 9(06) VALUE ZEROES COMP.

           01  WRK-SERVICOS-MANUTENCAO.
               05  WRK-QTDE-SERV         PIC 9(04) COMP.
               05  WRK-SERV OCCURS 30 TIMES.
                   10  WRK-SERV-NOME        PIC X(20).
                   10  WRK-SERV-SITUACAO    PIC X(02).
                       88  WRK-SERV-A-VENCER   VALUE "01".
                       88  WRK-SERV-VENCIDO    VALUE "02".
                   10  WRK-SERV-KM-ULTIMO   PIC 9(07).
                   10  WRK-SERV-DATA-ULTIMO PIC 9(08).
                   10  WRK-SERV-KM-LIMITE   PIC 9(07).
                   10  WRK-SERV-DATA-LIMITE PIC 9(08).

      *============== VARIAVEIS DE EDIÇAO ===============
           01  WRK-LINHA-TITULO.
               05  FILLER         PIC X(24)
                   VALUE "MANUTENCAO PREVENTIVA - ".
               05  FILLER         PIC X(22)
                   VALUE "VENCIDOS E A VENCER -".
               05  FILLER         PIC X(06) VALUE " REF: ".
               05  WRK-TIT-DATA   PIC 9(08).
               05  FILLER         PIC X(20) VALUE SPACE.

           01  WRK-LINHA-MARGEM.
               05  FILLER         PIC X(25)
                   VALUE "A VENCER = NOS PROXIMOS ".
               05  WRK-MAR-DIAS   PIC ZZZ9.
               05  FILLER         PIC X(10) VALUE " DIAS OU ".
               05  WRK-MAR-KM     PIC ZZZZZ9.
               05  FILLER         PIC X(03) VALUE " KM".
               05  FILLER         PIC X(32) VALUE SPACE.

           01  WRK-LINHA-VEICULO.
               05  FILLER         PIC X(09) VALUE "VEICULO: ".
               05  WRK-VEI-PLACA  PIC X(07).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-VEI-TIPO   PIC X(15).
               05  FILLER         PIC X(13) VALUE "  HODOMETRO: ".
               05  WRK-VEI-KM     PIC Z.ZZZ.ZZ9.
               05  FILLER         PIC X(03) VALUE " KM".
               05  FILLER         PIC X(22) VALUE SPACE.

           01  WRK-LINHA-CABECALHO.
               05  FILLER         PIC X(04) VALUE SPACE.
               05  FILLER         PIC X(22) VALUE "SERVICO".
               05  FILLER         PIC X(10) VALUE "SITUACAO".
               05  FILLER         PIC X(10) VALUE "ULTIMO EM".
               05  FILLER         PIC X(11) VALUE "KM ULTIMO".
               05  FILLER         PIC X(11) VALUE "KM LIMITE".
               05  FILLER         PIC X(12) VALUE "DATA LIMITE".

           01  WRK-LINHA-DETALHE.
               05  FILLER         PIC X(04) VALUE SPACE.
               05  WRK-DET-SERVICO PIC X(20).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DET-SITUACAO PIC X(08).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DET-DATA-ULTIMO PIC 9(08).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DET-KM-ULTIMO PIC Z.ZZZ.ZZ9.
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DET-KM-LIMITE PIC Z.ZZZ.ZZ9.
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DET-DATA-LIMITE PIC 9(08).
               05  FILLER         PIC X(04) VALUE SPACE.

           01  WRK-LINHA-TOTAL.
               05  WRK-TOT-TEXTO  PIC X(40).
               05  WRK-TOT-QTDE   PIC ZZZ.ZZ9.
               05  FILLER         PIC X(33) VALUE SPACE.

           01  WRK-LINHA-BRANCO   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-INICIO                  SECTION.

           PERFORM 0100-ABRE-ARQUIVOS.

           PERFORM 0200-PROCESSA.

           PERFORM 0300-ENCERRA.

       0100-ABRE-ARQUIVOS           SECTION.

           DISPLAY "Data de referencia (AAAAMMDD, zeros = hoje): "
           ACCEPT WRK-DATA-REF.

           IF WRK-DATA-REF = ZEROES
               ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
           END-IF.

           DISPLAY "Margem em dias (zeros = 7): "
           ACCEPT WRK-MARGEM-DIAS.

           IF WRK-MARGEM-DIAS = ZEROES
               MOVE 7 TO WRK-MARGEM-DIAS
           END-IF.

           DISPLAY "Margem em km (zeros = 1000): "
           ACCEPT WRK-MARGEM-KM.

           IF WRK-MARGEM-KM = ZEROES
               MOVE 1000 TO WRK-MARGEM-KM
           END-IF.

           OPEN INPUT FROTA.

           IF WRK-FROTA-STATUS NOT = "00"
               DISPLAY "ERRO: FROTA indisponivel (status "
                   WRK-FROTA-STATUS ") - execucao abandonada"
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-SERVICOS.

           MOVE WRK-DATA-REF TO WRK-TIT-DATA.
           WRITE SREL-LINHA FROM WRK-LINHA-TITULO.

           MOVE WRK-MARGEM-DIAS TO WRK-MAR-DIAS.
           MOVE WRK-MARGEM-KM TO WRK-MAR-KM.
           WRITE SREL-LINHA FROM WRK-LINHA-MARGEM.
           WRITE SREL-LINHA FROM WRK-LINHA-BRANCO.

       0200-PROCESSA                SECTION.

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
               AND FROT-ATIVO
               ADD 1 TO WRK-QTDE-VEICULOS
               PERFORM 0220-AVALIA-VEICULO
           END-IF.

       0220-AVALIA-VEICULO          SECTION.

           CALL "PROG5G" USING FROT-PLACA WRK-DATA-REF
               WRK-MARGEM-KM WRK-MARGEM-DIAS WRK-KM-HODOMETRO
               WRK-MANU-STATUS WRK-SERVICOS-MANUTENCAO
           END-CALL.

           IF WRK-MANU-VENCIDA
               ADD 1 TO WRK-QTDE-VEIC-VENCIDO
           END-IF.

           IF WRK-MANU-A-VENCER
               ADD 1 TO WRK-QTDE-VEIC-A-VENCER
           END-IF.

           IF WRK-MANU-VENCIDA OR WRK-MANU-A-VENCER
               MOVE FROT-PLACA TO WRK-VEI-PLACA
               MOVE FROT-TIPO TO WRK-VEI-TIPO
               MOVE WRK-KM-HODOMETRO TO WRK-VEI-KM
               WRITE SREL-LINHA FROM WRK-LINHA-VEICULO
               WRITE SREL-LINHA FROM WRK-LINHA-CABECALHO

               MOVE ZEROES TO WRK-SX
               PERFORM 0230-IMPRIME-SERVICO
                   UNTIL WRK-SX = WRK-QTDE-SERV

               WRITE SREL-LINHA FROM WRK-LINHA-BRANCO
           END-IF.

       0230-IMPRIME-SERVICO         SECTION.

           ADD 1 TO WRK-SX.

           IF WRK-SERV-VENCIDO (WRK-SX)
               OR WRK-SERV-A-VENCER (WRK-SX)
               MOVE WRK-SERV-NOME (WRK-SX) TO WRK-DET-SERVICO
               IF WRK-SERV-VENCIDO (WRK-SX)
                   MOVE "VENCIDO" TO WRK-DET-SITUACAO
                   ADD 1 TO WRK-QTDE-SERV-VENCIDO
               ELSE
                   MOVE "A VENCER" TO WRK-DET-SITUACAO
                   ADD 1 TO WRK-QTDE-SERV-A-VENCER
               END-IF
               MOVE WRK-SERV-DATA-ULTIMO (WRK-SX)
                   TO WRK-DET-DATA-ULTIMO
               MOVE WRK-SERV-KM-ULTIMO (WRK-SX) TO WRK-DET-KM-ULTIMO
               MOVE WRK-SERV-KM-LIMITE (WRK-SX) TO WRK-DET-KM-LIMITE
               MOVE WRK-SERV-DATA-LIMITE (WRK-SX)
                   TO WRK-DET-DATA-LIMITE
               WRITE SREL-LINHA FROM WRK-LINHA-DETALHE
           END-IF.

       0300-ENCERRA                 SECTION.

           MOVE "VEICULOS ATIVOS AVALIADOS..............:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-VEICULOS TO WRK-TOT-QTDE.
           WRITE SREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "VEICULOS COM SERVICO VENCIDO...........:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-VEIC-VENCIDO TO WRK-TOT-QTDE.
           WRITE SREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "VEICULOS SO COM SERVICO A VENCER.......:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-VEIC-A-VENCER TO WRK-TOT-QTDE.
           WRITE SREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "SERVICOS VENCIDOS......................:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-SERV-VENCIDO TO WRK-TOT-QTDE.
           WRITE SREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "SERVICOS A VENCER......................:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-SERV-A-VENCER TO WRK-TOT-QTDE.
           WRITE SREL-LINHA FROM WRK-LINHA-TOTAL.

           CLOSE FROTA.
           CLOSE RELATORIO-SERVICOS.

           DISPLAY "Veiculos avaliados.........: " WRK-QTDE-VEICULOS.
           DISPLAY "Veiculos com servico vencido: "
               WRK-QTDE-VEIC-VENCIDO.

           STOP RUN.



       END PROGRAM PROG5H.
