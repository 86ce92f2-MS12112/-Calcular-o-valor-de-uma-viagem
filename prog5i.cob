       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5I.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Relatorio mensal de conformidade dos motoristas
      *==           para a fiscalizacao de transporte. Parte 1: CNH
      *==           de motorista ativo ja vencida, sem validade
      *==           cadastrada ou que vence nos proximos 60 dias
      *==           (MOTMAST). Parte 2: horas de direcao escaladas
      *==           acima do limite legal por dia e por semana
      *==           (segunda a domingo), apuradas da escala ESCALA:
      *==           km da viagem / velocidade media, repartido por
      *==           igual entre os dias da viagem. A semana e
      *==           fechada no mes em que cai o seu domingo, contando
      *==           os dias do mes anterior; semana que termina no
      *==           mes seguinte sai no relatorio daquele mes. Gera
      *==           o arquivo CNHREL.

      *== DATA = 03/03/2027
      *== OBSERVAÇOES:
      *======================================


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOTORISTAS ASSIGN TO "MOTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOT-CODIGO
               FILE STATUS IS WRK-MOT-STATUS.

           SELECT ESCALA ASSIGN TO "ESCALA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESCA-NUMERO
               FILE STATUS IS WRK-ESCA-STATUS.

           SELECT RELATORIO-CNH ASSIGN TO "CNHREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-CNHREL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MOTORISTAS.
           COPY MOTREC.

       FD  ESCALA.
           COPY ESCAREC.

       FD  RELATORIO-CNH.
           01  CREL-LINHA         PIC X(80).

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-MOT-STATUS     PIC X(02) VALUE "00".
           77 WRK-ESCA-STATUS    PIC X(02) VALUE "00".
           77 WRK-CNHREL-STATUS  PIC X(02) VALUE "00".
           77 WRK-DATA-ATUAL     PIC 9(08) VALUE ZEROES.
           77 WRK-DATA-LIMITE-CNH PIC 9(08) VALUE ZEROES.
           77 WRK-MES-REF        PIC 9(06) VALUE ZEROES.
           77 WRK-DATA-FIM-MES   PIC 9(08) VALUE ZEROES.
           77 WRK-DATA-BASE      PIC 9(08) VALUE ZEROES.
           77 WRK-DATA-CALCULADA PIC 9(08) VALUE ZEROES.
           77 WRK-FUNCAO-CALENDARIO PIC X(01) VALUE "S".
           77 WRK-DIAS-CALENDARIO   PIC S9(05) VALUE ZEROES.
           77 WRK-QTDE-DIAS-MES  PIC S9(05) VALUE ZEROES.
           77 WRK-DIA-SEMANA-BASE PIC S9(05) VALUE ZEROES.
           77 WRK-VELOCIDADE     PIC 9(03) VALUE ZEROES.
           77 WRK-LIMITE-DIA     PIC 9(02) VALUE ZEROES.
           77 WRK-LIMITE-SEMANA  PIC 9(03) VALUE ZEROES.
           77 WRK-FIM-MOTORISTAS PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-MOTORISTA VALUE "S".
           77 WRK-FIM-ESCALA     PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-ESCALA VALUE "S".
           77 WRK-ACHOU-MOTORISTA PIC X(01) VALUE "N".
               88 WRK-MOTORISTA-NA-TABELA VALUE "S".
           77 WRK-QTDE-POSICOES  PIC 9(04) VALUE ZEROES COMP.
           77 WRK-QTDE-MOTORISTAS PIC 9(04) VALUE ZEROES COMP.
           77 WRK-MX             PIC 9(04) VALUE ZEROES COMP.
           77 WRK-IX             PIC 9(04) VALUE ZEROES COMP.
           77 WRK-DX             PIC 9(04) VALUE ZEROES COMP.
           77 WRK-DX-INICIO      PIC S9(05) VALUE ZEROES.
           77 WRK-DX-FIM         PIC S9(05) VALUE ZEROES.
           77 WRK-DX-SEGUNDA     PIC 9(04) VALUE ZEROES COMP.
           77 WRK-DIAS-VIAGEM    PIC S9(05) VALUE ZEROES.
           77 WRK-DIA-SEMANA     PIC 9(04) VALUE ZEROES COMP.
           77 WRK-AUX            PIC 9(04) VALUE ZEROES COMP.
           77 WRK-Q7             PIC 9(04) VALUE ZEROES COMP.
           77 WRK-HORAS-VIAGEM   PIC 9(05)V99 VALUE ZEROES.
           77 WRK-HORAS-DIA      PIC 9(03)V99 VALUE ZEROES.
           77 WRK-HORAS-SEMANA   PIC 9(04)V99 VALUE ZEROES.
           77 WRK-QTDE-CNH-VENCIDA  PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-CNH-A-VENCER PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-ESCALAS   PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-SEM-KM    PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-FORA-TABELA PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-EXCESSO-DIA PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-EXCESSO-SEMANA PIC 9(06) VALUE ZEROES COMP.

           01  WRK-DATA-INICIO-MES.
               05  WRK-INI-ANO    PIC 9(04).
               05  WRK-INI-MES    PIC 9(02).
               05  WRK-INI-DIA    PIC 9(02).
           01  WRK-DATA-INICIO-MES-R REDEFINES WRK-DATA-INICIO-MES
                                  PIC 9(08).

           01  WRK-DATA-PROX-MES.
               05  WRK-PROX-ANO   PIC 9(04).
               05  WRK-PROX-MES   PIC 9(02).
               05  WRK-PROX-DIA   PIC 9(02).
           01  WRK-DATA-PROX-MES-R REDEFINES WRK-DATA-PROX-MES
                                  PIC 9(08).

      *     Posicoes 1 a 6 = seis dias antes do mes, para fechar a
      *     primeira semana; posicao 7 = dia 1 do mes.
           01  WRK-TABELA-HORAS.
               05  WRK-TAB-MOT OCCURS 300 TIMES.
                   10  WRK-TAB-CODIGO     PIC 9(05).
                   10  WRK-TAB-DIAS.
                       15  WRK-TAB-HORAS  PIC 9(03)V99
                                          OCCURS 37 TIMES.

      *============== VARIAVEIS DE EDIÇAO ===============
           01  WRK-LINHA-TITULO.
               05  FILLER         PIC X(26)
                   VALUE "CONFORMIDADE DE MOTORISTAS".
               05  FILLER         PIC X(08) VALUE " - MES: ".
               05  WRK-TIT-MES    PIC 9(06).
               05  FILLER         PIC X(12) VALUE "  EMISSAO: ".
               05  WRK-TIT-DATA   PIC 9(08).
               05  FILLER         PIC X(20) VALUE SPACE.

           01  WRK-LINHA-SECAO-CNH.
               05  FILLER         PIC X(30)
                   VALUE "CNH VENCIDA, SEM VALIDADE OU ".
               05  FILLER         PIC X(27)
                   VALUE "A VENCER ATE ".
               05  WRK-SCN-LIMITE PIC 9(08).
               05  FILLER         PIC X(15) VALUE SPACE.

           01  WRK-CABEC-CNH.
               05  FILLER         PIC X(07) VALUE "CODIGO".
               05  FILLER         PIC X(32) VALUE "NOME".
               05  FILLER         PIC X(05) VALUE "CAT".
               05  FILLER         PIC X(10) VALUE "VALIDADE".
               05  FILLER         PIC X(08) VALUE "  DIAS".
               05  FILLER         PIC X(18) VALUE "  SITUACAO".

           01  WRK-DETALHE-CNH.
               05  WRK-DCN-CODIGO PIC 9(05).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DCN-NOME   PIC X(30).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DCN-CATEGORIA PIC X(02).
               05  FILLER         PIC X(03) VALUE SPACE.
               05  WRK-DCN-VALIDADE PIC 9(08).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DCN-DIAS   PIC -----9.
               05  FILLER         PIC X(04) VALUE SPACE.
               05  WRK-DCN-SITUACAO PIC X(12).
               05  FILLER         PIC X(04) VALUE SPACE.

           01  WRK-LINHA-SECAO-HORAS.
               05  FILLER         PIC X(33)
                   VALUE "HORAS DE DIRECAO ACIMA DO LIMITE".
               05  FILLER         PIC X(11) VALUE " - VELOC.: ".
               05  WRK-SHR-VELOCIDADE PIC ZZ9.
               05  FILLER         PIC X(13) VALUE " KM/H  DIA: ".
               05  WRK-SHR-LIMITE-DIA PIC Z9.
               05  FILLER         PIC X(10) VALUE "H  SEMANA:".
               05  WRK-SHR-LIMITE-SEMANA PIC ZZ9.
               05  FILLER         PIC X(01) VALUE "H".
               05  FILLER         PIC X(04) VALUE SPACE.

           01  WRK-CABEC-HORAS.
               05  FILLER         PIC X(07) VALUE "CODIGO".
               05  FILLER         PIC X(32) VALUE "NOME".
               05  FILLER         PIC X(08) VALUE "PERIODO".
               05  FILLER         PIC X(20) VALUE SPACE.
               05  FILLER         PIC X(13) VALUE "     HORAS".

           01  WRK-DETALHE-HORAS.
               05  WRK-DHR-CODIGO PIC 9(05).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DHR-NOME   PIC X(30).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DHR-TIPO   PIC X(07).
               05  WRK-DHR-INICIO PIC 9(08).
               05  WRK-DHR-A      PIC X(03).
               05  WRK-DHR-FIM    PIC X(08).
               05  FILLER         PIC X(05) VALUE SPACE.
               05  WRK-DHR-HORAS  PIC Z.ZZ9,99.
               05  FILLER         PIC X(02) VALUE SPACE.

           01  WRK-LINHA-NOTA.
               05  FILLER         PIC X(40)
                   VALUE "SEMANA QUE TERMINA NO MES SEGUINTE SAI ".
               05  FILLER         PIC X(40)
                   VALUE "NO RELATORIO DAQUELE MES.".

           01  WRK-LINHA-TOTAL.
               05  WRK-TOT-TEXTO  PIC X(40).
               05  WRK-TOT-QTDE   PIC ZZZ.ZZ9.
               05  FILLER         PIC X(33) VALUE SPACE.

           01  WRK-LINHA-BRANCO   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-INICIO                  SECTION.

           PERFORM 0100-ABRE-ARQUIVOS.

           PERFORM 0200-VALIDADE-CNH.

           PERFORM 0300-HORAS-DIRECAO.

           PERFORM 0400-ENCERRA.

       0100-ABRE-ARQUIVOS           SECTION.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           DISPLAY "Mes de referencia (AAAAMM, zeros = mes atual): "
           ACCEPT WRK-MES-REF.

           IF WRK-MES-REF = ZEROES
               MOVE WRK-DATA-ATUAL (1:6) TO WRK-MES-REF
           END-IF.

           DISPLAY "Velocidade media em km/h (zeros = 60): "
           ACCEPT WRK-VELOCIDADE.

           IF WRK-VELOCIDADE = ZEROES
               MOVE 60 TO WRK-VELOCIDADE
           END-IF.

           DISPLAY "Limite diario de horas de direcao (zeros = 10): "
           ACCEPT WRK-LIMITE-DIA.

           IF WRK-LIMITE-DIA = ZEROES
               MOVE 10 TO WRK-LIMITE-DIA
           END-IF.

           DISPLAY "Limite semanal de horas de direcao (zeros = 44): "
           ACCEPT WRK-LIMITE-SEMANA.

           IF WRK-LIMITE-SEMANA = ZEROES
               MOVE 44 TO WRK-LIMITE-SEMANA
           END-IF.

           PERFORM 0110-MONTA-PERIODO.

           OPEN INPUT MOTORISTAS.

           IF WRK-MOT-STATUS NOT = "00"
               DISPLAY "ERRO: MOTMAST indisponivel (status "
                   WRK-MOT-STATUS ") - execucao abandonada"
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-CNH.

           MOVE WRK-MES-REF TO WRK-TIT-MES.
           MOVE WRK-DATA-ATUAL TO WRK-TIT-DATA.
           WRITE CREL-LINHA FROM WRK-LINHA-TITULO.
           WRITE CREL-LINHA FROM WRK-LINHA-BRANCO.

      *     Fim do mes = vespera do dia 1 do mes seguinte; a janela
      *     da tabela de horas comeca seis dias antes do dia 1.
       0110-MONTA-PERIODO           SECTION.

           MOVE WRK-MES-REF TO WRK-DATA-INICIO-MES-R (1:6).
           MOVE 01 TO WRK-INI-DIA.

           IF WRK-INI-MES < 01 OR WRK-INI-MES > 12
               DISPLAY "Mes de referencia invalido: " WRK-MES-REF
                   " - execucao abandonada"
               STOP RUN
           END-IF.

           IF WRK-INI-MES = 12
               COMPUTE WRK-PROX-ANO = WRK-INI-ANO + 1
               MOVE 01 TO WRK-PROX-MES
           ELSE
               MOVE WRK-INI-ANO TO WRK-PROX-ANO
               COMPUTE WRK-PROX-MES = WRK-INI-MES + 1
           END-IF.

           MOVE 01 TO WRK-PROX-DIA.

           MOVE "D" TO WRK-FUNCAO-CALENDARIO.
           CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO
               WRK-DATA-INICIO-MES-R WRK-QTDE-DIAS-MES
               WRK-DATA-PROX-MES-R
           END-CALL.

           IF WRK-QTDE-DIAS-MES = ZEROES
               DISPLAY "Mes de referencia invalido: " WRK-MES-REF
                   " - execucao abandonada"
               STOP RUN
           END-IF.

           COMPUTE WRK-QTDE-POSICOES = WRK-QTDE-DIAS-MES + 6.

           MOVE "S" TO WRK-FUNCAO-CALENDARIO.
           MOVE -1 TO WRK-DIAS-CALENDARIO.
           CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO
               WRK-DATA-PROX-MES-R WRK-DIAS-CALENDARIO
               WRK-DATA-FIM-MES
           END-CALL.

           MOVE -6 TO WRK-DIAS-CALENDARIO.
           CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO
               WRK-DATA-INICIO-MES-R WRK-DIAS-CALENDARIO
               WRK-DATA-BASE
           END-CALL.

           MOVE "W" TO WRK-FUNCAO-CALENDARIO.
           CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO WRK-DATA-BASE
               WRK-DIA-SEMANA-BASE WRK-DATA-CALCULADA
           END-CALL.

           MOVE "S" TO WRK-FUNCAO-CALENDARIO.
           MOVE 60 TO WRK-DIAS-CALENDARIO.
           CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO WRK-DATA-ATUAL
               WRK-DIAS-CALENDARIO WRK-DATA-LIMITE-CNH
           END-CALL.

      *================================================
      *     PARTE 1 - VALIDADE DA CNH
      *================================================
       0200-VALIDADE-CNH            SECTION.

           MOVE WRK-DATA-LIMITE-CNH TO WRK-SCN-LIMITE.
           WRITE CREL-LINHA FROM WRK-LINHA-SECAO-CNH.
           WRITE CREL-LINHA FROM WRK-CABEC-CNH.

           PERFORM 0210-LE-MOTORISTA
               UNTIL WRK-SEM-MAIS-MOTORISTA.

           WRITE CREL-LINHA FROM WRK-LINHA-BRANCO.

       0210-LE-MOTORISTA            SECTION.

           READ MOTORISTAS NEXT
               AT END
                   SET WRK-SEM-MAIS-MOTORISTA TO TRUE
           END-READ.

           IF WRK-MOT-STATUS NOT = "00"
               SET WRK-SEM-MAIS-MOTORISTA TO TRUE
           END-IF.

           IF NOT WRK-SEM-MAIS-MOTORISTA
               AND MOT-ATIVO
               PERFORM 0220-AVALIA-CNH
           END-IF.

       0220-AVALIA-CNH              SECTION.

           IF MOT-CNH-VALIDADE NOT NUMERIC
               OR MOT-CNH-VALIDADE = ZEROES
               MOVE ZEROES TO WRK-DCN-VALIDADE
               MOVE ZEROES TO WRK-DCN-DIAS
               MOVE "SEM VALIDADE" TO WRK-DCN-SITUACAO
               ADD 1 TO WRK-QTDE-CNH-VENCIDA
               PERFORM 0230-IMPRIME-CNH
           ELSE
               IF MOT-CNH-VALIDADE NOT > WRK-DATA-LIMITE-CNH
                   MOVE "D" TO WRK-FUNCAO-CALENDARIO
                   CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO
                       WRK-DATA-ATUAL WRK-DIAS-CALENDARIO
                       MOT-CNH-VALIDADE
                   END-CALL
                   MOVE MOT-CNH-VALIDADE TO WRK-DCN-VALIDADE
                   MOVE WRK-DIAS-CALENDARIO TO WRK-DCN-DIAS
                   IF MOT-CNH-VALIDADE < WRK-DATA-ATUAL
                       MOVE "VENCIDA" TO WRK-DCN-SITUACAO
                       ADD 1 TO WRK-QTDE-CNH-VENCIDA
                   ELSE
                       MOVE "A VENCER" TO WRK-DCN-SITUACAO
                       ADD 1 TO WRK-QTDE-CNH-A-VENCER
                   END-IF
                   PERFORM 0230-IMPRIME-CNH
               END-IF
           END-IF.

       0230-IMPRIME-CNH             SECTION.

           MOVE MOT-CODIGO TO WRK-DCN-CODIGO.
           MOVE MOT-NOME TO WRK-DCN-NOME.
           MOVE MOT-CNH-CATEGORIA TO WRK-DCN-CATEGORIA.

           WRITE CREL-LINHA FROM WRK-DETALHE-CNH.

      *================================================
      *     PARTE 2 - HORAS DE DIRECAO
      *================================================
       0300-HORAS-DIRECAO           SECTION.

           MOVE WRK-VELOCIDADE TO WRK-SHR-VELOCIDADE.
           MOVE WRK-LIMITE-DIA TO WRK-SHR-LIMITE-DIA.
           MOVE WRK-LIMITE-SEMANA TO WRK-SHR-LIMITE-SEMANA.
           WRITE CREL-LINHA FROM WRK-LINHA-SECAO-HORAS.
           WRITE CREL-LINHA FROM WRK-LINHA-NOTA.
           WRITE CREL-LINHA FROM WRK-CABEC-HORAS.

           OPEN INPUT ESCALA.

           IF WRK-ESCA-STATUS = "00"
               PERFORM 0310-LE-ESCALA
                   UNTIL WRK-SEM-MAIS-ESCALA
               CLOSE ESCALA
           ELSE
               DISPLAY "ESCALA indisponivel (status " WRK-ESCA-STATUS
                   "); horas de direcao nao apuradas"
           END-IF.

           MOVE ZEROES TO WRK-MX.

           PERFORM 0350-CONFERE-MOTORISTA
               UNTIL WRK-MX = WRK-QTDE-MOTORISTAS.

           WRITE CREL-LINHA FROM WRK-LINHA-BRANCO.

       0310-LE-ESCALA               SECTION.

           READ ESCALA NEXT
               AT END
                   SET WRK-SEM-MAIS-ESCALA TO TRUE
           END-READ.

           IF WRK-ESCA-STATUS NOT = "00"
               SET WRK-SEM-MAIS-ESCALA TO TRUE
           END-IF.

           IF NOT WRK-SEM-MAIS-ESCALA
               AND ESCA-ATIVA
               AND ESCA-DATA-RETORNO NOT < WRK-DATA-BASE
               AND ESCA-DATA-SAIDA NOT > WRK-DATA-FIM-MES
               ADD 1 TO WRK-QTDE-ESCALAS
               IF ESCA-KM NOT NUMERIC
                   OR ESCA-KM = ZEROES
                   ADD 1 TO WRK-QTDE-SEM-KM
               ELSE
                   PERFORM 0320-ACUMULA-ESCALA
               END-IF
           END-IF.

      *     Horas da viagem repartidas por igual entre todos os seus
      *     dias; so os dias dentro da janela entram na tabela.
       0320-ACUMULA-ESCALA          SECTION.

           PERFORM 0330-POSICIONA-MOTORISTA.

           IF WRK-MOTORISTA-NA-TABELA
               COMPUTE WRK-HORAS-VIAGEM ROUNDED =
                   ESCA-KM / WRK-VELOCIDADE

               MOVE "D" TO WRK-FUNCAO-CALENDARIO
               CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO
                   ESCA-DATA-SAIDA WRK-DIAS-VIAGEM ESCA-DATA-RETORNO
               END-CALL
               ADD 1 TO WRK-DIAS-VIAGEM

               IF WRK-DIAS-VIAGEM < 1
                   MOVE 1 TO WRK-DIAS-VIAGEM
               END-IF

               COMPUTE WRK-HORAS-DIA ROUNDED =
                   WRK-HORAS-VIAGEM / WRK-DIAS-VIAGEM

               CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO
                   WRK-DATA-BASE WRK-DX-INICIO ESCA-DATA-SAIDA
               END-CALL
               ADD 1 TO WRK-DX-INICIO

               CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO
                   WRK-DATA-BASE WRK-DX-FIM ESCA-DATA-RETORNO
               END-CALL
               ADD 1 TO WRK-DX-FIM

               IF WRK-DX-INICIO < 1
                   MOVE 1 TO WRK-DX-INICIO
               END-IF

               IF WRK-DX-FIM > WRK-QTDE-POSICOES
                   MOVE WRK-QTDE-POSICOES TO WRK-DX-FIM
               END-IF

               COMPUTE WRK-DX = WRK-DX-INICIO - 1

               PERFORM 0340-SOMA-DIA
                   UNTIL WRK-DX NOT < WRK-DX-FIM
           END-IF.

       0330-POSICIONA-MOTORISTA     SECTION.

           MOVE "N" TO WRK-ACHOU-MOTORISTA.
           MOVE ZEROES TO WRK-MX.

           PERFORM 0335-PROCURA-MOTORISTA
               UNTIL WRK-MOTORISTA-NA-TABELA
               OR WRK-MX = WRK-QTDE-MOTORISTAS.

           IF NOT WRK-MOTORISTA-NA-TABELA
               IF WRK-QTDE-MOTORISTAS < 300
                   ADD 1 TO WRK-QTDE-MOTORISTAS
                   MOVE WRK-QTDE-MOTORISTAS TO WRK-MX
                   MOVE ESCA-MOTORISTA TO WRK-TAB-CODIGO (WRK-MX)
                   MOVE ZEROES TO WRK-TAB-DIAS (WRK-MX)
                   SET WRK-MOTORISTA-NA-TABELA TO TRUE
               ELSE
                   DISPLAY "Tabela de motoristas cheia (300); "
                       "fora da apuracao: " ESCA-MOTORISTA
                   ADD 1 TO WRK-QTDE-FORA-TABELA
               END-IF
           END-IF.

       0335-PROCURA-MOTORISTA       SECTION.

           ADD 1 TO WRK-MX.

           IF ESCA-MOTORISTA = WRK-TAB-CODIGO (WRK-MX)
               SET WRK-MOTORISTA-NA-TABELA TO TRUE
           END-IF.

       0340-SOMA-DIA                SECTION.

           ADD 1 TO WRK-DX.

           ADD WRK-HORAS-DIA TO WRK-TAB-HORAS (WRK-MX WRK-DX).

      *     Dia da semana da posicao: a posicao 1 e a data base.
      *     Semana aberta na segunda e fechada no domingo; dia acima
      *     do limite so conta dentro do mes (posicao 7 em diante).
       0350-CONFERE-MOTORISTA       SECTION.

           ADD 1 TO WRK-MX.

           MOVE WRK-TAB-CODIGO (WRK-MX) TO MOT-CODIGO.
           READ MOTORISTAS
               KEY IS MOT-CODIGO
               INVALID KEY
                   MOVE "MOTORISTA FORA DO CADASTRO" TO MOT-NOME
           END-READ.

           MOVE ZEROES TO WRK-HORAS-SEMANA.
           MOVE 1 TO WRK-DX-SEGUNDA.
           MOVE ZEROES TO WRK-DX.

           PERFORM 0360-CONFERE-DIA
               UNTIL WRK-DX = WRK-QTDE-POSICOES.

       0360-CONFERE-DIA             SECTION.

           ADD 1 TO WRK-DX.

           COMPUTE WRK-AUX = WRK-DIA-SEMANA-BASE + WRK-DX - 2.
           DIVIDE WRK-AUX BY 7 GIVING WRK-Q7.
           COMPUTE WRK-DIA-SEMANA = WRK-AUX - WRK-Q7 * 7 + 1.

           IF WRK-DIA-SEMANA = 1
               MOVE ZEROES TO WRK-HORAS-SEMANA
               MOVE WRK-DX TO WRK-DX-SEGUNDA
           END-IF.

           ADD WRK-TAB-HORAS (WRK-MX WRK-DX) TO WRK-HORAS-SEMANA.

           IF WRK-DX > 6
               AND WRK-TAB-HORAS (WRK-MX WRK-DX) > WRK-LIMITE-DIA
               PERFORM 0370-IMPRIME-DIA
           END-IF.

           IF WRK-DIA-SEMANA = 7
               AND WRK-DX > 6
               AND WRK-HORAS-SEMANA > WRK-LIMITE-SEMANA
               PERFORM 0380-IMPRIME-SEMANA
           END-IF.

       0370-IMPRIME-DIA             SECTION.

           MOVE "S" TO WRK-FUNCAO-CALENDARIO.
           COMPUTE WRK-DIAS-CALENDARIO = WRK-DX - 1.
           CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO WRK-DATA-BASE
               WRK-DIAS-CALENDARIO WRK-DATA-CALCULADA
           END-CALL.

           MOVE WRK-TAB-CODIGO (WRK-MX) TO WRK-DHR-CODIGO.
           MOVE MOT-NOME TO WRK-DHR-NOME.
           MOVE "DIA" TO WRK-DHR-TIPO.
           MOVE WRK-DATA-CALCULADA TO WRK-DHR-INICIO.
           MOVE SPACES TO WRK-DHR-A.
           MOVE SPACES TO WRK-DHR-FIM.
           MOVE WRK-TAB-HORAS (WRK-MX WRK-DX) TO WRK-DHR-HORAS.

           WRITE CREL-LINHA FROM WRK-DETALHE-HORAS.

           ADD 1 TO WRK-QTDE-EXCESSO-DIA.

       0380-IMPRIME-SEMANA          SECTION.

           MOVE "S" TO WRK-FUNCAO-CALENDARIO.
           COMPUTE WRK-DIAS-CALENDARIO = WRK-DX-SEGUNDA - 1.
           CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO WRK-DATA-BASE
               WRK-DIAS-CALENDARIO WRK-DATA-CALCULADA
           END-CALL.

           MOVE WRK-DATA-CALCULADA TO WRK-DHR-INICIO.

           COMPUTE WRK-DIAS-CALENDARIO = WRK-DX - 1.
           CALL "PROG5B" USING WRK-FUNCAO-CALENDARIO WRK-DATA-BASE
               WRK-DIAS-CALENDARIO WRK-DATA-CALCULADA
           END-CALL.

           MOVE WRK-TAB-CODIGO (WRK-MX) TO WRK-DHR-CODIGO.
           MOVE MOT-NOME TO WRK-DHR-NOME.
           MOVE "SEMANA" TO WRK-DHR-TIPO.
           MOVE " A " TO WRK-DHR-A.
           MOVE WRK-DATA-CALCULADA TO WRK-DHR-FIM.
           MOVE WRK-HORAS-SEMANA TO WRK-DHR-HORAS.

           WRITE CREL-LINHA FROM WRK-DETALHE-HORAS.

           ADD 1 TO WRK-QTDE-EXCESSO-SEMANA.

       0400-ENCERRA                 SECTION.

           MOVE "CNH VENCIDA OU SEM VALIDADE............:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-CNH-VENCIDA TO WRK-TOT-QTDE.
           WRITE CREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "CNH A VENCER EM 60 DIAS................:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-CNH-A-VENCER TO WRK-TOT-QTDE.
           WRITE CREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "ESCALAS ATIVAS NO PERIODO..............:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-ESCALAS TO WRK-TOT-QTDE.
           WRITE CREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "ESCALAS SEM KM (FORA DA APURACAO)......:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-SEM-KM TO WRK-TOT-QTDE.
           WRITE CREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "DIAS ACIMA DO LIMITE...................:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-EXCESSO-DIA TO WRK-TOT-QTDE.
           WRITE CREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "SEMANAS ACIMA DO LIMITE................:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-EXCESSO-SEMANA TO WRK-TOT-QTDE.
           WRITE CREL-LINHA FROM WRK-LINHA-TOTAL.

           CLOSE MOTORISTAS.
           CLOSE RELATORIO-CNH.

           DISPLAY "CNH vencida/sem validade...: " WRK-QTDE-CNH-VENCIDA.
           DISPLAY "CNH a vencer em 60 dias....: "
               WRK-QTDE-CNH-A-VENCER.
           DISPLAY "Dias acima do limite.......: " WRK-QTDE-EXCESSO-DIA.
           DISPLAY "Semanas acima do limite....: "
               WRK-QTDE-EXCESSO-SEMANA.
           DISPLAY "Escalas fora da tabela.....: "
               WRK-QTDE-FORA-TABELA.

           STOP RUN.



       END PROGRAM PROG5I.
