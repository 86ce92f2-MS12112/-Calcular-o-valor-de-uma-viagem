       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5J.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Apuracao diaria do credito dos clientes: soma por
      *==           cliente o saldo em aberto das faturas do CRECMAST
      *==           e as viagens ativas do VIAGLOG ainda nao faturadas
      *==           (mes da viagem acima do ultimo mes ja faturado),
      *==           grava a exposicao no CLIMAST e bloqueia o cliente
      *==           acima do limite de credito ou com fatura em
      *==           atraso acima de 60 dias (dias comerciais, mesma
      *==           regra do aging do PROG4U). Cliente bloqueado que
      *==           deixa de se enquadrar e liberado; liberacao do
      *==           financeiro (PROG5K) e respeitada ate a data dada.
      *==           Emite o relatorio CREDREL dos clientes bloqueados
      *==           e liberados no dia, com as acoes do financeiro
      *==           do dia (jornal CREDJRNL), e grava o controle de
      *==           execucao no RUNCTRL via PROG4Y.

      *== DATA = 31/03/2027
      *== OBSERVAÇOES:
      *== 26/05/2027 - MATHEUS - VIAGLOG declarado com as chaves
      *==               alternadas por cliente, data e placa da
      *==               viagem (consulta PROG5R), como em todos os
      *==               programas que o abrem.
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

           SELECT CONTAS-RECEBER ASSIGN TO "CRECMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREC-NUMERO
               FILE STATUS IS WRK-CREC-STATUS.

           SELECT VIAGENS-LOG ASSIGN TO "VIAGLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIAG-NUMERO
               ALTERNATE RECORD KEY IS VIAG-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS VIAG-DATA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VIAG-PLACA WITH DUPLICATES
               FILE STATUS IS WRK-VIAGLOG-STATUS.

           SELECT JORNAL ASSIGN TO "CREDJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-JORNAL-STATUS.

           SELECT RELATORIO-CREDITO ASSIGN TO "CREDREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-CREDREL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.
           COPY CLIREC.

       FD  CONTAS-RECEBER.
           COPY CRECREC.

       FD  VIAGENS-LOG.
           COPY VIAGREC.

       FD  JORNAL.
           COPY CJRNREC.

       FD  RELATORIO-CREDITO.
           01  CREL-LINHA         PIC X(80).

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-CLI-STATUS     PIC X(02) VALUE "00".
           77 WRK-CREC-STATUS    PIC X(02) VALUE "00".
           77 WRK-VIAGLOG-STATUS PIC X(02) VALUE "00".
           77 WRK-JORNAL-STATUS  PIC X(02) VALUE "00".
           77 WRK-CREDREL-STATUS PIC X(02) VALUE "00".
           77 WRK-CREC-ABERTO    PIC X(01) VALUE "N".
               88 WRK-CREC-DISPONIVEL VALUE "S".
           77 WRK-FIM-CREC       PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-CREC VALUE "S".
           77 WRK-FIM-VIAGLOG    PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-VIAGEM VALUE "S".
           77 WRK-FIM-CLIENTES   PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-CLIENTE VALUE "S".
           77 WRK-FIM-JORNAL     PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-ACAO VALUE "S".
           77 WRK-ULTIMO-MES-FATURADO PIC 9(06) VALUE ZEROES.
           77 WRK-VALOR-ABERTO   PIC 9(12)V99 VALUE ZEROES.
           77 WRK-DIAS-ATRASO    PIC S9(05) VALUE ZEROES.
           77 WRK-DIAS-TOLERANCIA PIC 9(03) VALUE 60.
           77 WRK-EXPOSICAO      PIC 9(12)V99 VALUE ZEROES.
           77 WRK-ACIMA-60       PIC 9(12)V99 VALUE ZEROES.
           77 WRK-CLIENTE-BUSCA  PIC 9(06) VALUE ZEROES.
           77 WRK-QTDE-CLIENTES  PIC 9(04) VALUE ZEROES COMP.
           77 WRK-CX             PIC 9(04) VALUE ZEROES COMP.
           77 WRK-ACHOU-CLIENTE  PIC X(01) VALUE "N".
               88 WRK-CLIENTE-NA-TABELA VALUE "S".
           77 WRK-TABELA         PIC X(01) VALUE "N".
               88 WRK-TABELA-CHEIA  VALUE "S".
           77 WRK-MOTIVO-NOVO    PIC X(01) VALUE SPACE.
               88 WRK-SEM-MOTIVO    VALUE SPACE.
           77 WRK-MOVIMENTO      PIC X(10) VALUE SPACE.
           77 WRK-QTDE-LIDA      PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-GRAVADA   PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-REJEITADA PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-FATURAS   PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-VIAGENS   PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-BLOQUEADOS PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-LIBERADOS PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-EM-BLOQUEIO PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-LIB-FINANCEIRO PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-LIB-VENCIDA PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-ACOES     PIC 9(06) VALUE ZEROES COMP.
           77 WRK-NOME-PROGRAMA  PIC X(08) VALUE "PROG5J".

           01  WRK-DATA-APURACAO.
               05  WRK-APUR-ANO   PIC 9(04).
               05  WRK-APUR-MES   PIC 9(02).
               05  WRK-APUR-DIA   PIC 9(02).
           01  WRK-DATA-APURACAO-N REDEFINES WRK-DATA-APURACAO
                                  PIC 9(08).

           01  WRK-DATA-VENCTO-R.
               05  WRK-VENC-ANO   PIC 9(04).
               05  WRK-VENC-MES   PIC 9(02).
               05  WRK-VENC-DIA   PIC 9(02).

           01  WRK-DATA-VIAGEM-R.
               05  WRK-VIAG-ANO-MES PIC 9(06).
               05  WRK-VIAG-DIA   PIC 9(02).

           01  WRK-TABELA-CLIENTES.
               05  WRK-TAB-CLI OCCURS 500 TIMES.
                   10  WRK-TAB-CODIGO       PIC 9(06).
                   10  WRK-TAB-ABERTO       PIC 9(12)V99.
                   10  WRK-TAB-ACIMA-60     PIC 9(12)V99.
                   10  WRK-TAB-NAO-FATURADO PIC 9(12)V99.

      *============== VARIAVEIS DE EDIÇAO ===============
           01  WRK-LINHA-TITULO.
               05  FILLER         PIC X(40)
                   VALUE "BLOQUEIO DE CREDITO - APURACAO EM: ".
               05  WRK-TIT-DATA   PIC 9(08).
               05  FILLER         PIC X(19) VALUE "  ULTIMO MES FAT.: ".
               05  WRK-TIT-MES    PIC 9(06).
               05  FILLER         PIC X(07) VALUE SPACE.

           01  WRK-LINHA-CABECALHO.
               05  FILLER         PIC X(07) VALUE "CLIENTE".
               05  FILLER         PIC X(21) VALUE "NOME".
               05  FILLER         PIC X(11) VALUE "MOVIMENTO".
               05  FILLER         PIC X(09) VALUE "MOTIVO".
               05  FILLER         PIC X(17) VALUE "       EXPOSICAO".
               05  FILLER         PIC X(15) VALUE "        LIMITE".

           01  WRK-LINHA-DETALHE.
               05  WRK-DET-CODIGO PIC 9(06).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-NOME   PIC X(20).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-MOVIMENTO PIC X(10).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-MOTIVO PIC X(08).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-EXPOSICAO PIC Z.ZZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DET-LIMITE PIC ZZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(01) VALUE SPACE.

           01  WRK-LINHA-TITULO-JORNAL.
               05  FILLER         PIC X(40)
                   VALUE "ACOES DO FINANCEIRO NO DIA (CREDJRNL)".
               05  FILLER         PIC X(40) VALUE SPACE.

           01  WRK-CABEC-JORNAL.
               05  FILLER         PIC X(09) VALUE "OPERADOR".
               05  FILLER         PIC X(09) VALUE "HORA".
               05  FILLER         PIC X(07) VALUE "CLIENTE".
               05  FILLER         PIC X(11) VALUE "OPERACAO".
               05  FILLER         PIC X(09) VALUE "LIB. ATE".
               05  FILLER         PIC X(15) VALUE "   NOVO LIMITE".
               05  FILLER         PIC X(20) VALUE "JUSTIFICATIVA".

           01  WRK-DETALHE-JORNAL.
               05  WRK-DJR-OPERADOR PIC X(08).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DJR-HORA   PIC 9(08).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DJR-CLIENTE PIC 9(06).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DJR-OPERACAO PIC X(10).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DJR-LIBERADO-ATE PIC 9(08).
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DJR-LIMITE PIC ZZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(01) VALUE SPACE.
               05  WRK-DJR-JUSTIFICATIVA PIC X(20).

           01  WRK-LINHA-TOTAL.
               05  WRK-TOT-TEXTO  PIC X(40).
               05  WRK-TOT-QTDE   PIC ZZZ.ZZ9.
               05  FILLER         PIC X(33) VALUE SPACE.

           01  WRK-LINHA-BRANCO   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-INICIO                  SECTION.

           PERFORM 0100-ABRE-ARQUIVOS.

           PERFORM 0200-APURA-FATURAS.

           PERFORM 0300-APURA-VIAGENS.

           PERFORM 0400-AVALIA-CLIENTES.

           PERFORM 0500-LISTA-JORNAL.

           PERFORM 0600-ENCERRA.

       0100-ABRE-ARQUIVOS           SECTION.

           DISPLAY "Data da apuracao (AAAAMMDD, zeros = hoje): "
           ACCEPT WRK-DATA-APURACAO-N.

           IF WRK-DATA-APURACAO-N = ZEROES
               ACCEPT WRK-DATA-APURACAO-N FROM DATE YYYYMMDD
           END-IF.

           OPEN I-O CLIENTES.

           IF WRK-CLI-STATUS NOT = "00"
               DISPLAY "ERRO: CLIMAST indisponivel (status "
                   WRK-CLI-STATUS ") - execucao abandonada"
               STOP RUN
           END-IF.

           OPEN INPUT VIAGENS-LOG.

           IF WRK-VIAGLOG-STATUS NOT = "00"
               DISPLAY "ERRO: VIAGLOG indisponivel (status "
                   WRK-VIAGLOG-STATUS ") - execucao abandonada"
               CLOSE CLIENTES
               STOP RUN
           END-IF.

      *     Sem CRECMAST (nenhuma carga do PROG4U ainda) a exposicao
      *     e so o que nao foi faturado.
           OPEN INPUT CONTAS-RECEBER.

           IF WRK-CREC-STATUS = "00"
               SET WRK-CREC-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "CRECMAST nao encontrado; sem faturas em aberto"
               SET WRK-SEM-MAIS-CREC TO TRUE
           END-IF.

           OPEN OUTPUT RELATORIO-CREDITO.

           MOVE WRK-DATA-APURACAO-N TO WRK-TIT-DATA.

       0200-APURA-FATURAS           SECTION.

           PERFORM 0210-LE-FATURA
               UNTIL WRK-SEM-MAIS-CREC.

           MOVE WRK-ULTIMO-MES-FATURADO TO WRK-TIT-MES.

           WRITE CREL-LINHA FROM WRK-LINHA-TITULO.
           WRITE CREL-LINHA FROM WRK-LINHA-BRANCO.
           WRITE CREL-LINHA FROM WRK-LINHA-CABECALHO.

       0210-LE-FATURA               SECTION.

           READ CONTAS-RECEBER NEXT
               AT END
                   SET WRK-SEM-MAIS-CREC TO TRUE
           END-READ.

           IF WRK-CREC-STATUS NOT = "00"
               SET WRK-SEM-MAIS-CREC TO TRUE
           END-IF.

           IF NOT WRK-SEM-MAIS-CREC
               IF CREC-MES-REF > WRK-ULTIMO-MES-FATURADO
                   MOVE CREC-MES-REF TO WRK-ULTIMO-MES-FATURADO
               END-IF
               IF CREC-ABERTA
                   ADD 1 TO WRK-QTDE-FATURAS
                   PERFORM 0220-CALCULA-ATRASO
                   MOVE CREC-CLIENTE TO WRK-CLIENTE-BUSCA
                   PERFORM 0230-LOCALIZA-CLIENTE
                   IF WRK-CLIENTE-NA-TABELA
                       ADD WRK-VALOR-ABERTO
                           TO WRK-TAB-ABERTO (WRK-CX)
                       IF WRK-DIAS-ATRASO > WRK-DIAS-TOLERANCIA
                           ADD WRK-VALOR-ABERTO
                               TO WRK-TAB-ACIMA-60 (WRK-CX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0220-CALCULA-ATRASO          SECTION.

      *     Atraso em dias comerciais (ano de 360 dias, mes de 30),
      *     mesmo enquadramento das faixas do aging do PROG4U.
           MOVE CREC-DATA-VENCIMENTO TO WRK-DATA-VENCTO-R.

           COMPUTE WRK-DIAS-ATRASO =
               (WRK-APUR-ANO - WRK-VENC-ANO) * 360
               + (WRK-APUR-MES - WRK-VENC-MES) * 30
               + (WRK-APUR-DIA - WRK-VENC-DIA).

           COMPUTE WRK-VALOR-ABERTO =
               CREC-VALOR-TOTAL - CREC-VALOR-PAGO.

       0230-LOCALIZA-CLIENTE        SECTION.

           MOVE "N" TO WRK-ACHOU-CLIENTE.
           MOVE ZEROES TO WRK-CX.

           PERFORM 0240-PROCURA-CLIENTE
               UNTIL WRK-CLIENTE-NA-TABELA
               OR WRK-CX = WRK-QTDE-CLIENTES.

           IF NOT WRK-CLIENTE-NA-TABELA
               IF WRK-QTDE-CLIENTES < 500
                   ADD 1 TO WRK-QTDE-CLIENTES
                   MOVE WRK-QTDE-CLIENTES TO WRK-CX
                   MOVE WRK-CLIENTE-BUSCA TO WRK-TAB-CODIGO (WRK-CX)
                   MOVE ZEROES TO WRK-TAB-ABERTO (WRK-CX)
                   MOVE ZEROES TO WRK-TAB-ACIMA-60 (WRK-CX)
                   MOVE ZEROES TO WRK-TAB-NAO-FATURADO (WRK-CX)
                   SET WRK-CLIENTE-NA-TABELA TO TRUE
               ELSE
                   IF NOT WRK-TABELA-CHEIA
                       DISPLAY "Tabela de clientes cheia (500); "
                           "clientes fora dela mantem a situacao "
                           "anterior"
                   END-IF
                   SET WRK-TABELA-CHEIA TO TRUE
               END-IF
           END-IF.

       0240-PROCURA-CLIENTE         SECTION.

           ADD 1 TO WRK-CX.

           IF WRK-CLIENTE-BUSCA = WRK-TAB-CODIGO (WRK-CX)
               SET WRK-CLIENTE-NA-TABELA TO TRUE
           END-IF.

      *     Viagem ativa de mes ainda nao faturado pelo PROG4T (acima
      *     do maior CREC-MES-REF carregado) entra como nao faturada.
       0300-APURA-VIAGENS           SECTION.

           PERFORM 0310-LE-VIAGEM
               UNTIL WRK-SEM-MAIS-VIAGEM.

       0310-LE-VIAGEM               SECTION.

           READ VIAGENS-LOG NEXT
               AT END
                   SET WRK-SEM-MAIS-VIAGEM TO TRUE
           END-READ.

           IF WRK-VIAGLOG-STATUS NOT = "00"
               SET WRK-SEM-MAIS-VIAGEM TO TRUE
           END-IF.

           IF NOT WRK-SEM-MAIS-VIAGEM
               AND NOT VIAG-CANCELADA
               MOVE VIAG-DATA TO WRK-DATA-VIAGEM-R
               IF WRK-VIAG-ANO-MES > WRK-ULTIMO-MES-FATURADO
                   ADD 1 TO WRK-QTDE-VIAGENS
                   MOVE VIAG-CLIENTE TO WRK-CLIENTE-BUSCA
                   PERFORM 0230-LOCALIZA-CLIENTE
                   IF WRK-CLIENTE-NA-TABELA
                       ADD VIAG-VALOR-FINAL
                           TO WRK-TAB-NAO-FATURADO (WRK-CX)
                   END-IF
               END-IF
           END-IF.

       0400-AVALIA-CLIENTES         SECTION.

           PERFORM 0410-LE-CLIENTE
               UNTIL WRK-SEM-MAIS-CLIENTE.

       0410-LE-CLIENTE              SECTION.

           READ CLIENTES NEXT
               AT END
                   SET WRK-SEM-MAIS-CLIENTE TO TRUE
           END-READ.

           IF WRK-CLI-STATUS NOT = "00"
               SET WRK-SEM-MAIS-CLIENTE TO TRUE
           END-IF.

           IF NOT WRK-SEM-MAIS-CLIENTE
               ADD 1 TO WRK-QTDE-LIDA
               MOVE "N" TO WRK-ACHOU-CLIENTE
               MOVE ZEROES TO WRK-CX
               MOVE CLI-CODIGO TO WRK-CLIENTE-BUSCA
               PERFORM 0240-PROCURA-CLIENTE
                   UNTIL WRK-CLIENTE-NA-TABELA
                   OR WRK-CX = WRK-QTDE-CLIENTES
               IF NOT WRK-CLIENTE-NA-TABELA
                   AND WRK-TABELA-CHEIA
                   DISPLAY "Cliente " CLI-CODIGO " fora da tabela; "
                       "situacao de credito nao apurada"
                   ADD 1 TO WRK-QTDE-REJEITADA
               ELSE
                   PERFORM 0420-APURA-CLIENTE
               END-IF
           END-IF.

       0420-APURA-CLIENTE           SECTION.

           MOVE ZEROES TO WRK-EXPOSICAO.
           MOVE ZEROES TO WRK-ACIMA-60.

           IF WRK-CLIENTE-NA-TABELA
               COMPUTE WRK-EXPOSICAO = WRK-TAB-ABERTO (WRK-CX)
                   + WRK-TAB-NAO-FATURADO (WRK-CX)
               MOVE WRK-TAB-ACIMA-60 (WRK-CX) TO WRK-ACIMA-60
           END-IF.

           MOVE SPACE TO WRK-MOTIVO-NOVO.

           IF CLI-LIMITE-CREDITO > ZEROES
               AND WRK-EXPOSICAO > CLI-LIMITE-CREDITO
               MOVE "L" TO WRK-MOTIVO-NOVO
           END-IF.

           IF WRK-ACIMA-60 > ZEROES
               IF WRK-SEM-MOTIVO
                   MOVE "A" TO WRK-MOTIVO-NOVO
               ELSE
                   MOVE "X" TO WRK-MOTIVO-NOVO
               END-IF
           END-IF.

      *     Liberacao do financeiro vencida: volta a valer a regra.
           IF CLI-CREDITO-LIBERADO
               AND CLI-LIBERADO-ATE < WRK-DATA-APURACAO-N
               SET CLI-CREDITO-NORMAL TO TRUE
               MOVE ZEROES TO CLI-LIBERADO-ATE
               ADD 1 TO WRK-QTDE-LIB-VENCIDA
               IF WRK-SEM-MOTIVO
                   MOVE SPACE TO CLI-MOTIVO-BLOQUEIO
                   MOVE ZEROES TO CLI-DATA-BLOQUEIO
                   MOVE "FIM LIBER." TO WRK-MOVIMENTO
                   PERFORM 0430-IMPRIME-CLIENTE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN CLI-CREDITO-LIBERADO
                   MOVE WRK-MOTIVO-NOVO TO CLI-MOTIVO-BLOQUEIO
                   ADD 1 TO WRK-QTDE-LIB-FINANCEIRO
               WHEN NOT WRK-SEM-MOTIVO
                   AND NOT CLI-CREDITO-BLOQUEADO
                   SET CLI-CREDITO-BLOQUEADO TO TRUE
                   MOVE WRK-MOTIVO-NOVO TO CLI-MOTIVO-BLOQUEIO
                   MOVE WRK-DATA-APURACAO-N TO CLI-DATA-BLOQUEIO
                   ADD 1 TO WRK-QTDE-BLOQUEADOS
                   ADD 1 TO WRK-QTDE-EM-BLOQUEIO
                   MOVE "BLOQUEADO" TO WRK-MOVIMENTO
                   PERFORM 0430-IMPRIME-CLIENTE
               WHEN NOT WRK-SEM-MOTIVO
                   MOVE WRK-MOTIVO-NOVO TO CLI-MOTIVO-BLOQUEIO
                   ADD 1 TO WRK-QTDE-EM-BLOQUEIO
               WHEN CLI-CREDITO-BLOQUEADO
                   MOVE "LIBERADO" TO WRK-MOVIMENTO
                   PERFORM 0430-IMPRIME-CLIENTE
                   SET CLI-CREDITO-NORMAL TO TRUE
                   MOVE SPACE TO CLI-MOTIVO-BLOQUEIO
                   MOVE ZEROES TO CLI-DATA-BLOQUEIO
                   ADD 1 TO WRK-QTDE-LIBERADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE WRK-EXPOSICAO       TO CLI-EXPOSICAO.
           MOVE WRK-DATA-APURACAO-N TO CLI-DATA-APURACAO.

           REWRITE CLI-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao atualizar credito do cliente "
                       CLI-CODIGO
                   ADD 1 TO WRK-QTDE-REJEITADA
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-GRAVADA
           END-REWRITE.

       0430-IMPRIME-CLIENTE         SECTION.

           MOVE CLI-CODIGO         TO WRK-DET-CODIGO.
           MOVE CLI-NOME           TO WRK-DET-NOME.
           MOVE WRK-MOVIMENTO      TO WRK-DET-MOVIMENTO.
           MOVE WRK-EXPOSICAO      TO WRK-DET-EXPOSICAO.
           MOVE CLI-LIMITE-CREDITO TO WRK-DET-LIMITE.

           EVALUATE TRUE
               WHEN CLI-BLOQ-LIMITE
                   MOVE "LIMITE" TO WRK-DET-MOTIVO
               WHEN CLI-BLOQ-ATRASO
                   MOVE "ATRASO" TO WRK-DET-MOTIVO
               WHEN CLI-BLOQ-LIMITE-ATRASO
                   MOVE "LIM+ATR" TO WRK-DET-MOTIVO
               WHEN OTHER
                   MOVE SPACES TO WRK-DET-MOTIVO
           END-EVALUATE.

           WRITE CREL-LINHA FROM WRK-LINHA-DETALHE.

       0500-LISTA-JORNAL            SECTION.

           WRITE CREL-LINHA FROM WRK-LINHA-BRANCO.
           WRITE CREL-LINHA FROM WRK-LINHA-TITULO-JORNAL.
           WRITE CREL-LINHA FROM WRK-CABEC-JORNAL.

           OPEN INPUT JORNAL.

           IF WRK-JORNAL-STATUS NOT = "00"
               SET WRK-SEM-MAIS-ACAO TO TRUE
           ELSE
               PERFORM 0510-LE-ACAO
                   UNTIL WRK-SEM-MAIS-ACAO
               CLOSE JORNAL
           END-IF.

       0510-LE-ACAO                 SECTION.

           READ JORNAL
               AT END
                   SET WRK-SEM-MAIS-ACAO TO TRUE
           END-READ.

           IF NOT WRK-SEM-MAIS-ACAO
               AND CJRN-DATA = WRK-DATA-APURACAO-N
               ADD 1 TO WRK-QTDE-ACOES
               MOVE CJRN-OPERADOR      TO WRK-DJR-OPERADOR
               MOVE CJRN-HORA          TO WRK-DJR-HORA
               MOVE CJRN-CLIENTE       TO WRK-DJR-CLIENTE
               MOVE CJRN-LIBERADO-ATE  TO WRK-DJR-LIBERADO-ATE
               MOVE CJRN-LIMITE-DEPOIS TO WRK-DJR-LIMITE
               MOVE CJRN-JUSTIFICATIVA TO WRK-DJR-JUSTIFICATIVA
               EVALUATE TRUE
                   WHEN CJRN-OP-LIMITE
                       MOVE "LIMITE" TO WRK-DJR-OPERACAO
                   WHEN CJRN-OP-LIBERACAO
                       MOVE "LIBERACAO" TO WRK-DJR-OPERACAO
                   WHEN CJRN-OP-REVOGACAO
                       MOVE "REVOGACAO" TO WRK-DJR-OPERACAO
                   WHEN OTHER
                       MOVE CJRN-OPERACAO TO WRK-DJR-OPERACAO
               END-EVALUATE
               WRITE CREL-LINHA FROM WRK-DETALHE-JORNAL
           END-IF.

       0600-ENCERRA                 SECTION.

           WRITE CREL-LINHA FROM WRK-LINHA-BRANCO.

           MOVE "CLIENTES APURADOS......................:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-GRAVADA TO WRK-TOT-QTDE.
           WRITE CREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "BLOQUEADOS NO DIA......................:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-BLOQUEADOS TO WRK-TOT-QTDE.
           WRITE CREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "LIBERADOS NO DIA.......................:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-LIBERADOS TO WRK-TOT-QTDE.
           WRITE CREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "LIBERACOES DO FINANCEIRO VENCIDAS......:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-LIB-VENCIDA TO WRK-TOT-QTDE.
           WRITE CREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "TOTAL EM BLOQUEIO......................:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-EM-BLOQUEIO TO WRK-TOT-QTDE.
           WRITE CREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "LIBERADOS PELO FINANCEIRO..............:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-LIB-FINANCEIRO TO WRK-TOT-QTDE.
           WRITE CREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE "ACOES DO FINANCEIRO NO DIA.............:"
               TO WRK-TOT-TEXTO.
           MOVE WRK-QTDE-ACOES TO WRK-TOT-QTDE.
           WRITE CREL-LINHA FROM WRK-LINHA-TOTAL.

           CLOSE CLIENTES.
           CLOSE VIAGENS-LOG.
           CLOSE RELATORIO-CREDITO.

           IF WRK-CREC-DISPONIVEL
               CLOSE CONTAS-RECEBER
           END-IF.

           DISPLAY "Data da apuracao...........: " WRK-DATA-APURACAO-N.
           DISPLAY "Ultimo mes faturado........: "
               WRK-ULTIMO-MES-FATURADO.
           DISPLAY "Faturas em aberto..........: " WRK-QTDE-FATURAS.
           DISPLAY "Viagens nao faturadas......: " WRK-QTDE-VIAGENS.
           DISPLAY "Clientes lidos.............: " WRK-QTDE-LIDA.
           DISPLAY "Bloqueados no dia..........: " WRK-QTDE-BLOQUEADOS.
           DISPLAY "Liberados no dia...........: " WRK-QTDE-LIBERADOS.
           DISPLAY "Total em bloqueio..........: " WRK-QTDE-EM-BLOQUEIO.
           DISPLAY "Clientes nao apurados......: " WRK-QTDE-REJEITADA.

           CALL "PROG4Y" USING WRK-NOME-PROGRAMA WRK-QTDE-LIDA
               WRK-QTDE-GRAVADA WRK-QTDE-REJEITADA
           END-CALL.

           STOP RUN.



       END PROGRAM PROG5J.
