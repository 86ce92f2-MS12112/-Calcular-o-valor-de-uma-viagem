
      *== DATA = 04/11/2026
      *== OBSERVAÇOES:
      *== 17/03/2027 - MATHEUS - Opcao A: baixa automatica do arquivo
      *==               retorno de cobranca do banco (RETBANCO), cada
      *==               credito casado pelo numero da fatura e
      *==               lancado como na baixa manual (secao comum
      *==               0220), total ou parcial. Fatura inexistente,
      *==               ja liquidada ou credito invalido vai para o
      *==               arquivo de excecoes RETEXCE sem baixa; credito
      *==               acima do saldo liquida a fatura e o excedente
      *==               vai para o RETEXCE. Relatorio RETBREL para o
      *==               financeiro. Numero do arquivo (header) guardado
      *==               no RETBSEQ: retorno ja processado e recusado.
      *==               Grava o controle de execucao no RUNCTRL via
      *==               PROG4Y (creditos lidos, baixados, recusados).
      *== 09/06/2027 - MATHEUS - Toda baixa (manual ou do retorno)
      *==               grava no movimento contabil CTBMOV o evento
      *==               RC com o valor aplicado na fatura e, se o
      *==               pagamento passar do saldo, o evento RX com o
      *==               excedente a devolver, para a exportacao
      *==               diaria do PROG5U.
      *== 30/06/2027 - MATHEUS - Erro na leitura do RETBANCO encerra a
      *==               baixa do retorno e nao atualiza o RETBSEQ.
      *======================================


               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-AGING-STATUS.

           SELECT RETORNO-BANCARIO ASSIGN TO "RETBANCO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-RETB-STATUS.

           SELECT EXCECOES-RETORNO ASSIGN TO "RETEXCE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-RETX-STATUS.

           SELECT RELATORIO-RETORNO ASSIGN TO "RETBREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-RETREL-STATUS.

           SELECT CONTROLE-RETORNO ASSIGN TO "RETBSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-RSEQ-STATUS.

           SELECT MOVIMENTO-CONTABIL ASSIGN TO "CTBMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-CMOV-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RELATORIO-AGING.
           01  AGING-LINHA        PIC X(80).

       FD  RETORNO-BANCARIO.
           COPY RETBREC.

       FD  EXCECOES-RETORNO.
           COPY RETXREC.

       FD  RELATORIO-RETORNO.
           01  RREL-LINHA         PIC X(80).

       FD  CONTROLE-RETORNO.
           COPY SEQREC.

       FD  MOVIMENTO-CONTABIL.
           COPY CMOVREC.

       WORKING-STORAGE              SECTION.

      *============== VARIAVEIS DE APOIO ===============
           77 WRK-OPCAO          PIC X(01) VALUE SPACE.
               88 WRK-OP-CARGA      VALUE "C".
               88 WRK-OP-BAIXA      VALUE "B".
               88 WRK-OP-RETORNO    VALUE "A".
               88 WRK-OP-RELATORIO  VALUE "R".
               88 WRK-OP-SAIR       VALUE "S".
           77 WRK-DATA-ATUAL     PIC 9(08) VALUE ZEROES.
               88 WRK-CLIENTE-NA-TABELA VALUE "S".
           77 WRK-QTDE-ABERTAS   PIC 9(06) VALUE ZEROES COMP.
           77 WRK-GERAL-ABERTO   PIC 9(12)V99 VALUE ZEROES.
           77 WRK-RETB-STATUS    PIC X(02) VALUE "00".
           77 WRK-RETX-STATUS    PIC X(02) VALUE "00".
           77 WRK-RETREL-STATUS  PIC X(02) VALUE "00".
           77 WRK-RSEQ-STATUS    PIC X(02) VALUE "00".
           77 WRK-LANCAMENTO     PIC X(01) VALUE "N".
               88 WRK-PAGAMENTO-LANCADO VALUE "S".
           77 WRK-RETORNO        PIC X(01) VALUE "N".
               88 WRK-RETORNO-VALIDO VALUE "S".
           77 WRK-FIM-RETORNO    PIC X(01) VALUE "N".
               88 WRK-SEM-MAIS-CREDITO VALUE "S".
           77 WRK-ERRO-RETORNO   PIC X(01) VALUE "N".
               88 WRK-RETORNO-INCOMPLETO VALUE "S".
           77 WRK-SEQ-RETORNO    PIC 9(08) VALUE ZEROES.
           77 WRK-ULTIMO-RETORNO PIC 9(08) VALUE ZEROES.
           77 WRK-MOTIVO-RETORNO PIC X(02) VALUE SPACE.
               88 WRK-CREDITO-SEM-EXCECAO VALUE SPACE.
               88 WRK-CREDITO-EXCEDENTE   VALUE "03".
           77 WRK-SITUACAO-CREDITO PIC X(25) VALUE SPACE.
           77 WRK-VALOR-EXCEDENTE PIC 9(12)V99 VALUE ZEROES.
           77 WRK-QTDE-CREDITOS  PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-BAIXADOS  PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-RECUSADOS PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-LIQUIDADAS PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-PARCIAIS  PIC 9(06) VALUE ZEROES COMP.
           77 WRK-QTDE-EXCEDENTES PIC 9(06) VALUE ZEROES COMP.
           77 WRK-VALOR-LIDO     PIC 9(12)V99 VALUE ZEROES.
           77 WRK-VALOR-BAIXADO  PIC 9(12)V99 VALUE ZEROES.
           77 WRK-VALOR-RECUSADO PIC 9(12)V99 VALUE ZEROES.
           77 WRK-TOTAL-EXCEDENTE PIC 9(12)V99 VALUE ZEROES.
           77 WRK-NOME-PROGRAMA  PIC X(08) VALUE "PROG4U".
           77 WRK-CMOV-STATUS    PIC X(02) VALUE "00".
           77 WRK-CMOV-ABERTO    PIC X(01) VALUE "N".
               88 WRK-MOVIMENTO-ABERTO VALUE "S".
           77 WRK-HORA-ATUAL     PIC 9(08) VALUE ZEROES.
           77 WRK-VALOR-APLICADO PIC 9(12)V99 VALUE ZEROES.
           77 WRK-VALOR-SOBRA    PIC 9(12)V99 VALUE ZEROES.

           01  WRK-DATA-VENCTO-R.
               05  WRK-VENC-ANO   PIC 9(04).
               05  WRK-GER-VALOR  PIC Z.ZZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(32) VALUE SPACE.

           01  WRK-LINHA-TITULO-RETORNO.
               05  FILLER         PIC X(40)
                   VALUE "BAIXA AUTOMATICA DO RETORNO BANCARIO - ".
               05  FILLER         PIC X(09) VALUE "ARQUIVO: ".
               05  WRK-TRT-SEQ    PIC 9(06).
               05  FILLER         PIC X(06) VALUE "  EM: ".
               05  WRK-TRT-DATA   PIC 9(08).
               05  FILLER         PIC X(11) VALUE SPACE.

           01  WRK-CABEC-RETORNO.
               05  FILLER         PIC X(10) VALUE "FATURA".
               05  FILLER         PIC X(10) VALUE "DATA CRED.".
               05  FILLER         PIC X(19) VALUE "   VALOR CREDITO".
               05  FILLER         PIC X(41) VALUE "SITUACAO".

           01  WRK-DETALHE-RETORNO.
               05  WRK-DRT-FATURA PIC 9(08).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DRT-DATA   PIC 9(08).
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DRT-VALOR  PIC Z.ZZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-DRT-SITUACAO PIC X(25).
               05  FILLER         PIC X(17) VALUE SPACE.

           01  WRK-TOTAL-RETORNO.
               05  WRK-TRR-TEXTO  PIC X(40).
               05  WRK-TRR-QTDE   PIC ZZZ.ZZ9.
               05  FILLER         PIC X(02) VALUE SPACE.
               05  WRK-TRR-VALOR  PIC Z.ZZZ.ZZZ.ZZ9,99.
               05  FILLER         PIC X(15) VALUE SPACE.

           01  WRK-LINHA-BRANCO   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.
               OPEN OUTPUT CONTAS-RECEBER
           END-IF.

           DISPLAY "Opcao (C-Carga B-Baixa A-Retorno bancario "
               "R-Relatorio S-Sair): "
           ACCEPT WRK-OPCAO.

           IF WRK-OP-BAIXA OR WRK-OP-RETORNO
               PERFORM 0230-ABRE-MOVIMENTO
           END-IF.

           EVALUATE TRUE
               WHEN WRK-OP-CARGA
                   PERFORM 0110-CARGA-FATURAS
               WHEN WRK-OP-BAIXA
                   PERFORM 0200-BAIXA-PAGAMENTO
               WHEN WRK-OP-RETORNO
                   PERFORM 0600-BAIXA-RETORNO
               WHEN WRK-OP-RELATORIO
                   PERFORM 0300-RELATORIO-AGING
               WHEN WRK-OP-SAIR

           CLOSE CONTAS-RECEBER.

           IF WRK-MOVIMENTO-ABERTO
               CLOSE MOVIMENTO-CONTABIL
           END-IF.

       0110-CARGA-FATURAS           SECTION.

           OPEN INPUT RESUMO-FATURAMENTO.
           IF WRK-VALOR-PAGAMENTO = ZEROES
               DISPLAY "Valor do pagamento deve ser maior que zero"
           ELSE
               PERFORM 0220-LANCA-PAGAMENTO

               IF CREC-PAGA
                   DISPLAY "Fatura " CREC-NUMERO " liquidada"
               END-IF
           END-IF.

      *     Lancamento comum a baixa manual e a do retorno bancario:
      *     pagamento acumulado; cobrindo o total, liquida a fatura.
       0220-LANCA-PAGAMENTO         SECTION.

           MOVE "N" TO WRK-LANCAMENTO.

      *     Parte do pagamento que passa do saldo nao abate a
      *     fatura na contabilidade: vai como excedente a devolver.
           COMPUTE WRK-SALDO-FATURA =
               CREC-VALOR-TOTAL - CREC-VALOR-PAGO.

           IF WRK-VALOR-PAGAMENTO > WRK-SALDO-FATURA
               MOVE WRK-SALDO-FATURA TO WRK-VALOR-APLICADO
               COMPUTE WRK-VALOR-SOBRA =
                   WRK-VALOR-PAGAMENTO - WRK-SALDO-FATURA
           ELSE
               MOVE WRK-VALOR-PAGAMENTO TO WRK-VALOR-APLICADO
               MOVE ZEROES TO WRK-VALOR-SOBRA
           END-IF.

           ADD WRK-VALOR-PAGAMENTO TO CREC-VALOR-PAGO.

           IF CREC-VALOR-PAGO NOT < CREC-VALOR-TOTAL
               SET CREC-PAGA TO TRUE
               MOVE WRK-DATA-PAGAMENTO TO CREC-DATA-PAGAMENTO
           END-IF.

           REWRITE CREC-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao baixar fatura " CREC-NUMERO
               NOT INVALID KEY
                   SET WRK-PAGAMENTO-LANCADO TO TRUE
           END-REWRITE.

           IF WRK-PAGAMENTO-LANCADO
               MOVE "RC" TO CMOV-EVENTO
               MOVE WRK-VALOR-APLICADO TO CMOV-VALOR
               PERFORM 0240-GRAVA-MOVIMENTO
               MOVE "RX" TO CMOV-EVENTO
               MOVE WRK-VALOR-SOBRA TO CMOV-VALOR
               PERFORM 0240-GRAVA-MOVIMENTO
           END-IF.

       0230-ABRE-MOVIMENTO          SECTION.

           ACCEPT WRK-HORA-ATUAL FROM TIME.

           OPEN EXTEND MOVIMENTO-CONTABIL.

           IF WRK-CMOV-STATUS = "35"
               OPEN OUTPUT MOVIMENTO-CONTABIL
           END-IF.

           IF WRK-CMOV-STATUS = "00"
               SET WRK-MOVIMENTO-ABERTO TO TRUE
           ELSE
               DISPLAY "ATENCAO: CTBMOV indisponivel (status "
                   WRK-CMOV-STATUS "); baixas fora da exportacao "
                   "contabil"
           END-IF.

      *     Recebimento para a contabilidade (PROG5U) no dia em que
      *     foi baixado; a data do pagamento segue como referencia.
       0240-GRAVA-MOVIMENTO         SECTION.

           IF WRK-MOVIMENTO-ABERTO
               AND CMOV-VALOR > ZEROES
               MOVE WRK-DATA-ATUAL TO CMOV-DATA
               MOVE WRK-HORA-ATUAL TO CMOV-HORA
               MOVE WRK-NOME-PROGRAMA TO CMOV-ORIGEM
               MOVE SPACES TO CMOV-QUALIFICADOR
               MOVE CREC-NUMERO TO CMOV-DOCUMENTO
               MOVE CREC-CLIENTE TO CMOV-CLIENTE
               MOVE WRK-DATA-PAGAMENTO TO CMOV-DATA-REFERENCIA
               WRITE CMOV-REGISTRO
           END-IF.

       0300-RELATORIO-AGING         SECTION.

           OPEN OUTPUT RELATORIO-AGING.
           COMPUTE WRK-VALOR-ABERTO =
               CREC-VALOR-TOTAL - CREC-VALOR-PAGO.

       0600-BAIXA-RETORNO           SECTION.

           OPEN INPUT RETORNO-BANCARIO.

           IF WRK-RETB-STATUS NOT = "00"
               DISPLAY "RETBANCO nao encontrado; nada a baixar"
           ELSE
               PERFORM 0610-CONFERE-HEADER
               IF WRK-RETORNO-VALIDO
                   PERFORM 0620-ABRE-SAIDAS-RETORNO
                   PERFORM 0630-LE-CREDITO
                       UNTIL WRK-SEM-MAIS-CREDITO
                   PERFORM 0680-ENCERRA-RETORNO
               END-IF
               CLOSE RETORNO-BANCARIO
           END-IF.

      *     O primeiro registro tem de ser o header, com numero de
      *     arquivo acima do ultimo ja baixado (RETBSEQ); assim um
      *     retorno reapresentado nao baixa os parciais duas vezes.
       0610-CONFERE-HEADER          SECTION.

           MOVE "N" TO WRK-RETORNO.
           MOVE ZEROES TO WRK-ULTIMO-RETORNO.

           READ RETORNO-BANCARIO
               AT END
                   MOVE "9" TO RETB-TIPO
           END-READ.

           OPEN INPUT CONTROLE-RETORNO.

           IF WRK-RSEQ-STATUS = "00"
               READ CONTROLE-RETORNO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SEQ-ULTIMO-NUMERO TO WRK-ULTIMO-RETORNO
               END-READ
               CLOSE CONTROLE-RETORNO
           END-IF.

           IF NOT RETB-HEADER
               OR RETB-SEQ-ARQUIVO NOT NUMERIC
               DISPLAY "RETBANCO sem header valido; arquivo recusado"
           ELSE
               MOVE RETB-SEQ-ARQUIVO TO WRK-SEQ-RETORNO
               IF WRK-SEQ-RETORNO NOT > WRK-ULTIMO-RETORNO
                   DISPLAY "Retorno " WRK-SEQ-RETORNO " ja processado"
                       " (ultimo baixado: " WRK-ULTIMO-RETORNO
                       "); arquivo recusado"
               ELSE
                   SET WRK-RETORNO-VALIDO TO TRUE
               END-IF
           END-IF.

       0620-ABRE-SAIDAS-RETORNO     SECTION.

           OPEN EXTEND EXCECOES-RETORNO.

           IF WRK-RETX-STATUS = "35"
               OPEN OUTPUT EXCECOES-RETORNO
           END-IF.

           OPEN OUTPUT RELATORIO-RETORNO.

           MOVE WRK-SEQ-RETORNO TO WRK-TRT-SEQ.
           MOVE WRK-DATA-ATUAL TO WRK-TRT-DATA.
           WRITE RREL-LINHA FROM WRK-LINHA-TITULO-RETORNO.
           WRITE RREL-LINHA FROM WRK-LINHA-BRANCO.
           WRITE RREL-LINHA FROM WRK-CABEC-RETORNO.

       0630-LE-CREDITO              SECTION.

           READ RETORNO-BANCARIO
               AT END
                   SET WRK-SEM-MAIS-CREDITO TO TRUE
           END-READ.

           IF NOT WRK-SEM-MAIS-CREDITO
               AND WRK-RETB-STATUS NOT = "00"
               DISPLAY "ERRO na leitura do RETBANCO (status "
                   WRK-RETB-STATUS ") apos " WRK-QTDE-CREDITOS
                   " creditos; leitura interrompida"
               SET WRK-RETORNO-INCOMPLETO TO TRUE
               SET WRK-SEM-MAIS-CREDITO TO TRUE
           END-IF.

           IF NOT WRK-SEM-MAIS-CREDITO
               AND RETB-DETALHE
               ADD 1 TO WRK-QTDE-CREDITOS
               IF RETB-VALOR-CREDITO NUMERIC
                   ADD RETB-VALOR-CREDITO TO WRK-VALOR-LIDO
               END-IF
               PERFORM 0640-BAIXA-CREDITO
           END-IF.

       0640-BAIXA-CREDITO           SECTION.

           MOVE SPACE TO WRK-MOTIVO-RETORNO.
           MOVE ZEROES TO WRK-VALOR-EXCEDENTE.

           EVALUATE TRUE
               WHEN RETB-VALOR-CREDITO NOT NUMERIC
                   MOVE "04" TO WRK-MOTIVO-RETORNO
               WHEN RETB-VALOR-CREDITO = ZEROES
                   MOVE "04" TO WRK-MOTIVO-RETORNO
               WHEN RETB-NUMERO-FATURA NOT NUMERIC
                   MOVE "01" TO WRK-MOTIVO-RETORNO
               WHEN OTHER
                   PERFORM 0645-LOCALIZA-FATURA
           END-EVALUATE.

           IF WRK-MOTIVO-RETORNO = "04"
               MOVE "VALOR DO CREDITO INVALIDO" TO WRK-SITUACAO-CREDITO
           END-IF.

           IF WRK-MOTIVO-RETORNO = "01"
               MOVE "FATURA NAO ENCONTRADA" TO WRK-SITUACAO-CREDITO
           END-IF.

           IF NOT WRK-CREDITO-SEM-EXCECAO
               PERFORM 0660-GRAVA-EXCECAO
           END-IF.

           MOVE RETB-NUMERO-FATURA TO WRK-DRT-FATURA.
           MOVE RETB-DATA-CREDITO TO WRK-DRT-DATA.
           IF RETB-VALOR-CREDITO NUMERIC
               MOVE RETB-VALOR-CREDITO TO WRK-DRT-VALOR
           ELSE
               MOVE ZEROES TO WRK-DRT-VALOR
           END-IF.
           MOVE WRK-SITUACAO-CREDITO TO WRK-DRT-SITUACAO.
           WRITE RREL-LINHA FROM WRK-DETALHE-RETORNO.

       0645-LOCALIZA-FATURA         SECTION.

           MOVE RETB-NUMERO-FATURA TO CREC-NUMERO.

           READ CONTAS-RECEBER
               KEY IS CREC-NUMERO
               INVALID KEY
                   MOVE "01" TO WRK-MOTIVO-RETORNO
           END-READ.

           IF WRK-CREC-STATUS = "00"
               IF CREC-PAGA
                   MOVE "02" TO WRK-MOTIVO-RETORNO
                   MOVE "FATURA JA LIQUIDADA" TO WRK-SITUACAO-CREDITO
               ELSE
                   PERFORM 0650-LANCA-CREDITO
               END-IF
           END-IF.

      *     Credito sem data no retorno vale o dia do processamento.
       0650-LANCA-CREDITO           SECTION.

           COMPUTE WRK-SALDO-FATURA =
               CREC-VALOR-TOTAL - CREC-VALOR-PAGO.

           IF RETB-VALOR-CREDITO > WRK-SALDO-FATURA
               COMPUTE WRK-VALOR-EXCEDENTE =
                   RETB-VALOR-CREDITO - WRK-SALDO-FATURA
           END-IF.

           MOVE RETB-VALOR-CREDITO TO WRK-VALOR-PAGAMENTO.

           IF RETB-DATA-CREDITO NUMERIC
               AND RETB-DATA-CREDITO > ZEROES
               MOVE RETB-DATA-CREDITO TO WRK-DATA-PAGAMENTO
           ELSE
               MOVE WRK-DATA-ATUAL TO WRK-DATA-PAGAMENTO
           END-IF.

           PERFORM 0220-LANCA-PAGAMENTO.

           IF WRK-PAGAMENTO-LANCADO
               ADD 1 TO WRK-QTDE-BAIXADOS
               ADD RETB-VALOR-CREDITO TO WRK-VALOR-BAIXADO
               IF CREC-PAGA
                   ADD 1 TO WRK-QTDE-LIQUIDADAS
                   MOVE "LIQUIDADA" TO WRK-SITUACAO-CREDITO
               ELSE
                   ADD 1 TO WRK-QTDE-PARCIAIS
                   MOVE "BAIXA PARCIAL" TO WRK-SITUACAO-CREDITO
               END-IF
               IF WRK-VALOR-EXCEDENTE > ZEROES
                   MOVE "03" TO WRK-MOTIVO-RETORNO
                   MOVE "LIQUIDADA COM EXCEDENTE"
                       TO WRK-SITUACAO-CREDITO
               END-IF
           ELSE
               MOVE "05" TO WRK-MOTIVO-RETORNO
               MOVE "ERRO NA GRAVACAO DA BAIXA"
                   TO WRK-SITUACAO-CREDITO
           END-IF.

      *     Excedente (motivo 03) ja esta baixado; os demais motivos
      *     ficam fora da baixa e contam como recusados.
       0660-GRAVA-EXCECAO           SECTION.

           MOVE RETB-REGISTRO         TO RETX-CREDITO.
           MOVE WRK-MOTIVO-RETORNO    TO RETX-MOTIVO.
           MOVE WRK-SITUACAO-CREDITO  TO RETX-DESCRICAO.
           MOVE WRK-VALOR-EXCEDENTE   TO RETX-VALOR-EXCEDENTE.
           MOVE WRK-DATA-ATUAL        TO RETX-DATA-PROCESSO.

           WRITE RETX-REGISTRO.

           IF WRK-CREDITO-EXCEDENTE
               ADD 1 TO WRK-QTDE-EXCEDENTES
               ADD WRK-VALOR-EXCEDENTE TO WRK-TOTAL-EXCEDENTE
           ELSE
               ADD 1 TO WRK-QTDE-RECUSADOS
               IF RETB-VALOR-CREDITO NUMERIC
                   ADD RETB-VALOR-CREDITO TO WRK-VALOR-RECUSADO
               END-IF
           END-IF.

       0680-ENCERRA-RETORNO         SECTION.

           WRITE RREL-LINHA FROM WRK-LINHA-BRANCO.

           MOVE "CREDITOS LIDOS NO RETORNO..............:"
               TO WRK-TRR-TEXTO.
           MOVE WRK-QTDE-CREDITOS TO WRK-TRR-QTDE.
           MOVE WRK-VALOR-LIDO TO WRK-TRR-VALOR.
           WRITE RREL-LINHA FROM WRK-TOTAL-RETORNO.

           MOVE "CREDITOS BAIXADOS NO CONTAS A RECEBER..:"
               TO WRK-TRR-TEXTO.
           MOVE WRK-QTDE-BAIXADOS TO WRK-TRR-QTDE.
           MOVE WRK-VALOR-BAIXADO TO WRK-TRR-VALOR.
           WRITE RREL-LINHA FROM WRK-TOTAL-RETORNO.

           MOVE "  FATURAS LIQUIDADAS...................:"
               TO WRK-TRR-TEXTO.
           MOVE WRK-QTDE-LIQUIDADAS TO WRK-TRR-QTDE.
           MOVE ZEROES TO WRK-TRR-VALOR.
           WRITE RREL-LINHA FROM WRK-TOTAL-RETORNO.

           MOVE "  BAIXAS PARCIAIS......................:"
               TO WRK-TRR-TEXTO.
           MOVE WRK-QTDE-PARCIAIS TO WRK-TRR-QTDE.
           WRITE RREL-LINHA FROM WRK-TOTAL-RETORNO.

           MOVE "  EXCEDENTES A DEVOLVER (RETEXCE)......:"
               TO WRK-TRR-TEXTO.
           MOVE WRK-QTDE-EXCEDENTES TO WRK-TRR-QTDE.
           MOVE WRK-TOTAL-EXCEDENTE TO WRK-TRR-VALOR.
           WRITE RREL-LINHA FROM WRK-TOTAL-RETORNO.

           MOVE "CREDITOS RECUSADOS (RETEXCE)...........:"
               TO WRK-TRR-TEXTO.
           MOVE WRK-QTDE-RECUSADOS TO WRK-TRR-QTDE.
           MOVE WRK-VALOR-RECUSADO TO WRK-TRR-VALOR.
           WRITE RREL-LINHA FROM WRK-TOTAL-RETORNO.

      *     Retorno lido pela metade nao e dado como processado: o
      *     RETBSEQ fica como estava e o financeiro confere no RETBREL
      *     o que ja foi baixado antes de reapresentar o arquivo.
           IF WRK-RETORNO-INCOMPLETO
               WRITE RREL-LINHA FROM WRK-LINHA-BRANCO
               MOVE
               "*** RETORNO INCOMPLETO - ERRO NA LEITURA DO RETBANCO"
                   TO RREL-LINHA
               WRITE RREL-LINHA
               MOVE
               "*** RETBSEQ NAO ATUALIZADO - CONFERIR AS BAIXAS ACIMA"
                   TO RREL-LINHA
               WRITE RREL-LINHA
           END-IF.

           CLOSE EXCECOES-RETORNO.
           CLOSE RELATORIO-RETORNO.

           IF WRK-RETORNO-INCOMPLETO
               DISPLAY "ATENCAO: retorno " WRK-SEQ-RETORNO
                   " lido incompleto; RETBSEQ nao atualizado - "
                   "conferir o RETBREL antes de reapresentar"
           ELSE
               MOVE WRK-SEQ-RETORNO TO SEQ-ULTIMO-NUMERO
               OPEN OUTPUT CONTROLE-RETORNO
               WRITE SEQ-REGISTRO
               CLOSE CONTROLE-RETORNO
           END-IF.

           CALL "PROG4Y" USING WRK-NOME-PROGRAMA WRK-QTDE-CREDITOS
               WRK-QTDE-BAIXADOS WRK-QTDE-RECUSADOS
           END-CALL.

           DISPLAY "Creditos lidos........: " WRK-QTDE-CREDITOS.
           DISPLAY "Creditos baixados.....: " WRK-QTDE-BAIXADOS.
           DISPLAY "Creditos recusados....: " WRK-QTDE-RECUSADOS.
           DISPLAY "Excedentes a devolver.: " WRK-QTDE-EXCEDENTES.

       0900-FINALIZAR               SECTION.
           STOP RUN.

