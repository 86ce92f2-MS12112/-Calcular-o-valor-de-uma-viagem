      *======================================
      *== COPY: PROPREC
      *== OBJETIVO: Layout do arquivo de propostas de reajuste de
      *==           tarifa (arquivo SIMUTAR), lido pela simulacao
      *==           PROG5M - uma proposta por registro: D = nova taxa
      *==           de acrescimo do destino (DEST-TAXA), R = novos
      *==           pedagio e custo fixo por sentido da rota
      *==           (ROTACUST), C = contrato cliente/destino novo,
      *==           alterado ou encerrado (situacao I) no CONTMAST.
      *==           Os cadastros reais nao sao alterados.
      *== DATA = 14/04/2027
      *======================================
           01  PROP-REGISTRO.
               05  PROP-TIPO           PIC X(01).
                   88  PROP-TAXA-DESTINO    VALUE "D".
                   88  PROP-CUSTO-ROTA      VALUE "R".
                   88  PROP-CONTRATO        VALUE "C".
               05  PROP-DESTINO        PIC X(20).
               05  PROP-CLIENTE        PIC 9(06).
               05  PROP-DEST-TAXA      PIC 9(01)V999.
               05  PROP-ROTA-PEDAGIO   PIC 9(08)V99.
               05  PROP-ROTA-CUSTO-FIXO PIC 9(08)V99.
               05  PROP-CTRT-TIPO      PIC X(01).
                   88  PROP-CTRT-TAXA-NEGOCIADA VALUE "T".
                   88  PROP-CTRT-DESCONTO-PCT   VALUE "D".
               05  PROP-CTRT-TAXA      PIC 9(01)V999.
               05  PROP-CTRT-DESCONTO  PIC 9(02)V99.
               05  PROP-CTRT-SITUACAO  PIC X(01).
                   88  PROP-CTRT-ATIVO      VALUE "A".
                   88  PROP-CTRT-INATIVO    VALUE "I".
               05  FILLER              PIC X(19).
