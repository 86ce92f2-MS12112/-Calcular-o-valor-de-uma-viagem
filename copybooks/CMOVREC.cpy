      *======================================
      *== COPY: CMOVREC
      *== OBJETIVO: Layout do movimento para a contabilidade
      *==           (arquivo CTBMOV, acumulado - cada programa grava
      *==           no fim do arquivo): faturas e impostos por
      *==           TAX-CODIGO emitidos pelo PROG4T, recebimentos de
      *==           clientes baixados no PROG4U e acerto de
      *==           motoristas do PROG4G. CMOV-DATA e o dia em que o
      *==           evento foi registrado; o PROG5U exporta cada dia
      *==           uma unica vez. Eventos como no CMAPREC.
      *== DATA = 09/06/2027
      *======================================
           01  CMOV-REGISTRO.
               05  CMOV-DATA              PIC 9(08).
               05  CMOV-HORA              PIC 9(08).
               05  CMOV-ORIGEM            PIC X(08).
               05  CMOV-EVENTO            PIC X(02).
                   88  CMOV-FATURA           VALUE "FT".
                   88  CMOV-IMPOSTO          VALUE "IM".
                   88  CMOV-RECEBIMENTO      VALUE "RC".
                   88  CMOV-EXCEDENTE        VALUE "RX".
                   88  CMOV-MOTORISTA-PAGAR  VALUE "MP".
                   88  CMOV-MOTORISTA-DESC   VALUE "MD".
               05  CMOV-QUALIFICADOR      PIC X(15).
               05  CMOV-DOCUMENTO         PIC 9(08).
               05  CMOV-CLIENTE           PIC 9(06).
               05  CMOV-DATA-REFERENCIA   PIC 9(08).
               05  CMOV-VALOR             PIC 9(12)V99.
