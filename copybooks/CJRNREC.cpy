      *======================================
      *== COPY: CJRNREC
      *== OBJETIVO: Layout do jornal das acoes do financeiro sobre o
      *==           credito dos clientes (arquivo CREDJRNL), gravado
      *==           pelo PROG5K a cada alteracao de limite, liberacao
      *==           ou revogacao de liberacao, com o operador, a
      *==           data/hora, a situacao antes e depois e a
      *==           justificativa. Listado no relatorio diario do
      *==           PROG5J.
      *== DATA = 31/03/2027
      *======================================
           01  CJRN-REGISTRO.
               05  CJRN-OPERADOR        PIC X(08).
               05  CJRN-DATA            PIC 9(08).
               05  CJRN-HORA            PIC 9(08).
               05  CJRN-OPERACAO        PIC X(01).
                   88  CJRN-OP-LIMITE       VALUE "L".
                   88  CJRN-OP-LIBERACAO    VALUE "F".
                   88  CJRN-OP-REVOGACAO    VALUE "R".
               05  CJRN-CLIENTE         PIC 9(06).
               05  CJRN-LIMITE-ANTES    PIC 9(10)V99.
               05  CJRN-LIMITE-DEPOIS   PIC 9(10)V99.
               05  CJRN-SITUACAO-ANTES  PIC X(01).
               05  CJRN-SITUACAO-DEPOIS PIC X(01).
               05  CJRN-LIBERADO-ATE    PIC 9(08).
               05  CJRN-JUSTIFICATIVA   PIC X(30).
