      *======================================
      *== COPY: LANCREC
      *== OBJETIVO: Layout do arquivo de lancamentos exportado para
      *==           a contabilidade geral (arquivo CTBEXP) pelo
      *==           PROG5U - partidas dobradas de um dia: cada
      *==           lancamento sai em duas linhas com o mesmo numero,
      *==           uma a debito e uma a credito, de mesmo valor.
      *==           LANC-DOCUMENTO e a viagem, a fatura ou o codigo
      *==           do motorista; LANC-COMPLEMENTO a regiao ou o
      *==           codigo do imposto.
      *== DATA = 09/06/2027
      *======================================
           01  LANC-REGISTRO.
               05  LANC-DATA              PIC 9(08).
               05  LANC-NUMERO            PIC 9(06).
               05  LANC-CONTA             PIC X(12).
               05  LANC-NATUREZA          PIC X(01).
                   88  LANC-DEBITO           VALUE "D".
                   88  LANC-CREDITO          VALUE "C".
               05  LANC-VALOR             PIC 9(12)V99.
               05  LANC-EVENTO            PIC X(02).
               05  LANC-DOCUMENTO         PIC 9(08).
               05  LANC-COMPLEMENTO       PIC X(15).
               05  LANC-HISTORICO         PIC X(30).
