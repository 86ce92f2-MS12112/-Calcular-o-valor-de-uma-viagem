      *======================================
      *== COPY: RETBREC
      *== OBJETIVO: Layout do arquivo retorno de cobranca do banco
      *==           (arquivo RETBANCO), lido na baixa automatica do
      *==           PROG4U. Registro 0 (header) traz o numero
      *==           sequencial do arquivo, que nao pode repetir; cada
      *==           registro 1 (detalhe) e um credito recebido contra
      *==           o numero da fatura (CREC-NUMERO); registro 9
      *==           (trailer) fecha o arquivo e e ignorado.
      *== DATA = 17/03/2027
      *======================================
           01  RETB-REGISTRO.
               05  RETB-TIPO              PIC X(01).
                   88  RETB-HEADER           VALUE "0".
                   88  RETB-DETALHE          VALUE "1".
                   88  RETB-TRAILER          VALUE "9".
               05  RETB-DADOS-DETALHE.
                   10  RETB-NUMERO-FATURA PIC 9(08).
                   10  RETB-DATA-CREDITO  PIC 9(08).
                   10  RETB-VALOR-CREDITO PIC 9(12)V99.
                   10  RETB-DOC-BANCO     PIC X(15).
                   10  FILLER             PIC X(14).
               05  RETB-DADOS-HEADER REDEFINES RETB-DADOS-DETALHE.
                   10  RETB-SEQ-ARQUIVO   PIC 9(06).
                   10  RETB-DATA-GERACAO  PIC 9(08).
                   10  FILLER             PIC X(45).
