      *======================================
      *== COPY: HISTREC
      *== OBJETIVO: Layout do acumulado de viagens arquivadas
      *==           (arquivo VIAGHIST) gravado pelo PROG4X: imagem do
      *==           VIAG-REGISTRO (314 posicoes) com as chaves de
      *==           pesquisa expostas - numero da viagem (chave) e
      *==           cliente, placa e data da viagem (chaves
      *==           alternadas, como no VIAGLOG), para a consulta
      *==           PROG5R nao precisar ler o acumulado inteiro.
      *== DATA = 26/05/2027
      *======================================
           01  HIST-REGISTRO.
               05  HIST-NUMERO        PIC 9(08).
               05  HIST-CLIENTE       PIC 9(06).
               05  FILLER             PIC X(50).
               05  HIST-PLACA         PIC X(07).
               05  FILLER             PIC X(27).
               05  HIST-DATA          PIC 9(08).
               05  FILLER             PIC X(208).
