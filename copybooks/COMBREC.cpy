      *==               (diesel, gasolina, etanol...) por dia, casando
      *==               com o FROT-COMBUSTIVEL do veiculo no calculo
      *==               do PROG4C.
      *== 28/04/2027 - MATHEUS - Feed deixa de ser lido direto no
      *==               calculo: a carga PROG5N confere e grava os
      *==               precos aceitos no historico COMBHIST (COMHREC).
      *======================================
           01  COMB-REGISTRO.
               05  COMB-DATA     PIC 9(08).
