      *==               para eles tambem. As imagens cabem nas 46
      *==               posicoes; o REDEFINES por nome de destino so
      *==               se aplica ao DESTJRNL.
      *== 09/06/2027 - MATHEUS - Serve tambem ao jornal CTBMJRNL
      *==               (contas contabeis por evento, PROG5T); a
      *==               imagem leva a chave, as duas contas e a
      *==               situacao do CMAP-REGISTRO.
      *======================================
           01  AUDI-REGISTRO.
               05  AUDI-OPERADOR      PIC X(08).
