      *> copybook: layout de uma linha do comprovante impresso da
      *> aposta (COMPROVANTE.LST), emitido pelo programa
      *> "projetoloteria" a cada bilhete gravado em APOSTAS.DAT (no
      *> bolao, um comprovante por cota, para cada dono)
       01  comp-rel-rec                           pic x(80).
