      *> copybook: parametros do programa cifrasen, que calcula a cifra
      *> de 10 digitos de uma senha de operador (ver operador.cpy)
       01  cifra-parametros.
           05  cif-operador                    pic x(08).
           05  cif-senha                       pic x(08).
           05  cif-resultado                   pic 9(10).
