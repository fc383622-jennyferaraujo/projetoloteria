           05  rem-cpf                         pic 9(11).
           05  rem-nome                        pic x(30).
           05  rem-concurso                    pic 9(06).
      *> valor a creditar ao favorecido: o premio LIQUIDO, ja
      *> descontado o imposto de renda retido na fonte
           05  rem-valor                       pic 9(08)v99.
      *> premio bruto do pagamento e imposto retido (rem-valor =
      *> rem-valor-bruto - rem-valor-irrf)
           05  rem-valor-bruto                 pic 9(08)v99.
           05  rem-valor-irrf                  pic 9(08)v99.
