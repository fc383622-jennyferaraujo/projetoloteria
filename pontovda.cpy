           05  pv-situacao                     pic x(01).
               88  pv-ativo                    value "A".
               88  pv-bloqueado                value "B".
      *> tetos do pagamento de premio no balcao (modo 10 do
      *> projetoloteria), sobre o valor liquido pago em dinheiro: por
      *> pagamento e por dia no terminal; teto zerado = terminal nao
      *> paga premio no balcao (o premio sai pela remessa bancaria).
      *> um TERMINAIS.DAT gravado antes da criacao dos campos nao abre
      *> mais (o registro cresceu): renomeie-o para TERMINAL.OLD e
      *> converta com o programa convterminal, que regrava o cadastro
      *> no layout atual com os tetos zerados
           05  pv-teto-pagamento-balcao        pic 9(06)v99.
           05  pv-teto-diario-balcao           pic 9(08)v99.
