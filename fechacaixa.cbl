           05  fech-total-estornos                 pic 9(10)v99.
           05  fech-total-premios                  pic 9(10)v99.
           05  fech-total-prescritos               pic 9(10)v99.
      *> imposto de renda retido sobre premios (lancamentos "I", menos
      *> as devolucoes "D"): informativo, fora do saldo - o imposto ja
      *> esta contido no valor bruto dos premios
           05  fech-total-irrf                     pic s9(10)v99.

       77  qnt-fechamentos                          pic 9(03).
       77  ind-i                                    pic 9(03).
       77  ind-achou                                pic 9(03).
       77  saldo-dia                                pic s9(10)v99.
       77  saldo-edit                               pic -(10)9,99.
       77  irrf-edit                                pic -(10)9,99.

      *> tabela em memoria com os totais acumulados por dia e por
      *> terminal (ponto de venda), para o fechamento por terminal e a
           05  term-vendas                         pic 9(10)v99.
           05  term-estornos                       pic 9(10)v99.
           05  term-premios                        pic 9(10)v99.
      *> premios pagos em dinheiro no balcao (lancamentos "B", pelo
      *> valor liquido entregue ao ganhador)
           05  term-pagos-balcao                   pic 9(10)v99.

       77  qnt-terminais                            pic 9(03).
       77  ind-t                                    pic 9(03).
       77  ind-achou-t                              pic 9(03).
       77  terminal-lancamento                      pic 9(03).
       77  comissao-terminal                        pic 9(10)v99.
      *> dinheiro esperado na gaveta do terminal no dia: vendas menos
      *> estornos menos premios pagos no balcao, para o gerente
      *> conferir com o caixa fisico
       77  gaveta-terminal                          pic s9(10)v99.
       77  gaveta-edit                              pic -(10)9,99.
       77  fs-terminais                             pic x(02).
       77  flag-cadastro-terminais                  pic x(01).
           88  cadastro-terminais-ok                value "S".
       77  total-geral-estornos                     pic 9(10)v99.
       77  total-geral-premios                      pic 9(10)v99.
       77  total-geral-prescritos                   pic 9(10)v99.
       77  total-geral-irrf                         pic s9(10)v99.
       77  linha-fech                               pic x(200).

      *> variaveis para comunicação entre programas
           move 0 to total-geral-estornos
           move 0 to total-geral-premios
           move 0 to total-geral-prescritos
           move 0 to total-geral-irrf
           move 0 to qnt-terminais
           .
       inicializa-exit.
                   move 0 to fech-total-estornos(ind-achou)
                   move 0 to fech-total-premios(ind-achou)
                   move 0 to fech-total-prescritos(ind-achou)
                   move 0 to fech-total-irrf(ind-achou)
               end-if
           end-if

                   when mov-prescricao
                       add mov-valor to fech-total-prescritos(ind-achou)
                       add mov-valor to total-geral-prescritos
      *> o imposto retido sobre premios sai em coluna propria e nao
      *> mexe no saldo; a devolucao da retencao abate a coluna
                   when mov-irrf
                       add mov-valor to fech-total-irrf(ind-achou)
                       add mov-valor to total-geral-irrf
                   when mov-devolucao-irrf
                       subtract mov-valor from fech-total-irrf(ind-achou)
                       subtract mov-valor from total-geral-irrf
      *> o pagamento no balcao e so a saida em dinheiro de um premio ja
      *> lancado na apuracao ("P"): entra apenas na conferencia da
      *> gaveta do terminal
                   when mov-pagamento-balcao
                       continue
                   when other
                       add mov-valor to fech-total-premios(ind-achou)
                       add mov-valor to total-geral-premios
      *> lancamento corrente; lancamentos gravados antes da criacao do
      *> campo de terminal (campo em branco) entram como terminal 0,
      *> junto com as rotinas batch sem ponto de venda. a prescricao
      *> e a retencao de imposto (e sua devolucao) nao passam pelo
      *> balcao e ficam fora do fechamento por terminal
           if not mov-prescricao and not mov-irrf
                   and not mov-devolucao-irrf
               perform acumula-terminal-lancamento
           end-if
           .
                   move 0 to term-vendas(ind-achou-t)
                   move 0 to term-estornos(ind-achou-t)
                   move 0 to term-premios(ind-achou-t)
                   move 0 to term-pagos-balcao(ind-achou-t)
               end-if
           end-if

                       add mov-valor to term-vendas(ind-achou-t)
                   when mov-estorno
                       add mov-valor to term-estornos(ind-achou-t)
                   when mov-pagamento-balcao
                       add mov-valor to term-pagos-balcao(ind-achou-t)
                   when other
                       add mov-valor to term-premios(ind-achou-t)
               end-evaluate
                   - fech-total-premios(ind-i)
                   + fech-total-prescritos(ind-i)
               move saldo-dia to saldo-edit
               move fech-total-irrf(ind-i) to irrf-edit

               move spaces to linha-fech
               string "DATA: " delimited by size
                   fech-total-prescritos(ind-i) delimited by size
                   " SALDO: " delimited by size
                   saldo-edit delimited by size
                   " IRRF RETIDO: " delimited by size
                   irrf-edit delimited by size
                   into linha-fech
               end-string
               write fech-rel-rec from linha-fech
           compute saldo-dia = total-geral-vendas - total-geral-estornos
               - total-geral-premios + total-geral-prescritos
           move saldo-dia to saldo-edit
           move total-geral-irrf to irrf-edit

           move spaces to linha-fech
           string "TOTAL GERAL - ARRECADADO: " delimited by size
               total-geral-prescritos delimited by size
               " SALDO: " delimited by size
               saldo-edit delimited by size
               " IRRF RETIDO: " delimited by size
               irrf-edit delimited by size
               into linha-fech
           end-string
           write fech-rel-rec from linha-fech
       grava-fechamento-terminais section.

      *> fechamento por ponto de venda: uma linha por par dia/terminal
      *> com vendas, estornos, premios lancados na apuracao, premios
      *> pagos em dinheiro no balcao, o dinheiro esperado na gaveta e a
      *> comissao do terminal sobre as vendas liquidas (percentual do
      *> cadastro TERMINAIS.DAT)
           open input terminais-file
           if fs-terminais = "00"
               set cadastro-terminais-ok to true
               end-read
           end-if

           compute gaveta-terminal = term-vendas(ind-t)
               - term-estornos(ind-t) - term-pagos-balcao(ind-t)
           move gaveta-terminal to gaveta-edit

           move spaces to linha-fech
           string "DATA: " delimited by size
               term-data(ind-t) delimited by size
               term-estornos(ind-t) delimited by size
               " PREMIOS: " delimited by size
               term-premios(ind-t) delimited by size
               " PAGOS NO BALCAO: " delimited by size
               term-pagos-balcao(ind-t) delimited by size
               " GAVETA: " delimited by size
               gaveta-edit delimited by size
               " COMISSAO: " delimited by size
               comissao-terminal delimited by size
               into linha-fech
