      *> copybook: layout do plano de contas da interface contabil
      *> (PLANOCONTAS.DAT), indexado pelo codigo do evento - mesmo
      *> padrao de arquivo indexado de TERMINAIS.DAT. cada evento do
      *> livro-caixa exportado pelo programa "contabil" vira um par de
      *> lancamentos em partidas dobradas: debito na conta devedora e
      *> credito na conta credora do evento
      *> eventos: VD = venda de aposta          ES = estorno de venda
      *>          PR = premio concedido         PX = premio prescrito
      *>          IR = IRRF retido sobre premio ID = devolucao do IRRF
      *>          PB = premio pago no balcao    CM = comissao terminal
      *>          AC = provisao do bolo acumulado (ACUMULA.DAT)
       01  plano-contas-rec.
           05  pc-evento                       pic x(02).
           05  pc-conta-debito                 pic x(12).
           05  pc-conta-credito                pic x(12).
           05  pc-historico                    pic x(30).
