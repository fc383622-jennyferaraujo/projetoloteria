      *> copybook: layout de uma versao da tabela de parametros do jogo
      *> (PARAMETROS.DAT), indexado pela data de inicio de vigencia
      *> (AAAAMMDD) - mesmo padrao de arquivo indexado de
      *> TERMINAIS.DAT. cada reajuste oficial de precos ou de
      *> percentuais de rateio e uma versao nova, com vigencia futura;
      *> a versao que vale numa data e a de maior vigencia nao
      *> posterior a ela. as versoes ja em vigor nunca sao alteradas:
      *> a venda usa a versao vigente na data da venda, a apuracao e a
      *> reconciliacao (programa reconcil) a vigente na data do
      *> concurso. manutencao e relatorio no programa "parametros"
       01  parametro-rec.
           05  par-vigencia                    pic x(08).
      *> precos da cartela por quantidade de numeros jogados
           05  par-precos.
               10  par-preco-6                 pic 9(04)v99.
               10  par-preco-7                 pic 9(04)v99.
               10  par-preco-8                 pic 9(04)v99.
               10  par-preco-9                 pic 9(04)v99.
               10  par-preco-10                pic 9(04)v99.
      *> percentual da arrecadacao que forma o bolo de premios, e a
      *> reparticao do bolo entre as faixas (soma 1,0000)
           05  par-rateio.
               10  par-perc-bolo               pic 9(01)v9999.
               10  par-perc-sena               pic 9(01)v9999.
               10  par-perc-quina              pic 9(01)v9999.
               10  par-perc-quadra             pic 9(01)v9999.
      *> quem cadastrou a versao e quando (AAAAMMDDHHMMSS)
           05  par-data-hora-cadastro          pic x(14).
           05  par-responsavel                 pic x(08).
