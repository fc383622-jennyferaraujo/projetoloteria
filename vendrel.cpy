      *> copybook: linha do relatorio gerencial de vendas por
      *> concurso, terminal, origem do jogo e dezenas (VENDAS.LST,
      *> programa vendas)
       01  vend-rel-rec                        pic x(200).
