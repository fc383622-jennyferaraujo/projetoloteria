           05  jogador-situacao                pic x(01).
               88  jogador-ativo               value "A".
               88  jogador-bloqueado           value "B".
      *> cadastro encerrado por anonimizacao (programa anonimiza):
      *> nome, CPF e telefone trocados por valores neutros, o codigo
      *> continua valendo para as apostas, cotas, livro-caixa e
      *> auditoria ja gravados. o jogador anonimizado nao aposta, nao
      *> e alterado nem reativado na manutencao
               88  jogador-anonimizado         value "E".
      *> limite opcional de gasto diario do jogador (jogo responsavel):
      *> 0 = sem limite. a venda (interativa, teimosinha, bolao e lote)
      *> recusa a cartela que levaria as compras do dia alem do limite.
