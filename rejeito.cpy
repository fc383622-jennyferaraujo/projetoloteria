      *>          05 = jogador nao cadastrado em JOGADORES.DAT
      *>          06 = jogador bloqueado
      *>          07 = limite de gasto diario do jogador excedido
      *>          08 = concurso fechado para venda ou fora do
      *>               calendario (CONCURSOS.DAT)
      *>          09 = jogador com cadastro encerrado (anonimizado)
       01  rejeito-rec.
           05  rej-tipo                        pic x(01).
               88  rej-detalhe                 value "D".
