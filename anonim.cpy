      *> copybook: layout do registro de anonimizacao de jogador
      *> (ANONIMIZA.DAT) - um registro por jogador anonimizado pelo
      *> programa anonimiza, sequencial, gravado por extensao (append),
      *> nunca regravado: e o comprovante do atendimento ao titular.
      *> guarda so o codigo do jogador (os dados pessoais trocados nao
      *> sao copiados para ca)
       01  anonimizacao-rec.
           05  anon-data-hora                  pic x(14).
           05  anon-jogador-id                 pic 9(06).
      *> "P" = a pedido do titular; "I" = inativo alem do prazo
           05  anon-motivo                     pic x(01).
               88  anon-a-pedido               value "P".
               88  anon-por-inatividade        value "I".
      *> numero/protocolo do pedido do titular (motivo "P") ou o prazo
      *> de inatividade aplicado, em dias (motivo "I")
           05  anon-referencia                 pic x(20).
      *> data (AAAAMMDD) do ultimo lancamento do jogador no livro-caixa;
      *> em branco quando ele nunca teve lancamento
           05  anon-ultima-atividade           pic x(08).
      *> operador identificado no login (ver operctl.cpy)
           05  anon-operador                   pic x(08).
