      *> copybook: layout de uma ocorrencia do monitoramento de
      *> jogadores suspeitos (OCORRENCIAS.DAT, programa "monitora"),
      *> indexado pela regra violada + identificador do caso:
      *>   1 = premios recorrentes acima do valor no periodo (jogador)
      *>   2 = premios no mesmo CPF em bolao de organizadores
      *>       diferentes (CPF)
      *>   3 = mesmo CPF em mais de um jogador-id (CPF)
      *>   4 = gasto diario muito acima da media do jogador (jogador)
      *>   5 = cancelamentos repetidos no mesmo terminal (terminal)
      *> a ocorrencia nasce pendente; o tratamento a marca como
      *> analisada, comunicada ou descartada e ela nao e mais apontada
      *> por um periodo que se sobreponha ao dela. nas regras 1, 4 e 5
      *> a chave leva o inicio do periodo em que o caso foi apontado:
      *> tratado o caso, um periodo posterior ao dele com nova evidencia
      *> abre um caso novo. nas regras 2 e 3 (situacao de cadastro, sem
      *> periodo proprio) o periodo da chave e zero e o caso tratado
      *> nao volta
       01  ocorrencia-rec.
           05  oco-chave.
               10  oco-regra                   pic 9(01).
               10  oco-identificador           pic 9(11).
               10  oco-chave-periodo           pic x(08).
           05  oco-data-apontamento            pic x(08).
           05  oco-periodo-inicial             pic x(08).
           05  oco-periodo-final               pic x(08).
           05  oco-qnt-evidencias              pic 9(05).
           05  oco-valor                       pic 9(10)v99.
           05  oco-descricao                   pic x(60).
           05  oco-situacao                    pic x(01).
               88  oco-pendente                value "P".
               88  oco-analisada               value "A".
               88  oco-comunicada              value "C".
               88  oco-descartada              value "D".
           05  oco-data-tratamento             pic x(08).
           05  oco-responsavel                 pic x(08).
