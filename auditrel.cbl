           05  consulta-jogador-id                 pic 9(06).
           05  consulta-slip-id                    pic 9(02).

      *> operador consultado (branco = todos): filtra a trilha pelo
      *> carimbo do login gravado em aud-operador
       77  operador-consulta                        pic x(08).

       77  fs-auditoria                             pic x(02).
       77  fs-audrel                                pic x(02).
       77  qnt-ocorrencias                          pic 9(06).
      *> inicilização das variáveis
           move 0 to qnt-ocorrencias

           display "Informe o codigo do jogador a consultar (0 = todos):"
           accept consulta-jogador-id
           if consulta-jogador-id not = 0
               display "Informe o numero da aposta (bilhete) deste jogador:"
               accept consulta-slip-id
           end-if
           display "Informe o codigo do operador (branco = todos):"
           accept operador-consulta
           .
       inicializa-exit.
           exit.

      *> percorre toda a trilha de auditoria e imprime a historia
      *> completa do bilhete consultado: cada inclusao e alteracao com
      *> data/hora, modo de execucao, operador e imagens antes/depois.
      *> jogador 0 lista todos os bilhetes; com operador informado, so
      *> o que ele fez
           open output audrel-file

           move spaces to linha-aud
               consulta-jogador-id delimited by size
               " BILHETE: " delimited by size
               consulta-slip-id delimited by size
               " OPERADOR: " delimited by size
               operador-consulta delimited by size
               into linha-aud
           end-string
           write aud-rel-rec from linha-aud
                       at end
                           move "10" to fs-auditoria
                       not at end
                           if not aud-checkpoint
                                   and (consulta-jogador-id = 0
                                   or aud-imagem-depois(1:8)
                                   = chave-consulta)
                                   and (operador-consulta = spaces
                                   or aud-operador = operador-consulta)
                               perform imprime-ocorrencia
                           end-if
                   end-read
               aud-modo delimited by size
               " OPERACAO: " delimited by size
               aud-operacao delimited by size
               " OPERADOR: " delimited by size
               aud-operador delimited by size
               into linha-aud
           end-string
           write aud-rel-rec from linha-aud
