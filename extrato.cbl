      *> e saldo do jogador
       77  total-gasto                             pic s9(10)v99.
       77  total-ganho                             pic 9(10)v99.
      *> imposto de renda retido na fonte sobre os premios do jogador
      *> (lancamentos "I" menos devolucoes "D"): informativo, fora do
      *> saldo - o ganho e o premio bruto
       77  total-irrf                              pic s9(10)v99.
       77  irrf-edit                               pic -(10)9,99.
       77  saldo-periodo                           pic s9(10)v99.
       77  saldo-edit                              pic -(10)9,99.
       77  gasto-edit                              pic -(10)9,99.
           move 0 to qnt-inconsistencias
           move 0 to total-gasto
           move 0 to total-ganho
           move 0 to total-irrf
           perform varying ind-rel from 1 by 1 until ind-rel > 99
               move 0 to ts-vendas(ind-rel)
               move 0 to ts-estornos(ind-rel)
                   invalid key
                       move "(NAO CADASTRADO)" to nome-jogador-consulta
                   not invalid key
      *> jogador anonimizado: o cadastro esta encerrado e o extrato
      *> sai so pelo codigo, com o historico financeiro intacto
                       if jogador-anonimizado
                           move "(CADASTRO ENCERRADO)"
                               to nome-jogador-consulta
                       else
                           move jogador-nome to nome-jogador-consulta
                       end-if
               end-read
               close jogadores-file
           end-if
                           add mov-valor to total-ganho
                       when mov-prescricao
                           continue
                       when mov-irrf
                           add mov-valor to total-irrf
                       when mov-devolucao-irrf
                           subtract mov-valor from total-irrf
                   end-evaluate
               end-if
           end-if
                   move "ESTORNO" to texto-tipo
               when "X"
                   move "PRESCRICAO" to texto-tipo
               when "I"
                   move "IRRF RETIDO" to texto-tipo
               when "D"
                   move "IRRF DEVOLV." to texto-tipo
               when "B"
                   move "PAGO BALCAO" to texto-tipo
               when other
                   move "TIPO ?" to texto-tipo
           end-evaluate
           compute saldo-periodo = total-ganho - total-gasto
           move saldo-periodo to saldo-edit
           move total-gasto to gasto-edit
           move total-irrf to irrf-edit

           move spaces to linha-extr
           string "TOTAIS DO PERIODO - BILHETES: " delimited by size
               total-ganho delimited by size
               " SALDO: " delimited by size
               saldo-edit delimited by size
               " IRRF RETIDO: " delimited by size
               irrf-edit delimited by size
               " INCONSISTENCIAS: " delimited by size
               qnt-inconsistencias delimited by size
               into linha-extr
