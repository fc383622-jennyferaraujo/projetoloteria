           select auditoria-file assign to "AUDITORIA.DAT"
               organization is line sequential
               file status is fs-auditoria.
           select movimento-file assign to "MOVIMENTO.DAT"
               organization is line sequential
               file status is fs-movimento.
           select retencao-file assign to "RETENCAO.DAT"
               organization is line sequential
               file status is fs-retencao.
       i-o-control.

      *> declaração de variáveis
       FD  auditoria-file.
       COPY "audit.cpy".

       FD  movimento-file.
       COPY "movimen.cpy".

       FD  retencao-file.
       COPY "retencao.cpy".

      *> variáveis de trabalho
       working-storage section.


       77  qnt-remessas                            pic 9(04).
       77  total-remessa                           pic 9(10)v99.
       77  total-bruto-remessa                     pic 9(10)v99.
       77  total-irrf-remessa                      pic 9(10)v99.
       77  qnt-pagos                               pic 9(04).
       77  qnt-rejeitados                          pic 9(04).

       77  qnt-cotas-bilhete                       pic 9(02).
       77  qnt-cotas-enviadas                      pic 9(02).

      *> variaveis da retencao do imposto de renda na fonte sobre o
      *> premio: premio acima da faixa de isencao sofre a aliquota
      *> sobre o valor bruto inteiro; abaixo dela sai sem desconto.
      *> a retencao e calculada por pagamento (por dono de cota no
      *> bolao, cada um com o proprio CPF) e e lancada no livro-caixa
      *> (MOVIMENTO.DAT, tipo "I") e em RETENCAO.DAT
       77  fs-movimento                            pic x(02).
       77  fs-retencao                             pic x(02).
       77  faixa-isencao-irrf                      pic 9(06)v99
                                                   value 2259,20.
       77  aliquota-irrf                           pic 9(01)v9999
                                                   value 0,3000.
       77  premio-pagamento                        pic 9(08)v99.
       77  irrf-pagamento                          pic 9(08)v99.
       77  liquido-pagamento                       pic 9(08)v99.
       77  beneficiario-pagamento                  pic 9(06).
       77  organizador-pagamento                   pic 9(06).

      *> retencoes em vigor do bilhete rejeitado que volta na remessa:
      *> os "R" de RETENCAO.DAT menos os ja devolvidos por um "D" de
      *> mesmo conteudo. se o cadastro do favorecido foi corrigido
      *> depois da rejeicao (CPF/nome), a retencao original e devolvida
      *> e gravada de novo no CPF/nome corrente, com os mesmos valores,
      *> sem novo lancamento "I" (o imposto ja esta no livro-caixa)
       01  tabela-retencao-vigente occurs 99 times.
           05  trv-registro                        pic x(100).
           05  trv-flag-usada                      pic x(01).
               88  trv-usada                       value "S".
               88  trv-nao-usada                   value "N".
       77  qnt-retencoes-vigentes                  pic 9(02).
       77  ind-rtv                                 pic 9(02).
       77  ind-achou-rtv                           pic 9(02).

      *> concurso da remessa: 0 = todos os concursos (varredura
      *> completa, necessaria para reenviar premios rejeitados de
      *> concursos antigos); maior que 0 = so os bilhetes daquele
      *> e roda sem perguntas ao operador
       COPY "fechdctl.cpy".

      *> operador identificado no login (programa login)
       COPY "operctl.cpy".

      *> variaveis para comunicação entre programas
       linkage section.

      *> declaração do corpo do programa
       procedure division.

           perform verifica-acesso.
           perform inicializa.
           perform processamento.
           perform finaliza.

       verifica-acesso section.

      *> exige operador identificado (programa login) com perfil de
      *> gerente ou administrador. sob o fechamento do dia a etapa ja foi
      *> autorizada no login do fechadia
           call "login"
           if not operador-logado
               stop run
           end-if
           if not fechadia-ativo
                   and not ops-gerente and not ops-administrador
               display "Operador " ops-operador-id " sem permissao para "
                   "gerar remessa ou processar retorno bancario."
               stop run
           end-if
           .
       verifica-acesso-exit.
           exit.


       inicializa section.

      *> inicilização das variáveis
           move 0 to modo-pagamento
           move 0 to qnt-remessas
           move 0 to total-remessa
           move 0 to total-bruto-remessa
           move 0 to total-irrf-remessa
           move 0 to qnt-pagos
           move 0 to qnt-rejeitados
           move 0 to concurso-remessa

      *> varre APOSTAS.DAT e envia para a remessa bancaria cada bilhete
      *> finalizado com premio a receber, avancando o status para
      *> "premio enviado" - um bilhete ja enviado ou pago (inclusive o
      *> pago em dinheiro no balcao do terminal, que vai direto a
      *> "premio pago") nunca entra de novo na remessa (impede
      *> pagamento em duplicidade). um
      *> bilhete rejeitado pelo banco volta na proxima remessa, para o
      *> premio ser reenviado depois de corrigido o cadastro.
      *> sem o cadastro de jogadores nao ha como preencher nome e CPF
               close jogadores-file

               display "Remessa gerada: " qnt-remessas
                   " pagamento(s), total liquido " total-remessa
               display "   premio bruto " total-bruto-remessa
                   ", imposto de renda retido " total-irrf-remessa
           end-if
           .
       gera-remessa-exit.
      *> pagamento por dono de cota, cada um com o proprio CPF do
      *> cadastro de jogadores - nunca um pagamento unico ao organizador
           move 0 to qnt-cotas-enviadas
           if aposta-premio-rejeitado
               perform carrega-retencoes-vigentes
           end-if
           if aposta-qnt-cotas numeric and aposta-qnt-cotas > 1
               perform monta-remessa-bolao
           else
                   move "(NAO CADASTRADO)" to jogador-nome
           end-read

           move aposta-valor-premio to premio-pagamento
           move aposta-jogador-id to beneficiario-pagamento
           move 0 to organizador-pagamento
           perform calcula-irrf-pagamento

           move aposta-jogador-id to rem-jogador-id
           move aposta-slip-id to rem-slip-id
           move jogador-cpf to rem-cpf
           move jogador-nome to rem-nome
           move aposta-concurso-alvo to rem-concurso
           move liquido-pagamento to rem-valor
           move premio-pagamento to rem-valor-bruto
           move irrf-pagamento to rem-valor-irrf
           write remessa-rec
           add 1 to qnt-cotas-enviadas
           add 1 to qnt-remessas
           add rem-valor to total-remessa
           add rem-valor-bruto to total-bruto-remessa
           add rem-valor-irrf to total-irrf-remessa
      *> o bilhete rejeitado pelo banco que volta na remessa ja teve a
      *> retencao registrada no envio original: registrar de novo
      *> dobraria o imposto no recolhimento e no informe do ganhador;
      *> so acompanha uma correcao de CPF/nome do cadastro
           if aposta-premio-rejeitado
               perform corrige-retencao-reenvio
           else
               perform registra-retencao
           end-if
           .
       monta-remessa-bilhete-exit.
           exit.
                   move "(NAO CADASTRADO)" to jogador-nome
           end-read

           if cota-seq = qnt-cotas-bilhete
               move premio-ultima-cota to premio-pagamento
           else
               move premio-cota to premio-pagamento
           end-if
           move cota-dono-id to beneficiario-pagamento
           move aposta-jogador-id to organizador-pagamento
           perform calcula-irrf-pagamento

           move aposta-jogador-id to rem-jogador-id
           move aposta-slip-id to rem-slip-id
           move jogador-cpf to rem-cpf
           move jogador-nome to rem-nome
           move aposta-concurso-alvo to rem-concurso
           move liquido-pagamento to rem-valor
           move premio-pagamento to rem-valor-bruto
           move irrf-pagamento to rem-valor-irrf
           write remessa-rec
           add 1 to qnt-cotas-enviadas
           add 1 to qnt-remessas
           add rem-valor to total-remessa
           add rem-valor-bruto to total-bruto-remessa
           add rem-valor-irrf to total-irrf-remessa
           if aposta-premio-rejeitado
               perform corrige-retencao-reenvio
           else
               perform registra-retencao
           end-if
           .
       monta-remessa-uma-cota-exit.
           exit.


       calcula-irrf-pagamento section.

      *> imposto de renda retido na fonte sobre o premio bruto de um
      *> pagamento (premio-pagamento): acima da faixa de isencao a
      *> aliquota incide sobre o valor inteiro; liquido = bruto - imposto
           if premio-pagamento > faixa-isencao-irrf
               compute irrf-pagamento rounded
                   = premio-pagamento * aliquota-irrf
           else
               move 0 to irrf-pagamento
           end-if
           compute liquido-pagamento
               = premio-pagamento - irrf-pagamento
           .
       calcula-irrf-pagamento-exit.
           exit.


       registra-retencao section.

      *> grava a retencao do pagamento corrente em RETENCAO.DAT e, havendo
      *> imposto, o lancamento "I" no livro-caixa. chamado so no PRIMEIRO
      *> envio do premio (ver monta-remessa-bilhete)
           move function current-date(1:8) to rtc-data
           set rtc-retencao to true
           move aposta-concurso-alvo to rtc-concurso
           move aposta-jogador-id to rtc-jogador-id
           move aposta-slip-id to rtc-slip-id
           move beneficiario-pagamento to rtc-beneficiario-id
           move jogador-cpf to rtc-cpf
           move jogador-nome to rtc-nome
           move premio-pagamento to rtc-valor-bruto
           move irrf-pagamento to rtc-valor-irrf
           move liquido-pagamento to rtc-valor-liquido

           open extend retencao-file
           if fs-retencao = "35"
               open output retencao-file
           end-if
           write retencao-rec
           close retencao-file

           if irrf-pagamento > 0
               perform grava-movimento-irrf
           end-if
           .
       registra-retencao-exit.
           exit.


       carrega-retencoes-vigentes section.

      *> retencoes do bilhete corrente ainda em vigor: cada "R" entra
      *> na tabela e cada "D" tira o "R" de mesmo conteudo (tudo menos
      *> data e tipo), de modo que uma correcao anterior (D + R novo)
      *> deixa so o registro com o CPF/nome corrigido
           move 0 to qnt-retencoes-vigentes
           open input retencao-file
           if fs-retencao = "00"
               perform until fs-retencao = "10"
                   read retencao-file
                       at end
                           move "10" to fs-retencao
                       not at end
                           if rtc-jogador-id = aposta-jogador-id
                                   and rtc-slip-id = aposta-slip-id
                                   and rtc-concurso = aposta-concurso-alvo
                               perform acumula-retencao-vigente
                           end-if
                   end-read
               end-perform
               close retencao-file
           end-if
           .
       carrega-retencoes-vigentes-exit.
           exit.


       acumula-retencao-vigente section.

           if rtc-retencao
               if qnt-retencoes-vigentes < 99
                   add 1 to qnt-retencoes-vigentes
                   move retencao-rec
                       to trv-registro(qnt-retencoes-vigentes)
                   set trv-nao-usada(qnt-retencoes-vigentes) to true
               end-if
           else
               move 0 to ind-achou-rtv
               perform varying ind-rtv from 1 by 1
                       until ind-rtv > qnt-retencoes-vigentes
                   if ind-achou-rtv = 0
                           and trv-registro(ind-rtv)(10:91)
                               = retencao-rec(10:91)
                       move ind-rtv to ind-achou-rtv
                   end-if
               end-perform
               if ind-achou-rtv > 0
                   move trv-registro(qnt-retencoes-vigentes)
                       to trv-registro(ind-achou-rtv)
                   subtract 1 from qnt-retencoes-vigentes
               end-if
           end-if
           .
       acumula-retencao-vigente-exit.
           exit.


       corrige-retencao-reenvio section.

      *> reenvio de premio rejeitado: localiza a retencao em vigor do
      *> favorecido corrente e, se o CPF ou o nome do cadastro mudou
      *> desde ela, grava a devolucao dela ("D", mesmos valores) e a
      *> retencao de novo no CPF/nome corrente ("R"), para o informe de
      *> rendimentos sair no CPF que recebeu o pagamento
           move 0 to ind-achou-rtv
           perform varying ind-rtv from 1 by 1
                   until ind-rtv > qnt-retencoes-vigentes
               move trv-registro(ind-rtv) to retencao-rec
               if ind-achou-rtv = 0 and trv-nao-usada(ind-rtv)
                       and rtc-beneficiario-id = beneficiario-pagamento
                   move ind-rtv to ind-achou-rtv
               end-if
           end-perform

           if ind-achou-rtv = 0
               display "Reenvio sem retencao original em RETENCAO.DAT: "
                   "jogador " aposta-jogador-id " bilhete "
                   aposta-slip-id " favorecido " beneficiario-pagamento
           else
               set trv-usada(ind-achou-rtv) to true
               move trv-registro(ind-achou-rtv) to retencao-rec
               if rtc-cpf not = jogador-cpf or rtc-nome not = jogador-nome
                   open extend retencao-file
                   if fs-retencao = "35"
                       open output retencao-file
                   end-if
                   move function current-date(1:8) to rtc-data
                   set rtc-devolucao to true
                   write retencao-rec
                   set rtc-retencao to true
                   move jogador-cpf to rtc-cpf
                   move jogador-nome to rtc-nome
                   write retencao-rec
                   close retencao-file
                   display "Retencao do favorecido " beneficiario-pagamento
                       " transferida para o CPF " jogador-cpf
                       " do cadastro corrigido: jogador "
                       aposta-jogador-id " bilhete " aposta-slip-id
               end-if
           end-if
           .
       corrige-retencao-reenvio-exit.
           exit.


       grava-movimento-irrf section.

      *> lancamento do imposto retido no livro-caixa: no favorecido do
      *> pagamento (dono da cota no bolao, com o organizador em
      *> mov-cota-organizador, mesmo padrao dos lancamentos de cota do
      *> projetoloteria); rotina batch, sem terminal
           move function current-date(1:8) to mov-data
           move aposta-concurso-alvo to mov-concurso
           set mov-irrf to true
           move beneficiario-pagamento to mov-jogador-id
           move aposta-slip-id to mov-slip-id
           move irrf-pagamento to mov-valor
           move 0 to mov-terminal-id
           move organizador-pagamento to mov-cota-organizador

           open extend movimento-file
           if fs-movimento = "35"
               open output movimento-file
           end-if
      *> carimbo do operador identificado no login
           move ops-operador-id to mov-operador
           write movimento-rec
           close movimento-file
           .
       grava-movimento-irrf-exit.
           exit.


       processa-retorno section.

      *> le a confirmacao do banco e marca cada bilhete enviado como
               open output auditoria-file
           end-if

      *> carimbo do operador identificado no login
           move ops-operador-id to aud-operador
           write auditoria-rec

           close auditoria-file
      *> 6 = retorno (ver audit.cpy)
           move function current-date(1:14) to aud-data-hora
           if modo-remessa
               move "5" to aud-modo
           else
               move "6" to aud-modo
           end-if
           set aud-alteracao to true
           move imagem-antes-aposta to aud-imagem-antes
