           select acumhist-file assign to "ACUMULA.HIST"
               organization is line sequential
               file status is fs-acumhist.
           select retencao-file assign to "RETENCAO.DAT"
               organization is line sequential
               file status is fs-retencao.
           select comprovante-file assign to "COMPROVANTE.LST"
               organization is line sequential
               file status is fs-comprovante.
           select parametros-file assign to "PARAMETROS.DAT"
               organization is indexed
               access mode is dynamic
               record key is par-vigencia
               file status is fs-parametros.
           select calendario-file assign to "CONCURSOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is cal-concurso
               file status is fs-calendario.
      *> segunda visao de SORTEIOS.HIST, so de leitura, para apurar a
      *> frequencia das dezenas da surpresinha quente sem mexer na
      *> visao de gravacao (hist-file fica aberta por extensao durante
       FD  acumhist-file.
       COPY "acumhist.cpy".

       FD  retencao-file.
       COPY "retencao.cpy".

       FD  comprovante-file.
       COPY "comprel.cpy".

       FD  calendario-file.
       COPY "calconc.cpy".

       FD  parametros-file.
       COPY "paramet.cpy".

       FD  freqhist-file.
       COPY "sorthist.cpy" replacing leading ==hist== by ==freqhist==.

       77  fs-lote                                 pic x(02).
      *> os valores 5 e 6 nao sao usados aqui: na trilha de auditoria o
      *> modo 5 e a remessa e o 6 o retorno do programa pagamentos (ver
      *> audit.cpy), e os modos de um digito sao gravados direto em
      *> aud-modo. os modos de dois digitos tem letra propria na
      *> trilha (ver monta-modo-auditoria)
       77  modo-execucao                           pic 9(02).
           88  modo-interativo                     value 1.
           88  modo-lote                           value 2.
           88  modo-oficial                        value 3.
           88  modo-cancelamento                   value 7.
           88  modo-manutencao-terminais           value 8.
           88  modo-bolao                          value 9.
           88  modo-pagamento-balcao               value 10.
           88  modo-conferencia-comprovante        value 11.
           88  modo-manutencao-calendario          value 12.
       77  modo-auditoria                          pic 9(01).
      *> variaveis de controle do cadastro de jogadores (JOGADORES.DAT)
       77  fs-jogadores                            pic x(02).
       77  encontrou-jogador                       pic x(01).
      *> tabela de rateio do premio: uma parte da arrecadacao da
      *> apuracao forma o bolo de premios, repartido entre as faixas;
      *> o premio de cada ganhador e a cota da sua faixa dividida pelo
      *> numero de ganhadores da faixa (nao ha mais valor fixo por faixa).
      *> os percentuais vem da versao da tabela de parametros vigente
      *> na data do concurso (ver seleciona-parametros-vigentes)
       01  tabela-rateio.
           05  rateio-perc-bolo                    pic 9(01)v9999.
           05  rateio-perc-sena                    pic 9(01)v9999.
           05  rateio-perc-quina                   pic 9(01)v9999.
           05  rateio-perc-quadra                  pic 9(01)v9999.
       77  arrecadacao-apuracao                    pic 9(10)v99.
       77  bolo-premios                            pic 9(10)v99.
       77  bolo-sena                               pic 9(10)v99.

      *> tabela de precos da aposta por quantidade de numeros jogados:
      *> o preco cresce com as combinacoes de 6 dezenas que a cartela
      *> cobre (6 numeros = 1 jogo simples, 10 numeros = 210 jogos).
      *> os precos vem da versao da tabela de parametros vigente na
      *> data da venda (ver seleciona-parametros-vigentes)
       01  tabela-precos.
           05  preco-6-numeros                     pic 9(04)v99.
           05  preco-7-numeros                     pic 9(04)v99.
           05  preco-8-numeros                     pic 9(04)v99.
           05  preco-9-numeros                     pic 9(04)v99.
           05  preco-10-numeros                    pic 9(04)v99.
       77  valor-aposta                            pic 9(04)v99.

      *> variaveis da tabela de parametros com vigencia
      *> (PARAMETROS.DAT, mantida pelo programa parametros): a versao
      *> que vale numa data e a de maior vigencia nao posterior a ela
       77  fs-parametros                           pic x(02).
       77  data-referencia-parametros              pic x(08).
       77  vigencia-parametros-atual               pic x(08).
       77  flag-parametros                         pic x(01).
           88  parametros-encontrados              value "S".
           88  parametros-nao-encontrados          value "N".

      *> variaveis do pagamento de premio no balcao (modo 10): o premio
      *> sai em dinheiro da gaveta do terminal, limitado pelos tetos
      *> por pagamento e por dia do cadastro TERMINAIS.DAT, com o
      *> imposto de renda retido na fonte pela mesma regra da remessa
      *> bancaria do programa pagamentos (aliquota sobre o premio bruto
      *> inteiro acima da faixa de isencao)
       77  fs-retencao                             pic x(02).
       77  faixa-isencao-irrf                      pic 9(06)v99
                                                   value 2259,20.
       77  aliquota-irrf                           pic 9(01)v9999
                                                   value 0,3000.
       77  premio-pagamento                        pic 9(08)v99.
       77  irrf-pagamento                          pic 9(08)v99.
       77  liquido-pagamento                       pic 9(08)v99.
       77  pago-balcao-dia                         pic 9(08)v99.
       77  flag-pagamento-balcao                   pic x(01).
           88  pagamento-balcao-liberado           value "S".
           88  pagamento-balcao-impedido           value "N".

      *> variaveis do comprovante impresso da aposta (COMPROVANTE.LST):
      *> o codigo de autenticacao e calculado sobre o conteudo do
      *> bilhete gravado (e, no bolao, da cota), combinado com a chave
      *> da casa; a conferencia recalcula o codigo a partir de
      *> APOSTAS.DAT/COTAS.DAT e compara com o impresso - comprovante
      *> com dezenas, valor ou concurso adulterados nao confere
       77  fs-comprovante                          pic x(02).
       77  linha-comp                              pic x(80).
       77  ponteiro-comp                           pic 9(03).
       77  data-hora-comprovante                   pic x(14).
       77  nome-comprovante                        pic x(30).
       77  chave-autenticacao                      pic 9(10)
                                                   value 7391046285.
       77  acum-autenticacao                       pic 9(12).
       77  codigo-autenticacao                     pic 9(10).
       77  codigo-informado                        pic 9(10).
       77  cota-comprovante                        pic 9(02).
       77  ind-aut                                 pic 9(02).
       77  flag-autenticacao                       pic x(01).
           88  autenticacao-confere                value "S".
           88  autenticacao-diverge                value "N".
       01  dados-autenticacao.
           05  da-jogador-id                       pic 9(06).
           05  da-slip-id                          pic 9(02).
           05  da-concurso                         pic 9(06).
           05  da-qnt-numero                       pic 9(02).
           05  da-numero occurs 10 times           pic 9(02).
           05  da-valor-pago                       pic 9(04)v99.
           05  da-cota-seq                         pic 9(02).
           05  da-cota-dono                        pic 9(06).
           05  da-cota-valor                       pic 9(04)v99.
       01  digitos-autenticacao redefines dados-autenticacao.
           05  da-digito occurs 56 times           pic 9(01).

      *> variaveis do calendario de concursos (CONCURSOS.DAT): a venda
      *> so e aceita para concurso cadastrado, aberto e antes do
      *> horario-limite; a data/hora de agora (AAAAMMDDHHMM) e comparada
      *> com cal-limite-venda
       77  fs-calendario                           pic x(02).
       77  concurso-consulta                       pic 9(06).
       77  data-hora-agora                         pic x(12).
       77  motivo-concurso-fechado                 pic x(40).
       77  flag-venda-concurso                     pic x(01).
           88  venda-concurso-liberada             value "S".
           88  venda-concurso-recusada             value "N".
       77  flag-calendario-oficial                 pic x(01).
           88  calendario-confere                  value "S".
           88  calendario-diverge                  value "N".
       77  flag-datas-calendario                   pic x(01).
           88  datas-calendario-ok                 value "S".
           88  datas-calendario-invalidas          value "N".
       77  data-calendario-aux                     pic x(08).
       77  hora-calendario-aux                     pic x(04).

      *> variaveis de controle do livro-caixa (MOVIMENTO.DAT)
       77  fs-movimento                            pic x(02).

           88  escolha-manual                      value 1.
           88  escolha-surpresinha                 value 2.
           88  escolha-quente                      value 3.
      *> origem do jogo gravada no bilhete (ver aposta-origem)
       77  origem-aposta                           pic x(01).

      *> tabela de frequencia das dezenas (mesma apuracao do programa
      *> estatisticas sobre SORTEIOS.HIST), usada pela surpresinha
      *> e roda sem perguntas ao operador
       COPY "fechdctl.cpy".

      *> operador identificado no login (programa login): carimbado na
      *> auditoria e no livro-caixa; o perfil limita os modos
       COPY "operctl.cpy".

      *> nomes dos modos de execucao no menu, na ordem do codigo do
      *> modo (5 e 6 nao existem - ver modo-execucao)
       01  tabela-nomes-modos.
           05  filler                              pic x(34)
               value "(1) Interativo".
           05  filler                              pic x(34)
               value "(2) Lote".
           05  filler                              pic x(34)
               value "(3) Importar Resultado Oficial".
           05  filler                              pic x(34)
               value "(4) Manutencao de Jogadores".
           05  filler                              pic x(34)
               value spaces.
           05  filler                              pic x(34)
               value spaces.
           05  filler                              pic x(34)
               value "(7) Cancelamento de Bilhete".
           05  filler                              pic x(34)
               value "(8) Manutencao de Terminais".
           05  filler                              pic x(34)
               value "(9) Venda de Bolao".
           05  filler                              pic x(34)
               value "(10) Pagamento de Premio no Balcao".
           05  filler                              pic x(34)
               value "(11) Conferencia de Comprovante".
           05  filler                              pic x(34)
               value "(12) Calendario de Concursos".
       01  filler redefines tabela-nomes-modos.
           05  nome-modo occurs 12 times           pic x(34).

      *> modos permitidos por perfil de operador (ver operctl.cpy):
      *> perfil + um S/N por modo de execucao, de 1 a 12
       01  tabela-perfis-modos.
           05  filler                              pic x(13)
               value "VSNNNNNNNSSSN".
           05  filler                              pic x(13)
               value "GSSNSNNSSSSSS".
           05  filler                              pic x(13)
               value "ANNSNNNNNNNSN".
           05  filler                              pic x(13)
               value "DSSSSNNSSSSSS".
       01  filler redefines tabela-perfis-modos.
           05  perfil-modos occurs 4 times.
               10  pm-perfil                       pic x(01).
               10  pm-modo-permitido occurs 12 times
                                                   pic x(01).

       77  ind-perfil                              pic 9(01).
       77  ind-perfil-atual                        pic 9(01).
       77  ind-modo                                pic 9(02).
       77  linha-menu                              pic x(400).
       77  ponteiro-menu                           pic 9(03).

      *> variaveis para comunicação entre programas
       linkage section.

      *> declaração do corpo do programa
       procedure division.

           perform verifica-acesso.
           perform inicializa.
           perform processamento.
           perform finaliza.

       verifica-acesso section.

      *> exige operador identificado (programa login) e localiza o
      *> perfil dele na tabela de modos permitidos. sob o fechamento
      *> do dia o operador ja foi identificado pelo fechadia, e o login
      *> devolve o controle sem perguntar
           call "login"
           if not operador-logado
               stop run
           end-if

           move 0 to ind-perfil-atual
           perform varying ind-perfil from 1 by 1 until ind-perfil > 4
               if pm-perfil(ind-perfil) = ops-perfil
                   move ind-perfil to ind-perfil-atual
               end-if
           end-perform
           if ind-perfil-atual = 0
               display "Perfil " ops-perfil " do operador "
                   ops-operador-id " desconhecido; acesso negado."
               stop run
           end-if
           .
       verifica-acesso-exit.
           exit.


       inicializa section.

      *> inicilização das variáveis

           set freq-nao-carregada to true
           move 0 to qnt-teimosinha
           move spaces to origem-aposta
           move 0 to terminal-sessao
           move 0 to acumulado-ant-sena
           move 0 to acumulado-ant-quina
           move 0 to acumulado-ant-quadra
           set parametros-encontrados to true
           move spaces to vigencia-parametros-atual

           perform abre-historico
           perform abre-jogadores-file
           perform abre-terminais-file
           perform abre-cotas-file
           perform abre-calendario-file
           .

       inicializa-exit.
      *> dia nao ha balcao: os lancamentos saem com terminal 0, como as
      *> demais rotinas batch
           if not modo-manutencao and not modo-manutencao-terminais
                   and not modo-manutencao-calendario
                   and not fechadia-ativo
               perform identifica-terminal
           end-if

      *> venda (interativa, bolao e lote) cobra o preco e a sessao
      *> interativa e o lote ainda sorteiam e rateiam na hora: todos
      *> usam a versao da tabela de parametros vigente hoje. a apuracao
      *> oficial escolhe a versao pela data do concurso
           if modo-interativo or modo-lote or modo-bolao
               move function current-date(1:8)
                   to data-referencia-parametros
               perform seleciona-parametros-vigentes
           end-if

           evaluate true
               when parametros-nao-encontrados
                   display "Nenhuma versao da tabela de parametros "
                       "vigente em " data-referencia-parametros
                       " (PARAMETROS.DAT); cadastre-a com o programa "
                       "parametros. Nada processado."
               when modo-lote
                   perform processamento-lote
               when modo-oficial
                   perform manutencao-terminais
               when modo-bolao
                   perform processamento-bolao
               when modo-pagamento-balcao
                   perform pagamento-premio-balcao
               when modo-conferencia-comprovante
                   perform conferencia-comprovante
               when modo-manutencao-calendario
                   perform manutencao-calendario
               when other
                   perform processamento-interativo
           end-evaluate

       escolhe-modo-execucao section.

      *> sob o fechamento do dia esta execucao e a etapa de apuracao
      *> oficial, com o operador identificado no fechadia e sem passar
      *> pelo menu
           if fechadia-ativo
               move 3 to modo-execucao
               display "Fechamento do dia: modo de apuracao oficial "
           perform until modo-interativo or modo-lote or modo-oficial
                   or modo-manutencao or modo-cancelamento
                   or modo-manutencao-terminais or modo-bolao
                   or modo-pagamento-balcao
                   or modo-conferencia-comprovante
                   or modo-manutencao-calendario
               perform monta-menu-modos
               display linha-menu(1:ponteiro-menu - 1)
               accept modo-execucao
               perform verifica-modo-perfil
           end-perform
           .
       escolhe-modo-execucao-exit.
           exit.


       monta-menu-modos section.

      *> o menu so mostra os modos permitidos ao perfil do operador
           move spaces to linha-menu
           move 1 to ponteiro-menu
           string "Modo de execucao:" delimited by size
               into linha-menu
               with pointer ponteiro-menu
           end-string
           perform varying ind-modo from 1 by 1 until ind-modo > 12
               if pm-modo-permitido(ind-perfil-atual, ind-modo) = "S"
                   string " " delimited by size
                       nome-modo(ind-modo) delimited by "  "
                       into linha-menu
                       with pointer ponteiro-menu
                   end-string
               end-if
           end-perform
           .
       monta-menu-modos-exit.
           exit.


       verifica-modo-perfil section.

      *> modo fora do perfil volta ao menu, como um modo invalido
           if modo-execucao >= 1 and modo-execucao <= 12
               if pm-modo-permitido(ind-perfil-atual, modo-execucao)
                       not = "S"
                   display "Modo " modo-execucao " nao permitido ao "
                       "perfil do operador " ops-operador-id "."
                   move 0 to modo-execucao
               end-if
           end-if
           .
       verifica-modo-perfil-exit.
           exit.


       processamento-interativo section.

      *> permite cadastrar varios bilhetes (apostas) do mesmo jogador ou
           move 0 to qnt-lote-lidas
           move 0 to qnt-lote-rejeitadas
           move 0 to qnt-gastos-lote

      *> todas as cartelas do lote concorrem no concurso desta
      *> execucao: fora do calendario ou com as vendas encerradas, o
      *> lote inteiro vai para os rejeitos com o motivo 08
           move numero-concurso to concurso-consulta
           perform verifica-concurso-venda
           if venda-concurso-recusada
               display "Concurso " numero-concurso " fechado para venda ("
                   motivo-concurso-fechado "); as cartelas do lote "
                   "serao rejeitadas."
           end-if

           open input lote-file
           open output rejeito-file

               end-if
           end-if

      *> cartela formalmente valida so e vendida com o concurso aberto
      *> no calendario (motivo 08)
           if motivo-rejeito = 0 and venda-concurso-recusada
               move 8 to motivo-rejeito
           end-if

      *> cartela formalmente valida ainda precisa de jogador do
      *> cadastro, ativo e dentro do limite de gasto diario - o lote
      *> nunca criticava o cadastro e vendia para qualquer codigo

      *> criticas de cadastro da cartela do lote: motivo 05 = jogador
      *> nao cadastrado, 06 = jogador bloqueado, 07 = limite de gasto
      *> diario excedido, 09 = cadastro encerrado (anonimizado). o
      *> gasto considera o livro-caixa de hoje e as cartelas ja
      *> aceitas deste mesmo lote (que ainda nao viraram lancamento)
           move lote-jogador-id to jogador-id
           read jogadores-file key is jogador-id
               invalid key
                   move 5 to motivo-rejeito
               not invalid key
                   if jogador-bloqueado or jogador-anonimizado
                       if jogador-bloqueado
                           move 6 to motivo-rejeito
                       else
                           move 9 to motivo-rejeito
                       end-if
                   else
                       move lote-qnt-numero to qnt_numero
                       perform calcula-preco-aposta
               at end
                   display "Arquivo de resultado oficial vazio ou nao encontrado"
               not at end
                   move oficial-concurso to numero-concurso
                   move oficial-data to data-concurso-oficial
                   perform varying ind2 from 1 by 1 until ind2 > 6
                       move oficial-num(ind2) to sorteio(ind2)
                   end-perform
      *> o resultado so e apurado se o concurso consta do calendario,
      *> ainda nao foi apurado e foi sorteado na data do calendario -
      *> um OFICIAL.DAT trocado ou de outro concurso nao liquida nada
                   perform confere-calendario-oficial
      *> o rateio do concurso usa a versao da tabela de parametros
      *> vigente na data do sorteio oficial
                   if calendario-confere
                       move oficial-data to data-referencia-parametros
                       perform seleciona-parametros-vigentes
                       if parametros-nao-encontrados
                           display "Nenhuma versao da tabela de "
                               "parametros vigente em " oficial-data
                               "; apuracao recusada."
                       else
                           set oficial-encontrado to true
                           perform grava-historico
                       end-if
                   end-if
           end-read
           close oficial-file

                   perform apura-oficial-liquidacao
                   perform atualiza-acumulado
               end-if
               perform marca-concurso-apurado
           else
               display "Nenhuma apuracao realizada: resultado oficial indisponivel."
           end-if
           move acumulado-ant-sena to ah-sena
           move acumulado-ant-quina to ah-quina
           move acumulado-ant-quadra to ah-quadra
           move vigencia-parametros-atual to ah-vigencia-parametros

           open extend acumhist-file
           if fs-acumhist = "35"
      *> para a trilha de auditoria, com a imagem do checkpoint que
      *> estava valendo antes de ser zerado
           move function current-date(1:14) to aud-data-hora
           perform monta-modo-auditoria
           set aud-checkpoint to true
           move checkpoint-rec to aud-imagem-antes

           exit.


       seleciona-parametros-vigentes section.

      *> carrega em tabela-precos e tabela-rateio a versao da tabela de
      *> parametros vigente em data-referencia-parametros: percorre
      *> PARAMETROS.DAT na ordem da vigencia e fica com a ultima versao
      *> que nao comeca depois da data. sem versao vigente (arquivo
      *> ausente ou vazio), parametros-nao-encontrados
           set parametros-nao-encontrados to true
           move spaces to vigencia-parametros-atual

           open input parametros-file
           if fs-parametros = "00"
               move low-values to par-vigencia
               start parametros-file key is not less than par-vigencia
                   invalid key
                       move "10" to fs-parametros
               end-start
               perform until fs-parametros = "10"
                   read parametros-file next record
                       at end
                           move "10" to fs-parametros
                       not at end
                           if par-vigencia > data-referencia-parametros
                               move "10" to fs-parametros
                           else
                               set parametros-encontrados to true
                               move par-vigencia
                                   to vigencia-parametros-atual
                               move par-preco-6 to preco-6-numeros
                               move par-preco-7 to preco-7-numeros
                               move par-preco-8 to preco-8-numeros
                               move par-preco-9 to preco-9-numeros
                               move par-preco-10 to preco-10-numeros
                               move par-perc-bolo to rateio-perc-bolo
                               move par-perc-sena to rateio-perc-sena
                               move par-perc-quina to rateio-perc-quina
                               move par-perc-quadra
                                   to rateio-perc-quadra
                           end-if
                   end-read
               end-perform
               close parametros-file
           end-if

           if parametros-encontrados
               display "Tabela de parametros: versao vigente desde "
                   vigencia-parametros-atual " (referencia "
                   data-referencia-parametros ")"
           end-if
           .
       seleciona-parametros-vigentes-exit.
           exit.


       calcula-preco-aposta section.

      *> devolve em valor-aposta o preco da cartela conforme a
      *> quantidade de numeros jogados (tabela-precos, carregada da
      *> versao vigente da tabela de parametros)
           evaluate qnt_numero
               when 6
                   move preco-6-numeros to valor-aposta
               open output auditoria-file
           end-if

      *> carimbo do operador identificado no login
           move ops-operador-id to aud-operador
           write auditoria-rec

           close auditoria-file
      *> espelha na auditoria o WRITE que acabou de gravar aposta-rec:
      *> inclusao nao tem imagem anterior
           move function current-date(1:14) to aud-data-hora
           perform monta-modo-auditoria
           set aud-inclusao to true
           move spaces to aud-imagem-antes
           move aposta-rec to aud-imagem-depois
      *> aposta-rec, com a imagem anterior salva pelo chamador em
      *> imagem-antes-aposta logo apos o READ
           move function current-date(1:14) to aud-data-hora
           perform monta-modo-auditoria
           set aud-alteracao to true
           move imagem-antes-aposta to aud-imagem-antes
           move aposta-rec to aud-imagem-depois
           exit.


       monta-modo-auditoria section.

      *> codigo do modo de execucao na trilha de auditoria: os modos de
      *> um digito vao como estao; os de dois digitos tem letra propria
      *> (ver audit.cpy). modo de dois digitos sem letra nao pode cair
      *> no move de um digito (gravaria so o ultimo digito, que e o
      *> codigo de outro modo): a execucao e interrompida
           evaluate true
               when modo-pagamento-balcao
                   move "B" to aud-modo
               when modo-conferencia-comprovante
                   move "C" to aud-modo
               when modo-manutencao-calendario
                   move "D" to aud-modo
               when modo-execucao > 9
                   display "Modo " modo-execucao " sem codigo na trilha "
                       "de auditoria; operacao interrompida."
                   stop run
               when other
                   move modo-execucao to modo-auditoria
                   move modo-auditoria to aud-modo
           end-evaluate
           .
       monta-modo-auditoria-exit.
           exit.


       verifica-limite-diario section.

      *> confere se a venda de valor-verificado para o jogador em
               open output movimento-file
           end-if

      *> carimbo do operador identificado no login
           move ops-operador-id to mov-operador
           write movimento-rec

           close movimento-file
           if jogador-nao-cadastrado
               display "Jogador " jogador-id-atual " nao cadastrado."
           else
               if jogador-anonimizado
                   display "Jogador " jogador-id-atual " com cadastro "
                       "encerrado (anonimizado); nao pode ser alterado."
               else
                   display "Nome atual: " jogador-nome
                   display "Novo nome do jogador:"
                   accept jogador-nome
                   display "Novo CPF do jogador (somente numeros):"
                   accept jogador-cpf
                   display "Novo telefone do jogador:"
                   accept jogador-telefone
                   display "Novo limite de gasto diario (0 = sem limite):"
                   accept jogador-limite-diario
                   rewrite jogador-rec
                       invalid key
                           display "Erro ao alterar jogador: " fs-jogadores
                       not invalid key
                           display "Jogador " jogador-id-atual " alterado."
                   end-rewrite
               end-if
           end-if
           .
       altera-jogador-exit.
           if jogador-nao-cadastrado
               display "Jogador " jogador-id-atual " nao cadastrado."
           else
               if jogador-anonimizado
                   display "Jogador " jogador-id-atual " com cadastro "
                       "encerrado (anonimizado); nao pode ser alterado."
               else
                   set jogador-bloqueado to true
                   rewrite jogador-rec
                       invalid key
                           display "Erro ao bloquear jogador: " fs-jogadores
                       not invalid key
                           display "Jogador " jogador-id-atual " bloqueado."
                   end-rewrite
               end-if
           end-if
           .
       bloqueia-jogador-exit.
           if jogador-nao-cadastrado
               display "Jogador " jogador-id-atual " nao cadastrado."
           else
               if jogador-anonimizado
                   display "Jogador " jogador-id-atual " com cadastro "
                       "encerrado (anonimizado); nao pode ser alterado."
               else
                   set jogador-ativo to true
                   rewrite jogador-rec
                       invalid key
                           display "Erro ao reativar jogador: " fs-jogadores
                       not invalid key
                           display "Jogador " jogador-id-atual " reativado."
                   end-rewrite
               end-if
           end-if
           .
       reativa-jogador-exit.
           end-if
           if fs-terminais not = "00"
               display "Erro ao abrir TERMINAIS.DAT: " fs-terminais
                   " (arquivo anterior aos tetos de pagamento no "
                   "balcao? renomeie para TERMINAL.OLD e converta com "
                   "o programa convterminal)"
           end-if
           .
       abre-terminais-file-exit.
               accept pv-nome
               display "Percentual de comissao sobre vendas (ex. 05,00):"
               accept pv-comissao
               display "Teto por pagamento de premio no balcao (0 = nao paga):"
               accept pv-teto-pagamento-balcao
               display "Teto diario de pagamentos no balcao:"
               accept pv-teto-diario-balcao
               set pv-ativo to true
               write ponto-venda-rec
                   invalid key
               accept pv-nome
               display "Novo percentual de comissao (ex. 05,00):"
               accept pv-comissao
               display "Teto atual por pagamento no balcao: "
                   pv-teto-pagamento-balcao " - diario: "
                   pv-teto-diario-balcao
               display "Novo teto por pagamento de premio no balcao (0 = nao paga):"
               accept pv-teto-pagamento-balcao
               display "Novo teto diario de pagamentos no balcao:"
               accept pv-teto-diario-balcao
               rewrite ponto-venda-rec
                   invalid key
                       display "Erro ao alterar terminal: " fs-terminais
           exit.


       abre-calendario-file section.

      *> abre o calendario de concursos em i-o; se o arquivo ainda nao
      *> existe (status 35), cria um arquivo vazio antes e reabre em
      *> i-o (mesmo padrao de abre-apostas-file). calendario vazio nao
      *> vende nada: cadastre os concursos no modo 12
           open i-o calendario-file
           if fs-calendario = "35"
               open output calendario-file
               close calendario-file
               open i-o calendario-file
           end-if
           if fs-calendario not = "00"
               display "Erro ao abrir CONCURSOS.DAT: " fs-calendario
           end-if
           .
       abre-calendario-file-exit.
           exit.


       verifica-concurso-venda section.

      *> confere no calendario se o concurso em concurso-consulta aceita
      *> venda (e cancelamento) agora: cadastrado, em situacao aberta e
      *> antes do horario-limite. o concurso aberto cujo horario-limite
      *> ja passou e encerrado aqui mesmo, na primeira consulta depois
      *> do limite. devolve venda-concurso-liberada/-recusada e, na
      *> recusa, o motivo em motivo-concurso-fechado
           set venda-concurso-recusada to true
           move spaces to motivo-concurso-fechado
           move function current-date(1:12) to data-hora-agora

           move concurso-consulta to cal-concurso
           read calendario-file key is cal-concurso
               invalid key
                   move "concurso fora do calendario"
                       to motivo-concurso-fechado
               not invalid key
                   evaluate true
                       when cal-apurado
                           move "concurso ja apurado"
                               to motivo-concurso-fechado
                       when cal-vendas-encerradas
                           move "vendas encerradas"
                               to motivo-concurso-fechado
                       when data-hora-agora >= cal-limite-venda
                           move "horario-limite de venda atingido"
                               to motivo-concurso-fechado
                           set cal-vendas-encerradas to true
                           rewrite calendario-rec
                               invalid key
                                   display "Erro ao encerrar vendas do "
                                       "concurso " cal-concurso ": "
                                       fs-calendario
                           end-rewrite
                       when other
                           set venda-concurso-liberada to true
                   end-evaluate
           end-read
           .
       verifica-concurso-venda-exit.
           exit.


       confere-calendario-oficial section.

      *> antes de apurar o resultado oficial: o concurso de OFICIAL.DAT
      *> tem de constar do calendario, ainda nao apurado, com a mesma
      *> data de sorteio do arquivo oficial
           set calendario-diverge to true

           move oficial-concurso to cal-concurso
           read calendario-file key is cal-concurso
               invalid key
                   display "Concurso " oficial-concurso " nao consta do "
                       "calendario (CONCURSOS.DAT); apuracao recusada."
               not invalid key
                   evaluate true
                       when cal-apurado
                           display "Concurso " oficial-concurso
                               " ja apurado no calendario; apuracao "
                               "recusada."
                       when oficial-data not = cal-data-sorteio
                           display "Data do resultado oficial ("
                               oficial-data ") difere da data do "
                               "sorteio no calendario ("
                               cal-data-sorteio ") do concurso "
                               oficial-concurso "; apuracao recusada."
                       when other
                           set calendario-confere to true
                   end-evaluate
           end-read
           .
       confere-calendario-oficial-exit.
           exit.


       marca-concurso-apurado section.

      *> depois da apuracao oficial o concurso fica apurado no
      *> calendario: nao aceita mais venda, cancelamento nem uma
      *> segunda apuracao
           move numero-concurso to cal-concurso
           read calendario-file key is cal-concurso
               invalid key
                   display "Concurso " numero-concurso " nao consta do "
                       "calendario: " fs-calendario
               not invalid key
                   set cal-apurado to true
                   rewrite calendario-rec
                       invalid key
                           display "Erro ao marcar concurso apurado: "
                               fs-calendario
                       not invalid key
                           display "Concurso " numero-concurso
                               " marcado como apurado no calendario."
                   end-rewrite
           end-read
           .
       marca-concurso-apurado-exit.
           exit.


       manutencao-calendario section.

      *> menu de manutencao do calendario de concursos: inclusao,
      *> alteracao de datas e encerramento/reabertura das vendas (mesmo
      *> padrao de manutencao-terminais)
           move 0 to opcao-manutencao
           perform until opcao-manutencao = 9
               display "Calendario de concursos: (1) Incluir (2) Alterar Datas (3) Encerrar Vendas (4) Reabrir Vendas (9) Sair"
               accept opcao-manutencao
               evaluate opcao-manutencao
                   when 1
                       perform inclui-concurso-calendario
                   when 2
                       perform altera-concurso-calendario
                   when 3
                       perform encerra-concurso-calendario
                   when 4
                       perform reabre-concurso-calendario
                   when 9
                       continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       manutencao-calendario-exit.
           exit.


       inclui-concurso-calendario section.

           display "Numero do concurso a incluir:"
           accept concurso-consulta
           move concurso-consulta to cal-concurso

           read calendario-file key is cal-concurso
               invalid key
                   perform informa-datas-calendario
                   if datas-calendario-ok
                       set cal-aberto to true
                       write calendario-rec
                           invalid key
                               display "Erro ao incluir concurso: "
                                   fs-calendario
                           not invalid key
                               display "Concurso " concurso-consulta
                                   " incluido com vendas abertas."
                       end-write
                   end-if
               not invalid key
                   display "Concurso " concurso-consulta
                       " ja cadastrado: sorteio " cal-data-sorteio " "
                       cal-hora-sorteio " situacao " cal-situacao
           end-read
           .
       inclui-concurso-calendario-exit.
           exit.


       altera-concurso-calendario section.

           display "Numero do concurso a alterar:"
           accept concurso-consulta
           move concurso-consulta to cal-concurso

           read calendario-file key is cal-concurso
               invalid key
                   display "Concurso " concurso-consulta
                       " nao cadastrado."
               not invalid key
                   if cal-apurado
                       display "Concurso " concurso-consulta
                           " ja apurado; datas nao podem ser alteradas."
                   else
                       display "Sorteio atual: " cal-data-sorteio " "
                           cal-hora-sorteio " - limite de venda: "
                           cal-data-limite " " cal-hora-limite
                       perform informa-datas-calendario
                       if datas-calendario-ok
                           rewrite calendario-rec
                               invalid key
                                   display "Erro ao alterar concurso: "
                                       fs-calendario
                               not invalid key
                                   display "Concurso " concurso-consulta
                                       " alterado."
                           end-rewrite
                       end-if
                   end-if
           end-read
           .
       altera-concurso-calendario-exit.
           exit.


       encerra-concurso-calendario section.

           display "Numero do concurso a encerrar as vendas:"
           accept concurso-consulta
           move concurso-consulta to cal-concurso

           read calendario-file key is cal-concurso
               invalid key
                   display "Concurso " concurso-consulta
                       " nao cadastrado."
               not invalid key
                   if not cal-aberto
                       display "Concurso " concurso-consulta
                           " nao esta com vendas abertas (situacao "
                           cal-situacao ")."
                   else
                       set cal-vendas-encerradas to true
                       rewrite calendario-rec
                           invalid key
                               display "Erro ao encerrar vendas: "
                                   fs-calendario
                           not invalid key
                               display "Vendas do concurso "
                                   concurso-consulta " encerradas."
                       end-rewrite
                   end-if
           end-read
           .
       encerra-concurso-calendario-exit.
           exit.


       reabre-concurso-calendario section.

      *> so reabre concurso com vendas encerradas e horario-limite
      *> ainda por vir (senao a primeira venda o encerraria de novo):
      *> para estender as vendas, altere antes o horario-limite
           display "Numero do concurso a reabrir as vendas:"
           accept concurso-consulta
           move concurso-consulta to cal-concurso
           move function current-date(1:12) to data-hora-agora

           read calendario-file key is cal-concurso
               invalid key
                   display "Concurso " concurso-consulta
                       " nao cadastrado."
               not invalid key
                   evaluate true
                       when not cal-vendas-encerradas
                           display "Concurso " concurso-consulta
                               " nao esta com vendas encerradas "
                               "(situacao " cal-situacao ")."
                       when data-hora-agora >= cal-limite-venda
                           display "Horario-limite de venda ("
                               cal-data-limite " " cal-hora-limite
                               ") ja passou; altere as datas antes de "
                               "reabrir."
                       when other
                           set cal-aberto to true
                           rewrite calendario-rec
                               invalid key
                                   display "Erro ao reabrir vendas: "
                                       fs-calendario
                               not invalid key
                                   display "Vendas do concurso "
                                       concurso-consulta " reabertas."
                           end-rewrite
                   end-evaluate
           end-read
           .
       reabre-concurso-calendario-exit.
           exit.


       informa-datas-calendario section.

      *> recebe data/hora do sorteio e do limite de venda do concurso
      *> em calendario-rec e critica: datas AAAAMMDD e horas HHMM
      *> validas, e limite de venda nao posterior ao sorteio
           set datas-calendario-ok to true

           display "Data do sorteio (AAAAMMDD):"
           accept cal-data-sorteio
           display "Hora do sorteio (HHMM):"
           accept cal-hora-sorteio
           display "Data limite de venda (AAAAMMDD):"
           accept cal-data-limite
           display "Hora limite de venda (HHMM):"
           accept cal-hora-limite

           move cal-data-sorteio to data-calendario-aux
           move cal-hora-sorteio to hora-calendario-aux
           perform valida-data-hora-calendario
           move cal-data-limite to data-calendario-aux
           move cal-hora-limite to hora-calendario-aux
           perform valida-data-hora-calendario

           if datas-calendario-ok
                   and cal-limite-venda > cal-sorteio
               set datas-calendario-invalidas to true
               display "O limite de venda nao pode ser depois do "
                   "sorteio."
           end-if
           .
       informa-datas-calendario-exit.
           exit.


       valida-data-hora-calendario section.

      *> critica uma data AAAAMMDD e uma hora HHMM (em
      *> data-calendario-aux e hora-calendario-aux); qualquer erro
      *> marca datas-calendario-invalidas
           if data-calendario-aux not numeric
                   or hora-calendario-aux not numeric
               set datas-calendario-invalidas to true
               display "Data " data-calendario-aux " / hora "
                   hora-calendario-aux " invalida(s)."
           else
               if data-calendario-aux(5:2) < "01"
                       or data-calendario-aux(5:2) > "12"
                       or data-calendario-aux(7:2) < "01"
                       or data-calendario-aux(7:2) > "31"
                       or hora-calendario-aux(1:2) > "23"
                       or hora-calendario-aux(3:2) > "59"
                   set datas-calendario-invalidas to true
                   display "Data " data-calendario-aux " / hora "
                       hora-calendario-aux " invalida(s)."
               end-if
           end-if
           .
       valida-data-hora-calendario-exit.
           exit.


       abre-cotas-file section.

      *> abre o arquivo de cotas de bolao em i-o; se o arquivo ainda
               perform coleta-cotas-bolao

               perform escolhe-concurso-alvo
               if venda-concurso-liberada
                   move "B" to origem-aposta
                   perform monta-e-grava-aposta
               end-if
           end-if
           .
       processamento-bolao-exit.
                           " nao consta no cadastro. Use o modo de "
                           "manutencao para incluir o jogador."
                   else
                       if jogador-anonimizado
                           display "Jogador " dono-cota-atual
                               " com cadastro encerrado (anonimizado)"
                               " e nao pode apostar."
                       end-if
                       if jogador-bloqueado
                           display "Jogador " dono-cota-atual
                               " esta bloqueado e nao pode apostar."
                       end-if
                       if jogador-ativo
      *> o limite de gasto diario vale por dono de cota, sobre o valor
      *> da cota dele (jogo responsavel); cotas deste mesmo bolao ja
      *> atribuidas ao mesmo dono ainda nao estao no livro-caixa e
                           " do bolao: " fs-cotas
                   not invalid key
                       perform grava-movimento-venda-cota
                       perform emite-comprovante-cota
               end-write
           end-perform
           .
                   display "Bilhete nao encontrado: jogador "
                       jogador-id-atual " bilhete " slip-id-atual
               not invalid key
      *> o cancelamento fecha junto com as vendas do concurso: depois do
      *> horario-limite o bilhete ja concorre e nao pode mais ser
      *> desfeito
                   move aposta-concurso-alvo to concurso-consulta
                   perform verifica-concurso-venda
                   evaluate true
                       when aposta-cancelada
                           display "Bilhete " slip-id-atual
                       when aposta-concurso-alvo < numero-concurso
                           display "Concurso " aposta-concurso-alvo
                               " ja apurado; cancelamento nao permitido."
                       when venda-concurso-recusada
                           display "Concurso " aposta-concurso-alvo
                               " fechado para venda ("
                               motivo-concurso-fechado
                               "); cancelamento nao permitido."
                       when other
      *> so cancela quem apresenta o comprovante do proprio bilhete
                           perform solicita-autenticacao
                           if autenticacao-confere
                               perform cancela-bilhete-corrente
                           else
                               display "Comprovante nao confere com o "
                                   "bilhete gravado; cancelamento "
                                   "recusado."
                           end-if
                   end-evaluate
           end-read
           .
           exit.


       pagamento-premio-balcao section.

      *> pagamento de premio em dinheiro no balcao do terminal: bilhete
      *> finalizado com premio, ate os tetos do terminal, vai direto a
      *> "premio pago" (a remessa bancaria do programa pagamentos so
      *> pega bilhete finalizado ou rejeitado, e nunca o reenvia)
           perform abre-apostas-file

           set continua-cadastro to true
           perform until nao-continua-cadastro
               perform paga-um-bilhete-balcao
               display "Pagar outro bilhete? (S/N)"
               accept resposta-continua
           end-perform
           .
       pagamento-premio-balcao-exit.
           exit.


       paga-um-bilhete-balcao section.

           display "Informe o codigo do jogador:"
           accept jogador-id-atual
           display "Informe o numero da aposta (bilhete) deste jogador:"
           accept slip-id-atual

           move jogador-id-atual to aposta-jogador-id
           move slip-id-atual to aposta-slip-id
           read apostas-file key is aposta-chave
               invalid key
                   display "Bilhete nao encontrado: jogador "
                       jogador-id-atual " bilhete " slip-id-atual
               not invalid key
                   evaluate true
                       when aposta-premio-pago
                           display "Premio do bilhete " slip-id-atual
                               " ja foi pago."
                       when aposta-premio-enviado
                           display "Premio do bilhete " slip-id-atual
                               " ja enviado ao banco; aguarde o retorno "
                               "bancario."
                       when not aposta-finalizada
                           display "Bilhete " slip-id-atual
                               " nao esta finalizado com premio a "
                               "receber (status " aposta-status
                               "); pagamento no balcao nao permitido."
                       when aposta-valor-premio = 0
                           display "Bilhete " slip-id-atual
                               " nao foi premiado."
      *> o premio de bolao e repartido por dono de cota, cada um com o
      *> proprio CPF e retencao: sai so pela remessa bancaria
                       when aposta-qnt-cotas numeric
                               and aposta-qnt-cotas > 1
                           display "Bilhete " slip-id-atual
                               " e bolao; o premio e pago por cota na "
                               "remessa bancaria."
                       when other
      *> o premio so e pago a quem apresenta o comprovante do bilhete
                           perform solicita-autenticacao
                           if autenticacao-confere
                               perform paga-bilhete-corrente-balcao
                           else
                               display "Comprovante nao confere com o "
                                   "bilhete gravado; pagamento recusado."
                           end-if
                   end-evaluate
           end-read
           .
       paga-um-bilhete-balcao-exit.
           exit.


       paga-bilhete-corrente-balcao section.

      *> confere os tetos do terminal sobre o valor liquido (o que sai
      *> da gaveta), marca o bilhete como pago e lanca o pagamento, a
      *> retencao e a auditoria. o cadastro do terminal e relido aqui:
      *> os tetos podem ter mudado desde a identificacao da sessao
           move aposta-valor-premio to premio-pagamento
           perform calcula-irrf-pagamento

           set pagamento-balcao-liberado to true
           move terminal-sessao to terminal-id-atual
           perform busca-terminal
           evaluate true
               when terminal-nao-cadastrado
               when pv-teto-pagamento-balcao not numeric
               when pv-teto-pagamento-balcao = 0
                   set pagamento-balcao-impedido to true
                   display "Terminal " terminal-sessao " nao esta "
                       "habilitado a pagar premio no balcao; o premio "
                       "sai pela remessa bancaria."
               when liquido-pagamento > pv-teto-pagamento-balcao
                   set pagamento-balcao-impedido to true
                   display "Premio liquido de " liquido-pagamento
                       " acima do teto por pagamento do terminal ("
                       pv-teto-pagamento-balcao "); o premio sai pela "
                       "remessa bancaria."
               when other
                   perform calcula-pago-balcao-dia
                   if pago-balcao-dia + liquido-pagamento
                           > pv-teto-diario-balcao
                       set pagamento-balcao-impedido to true
                       display "Pagamento recusado: o terminal ja pagou "
                           pago-balcao-dia " hoje e o teto diario e "
                           pv-teto-diario-balcao
                           "; o premio sai pela remessa bancaria."
                   end-if
           end-evaluate

           if pagamento-balcao-liberado
               move aposta-rec to imagem-antes-aposta
               set aposta-premio-pago to true
               rewrite aposta-rec
                   invalid key
                       display "Erro ao pagar aposta: " fs-apostas
                   not invalid key
                       perform grava-movimento-pagamento-balcao
                       perform registra-retencao-balcao
                       perform grava-auditoria-alteracao
                       display "Pagar ao portador: " liquido-pagamento
                           " (premio bruto " premio-pagamento
                           ", imposto de renda retido "
                           irrf-pagamento ")"
               end-rewrite
           end-if
           .
       paga-bilhete-corrente-balcao-exit.
           exit.


       calcula-irrf-pagamento section.

      *> imposto de renda retido na fonte sobre o premio bruto
      *> (premio-pagamento): acima da faixa de isencao a aliquota incide
      *> sobre o valor inteiro; liquido = bruto - imposto (mesma regra
      *> do programa pagamentos)
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


       calcula-pago-balcao-dia section.

      *> soma no livro-caixa os premios ja pagos hoje no balcao do
      *> terminal da sessao (mesmo padrao de calcula-gasto-dia-jogador)
           move 0 to pago-balcao-dia

           open input movimento-file
           if fs-movimento = "35"
               move "00" to fs-movimento
           else
               perform until fs-movimento = "10"
                   read movimento-file
                       at end
                           move "10" to fs-movimento
                       not at end
                           if mov-pagamento-balcao
                                   and mov-terminal-id = terminal-sessao
                                   and mov-data
                                   = function current-date(1:8)
                               add mov-valor to pago-balcao-dia
                           end-if
                   end-read
               end-perform
               close movimento-file
           end-if
           .
       calcula-pago-balcao-dia-exit.
           exit.


       grava-movimento-pagamento-balcao section.

      *> lancamento do pagamento no balcao: o valor liquido que saiu da
      *> gaveta, carimbado com o terminal da sessao; sai no concurso do
      *> bilhete, casando com o lancamento de premio da apuracao
           move function current-date(1:8) to mov-data
           move aposta-concurso-alvo to mov-concurso
           set mov-pagamento-balcao to true
           move aposta-jogador-id to mov-jogador-id
           move aposta-slip-id to mov-slip-id
           move liquido-pagamento to mov-valor
           move terminal-sessao to mov-terminal-id
           move 0 to mov-cota-organizador
           perform grava-movimento
           .
       grava-movimento-pagamento-balcao-exit.
           exit.


       registra-retencao-balcao section.

      *> grava o pagamento em RETENCAO.DAT (entra no resumo de
      *> recolhimento e no informe de rendimentos do ganhador, como os
      *> pagamentos da remessa) e, havendo imposto, o lancamento "I"
           move aposta-jogador-id to jogador-id
           read jogadores-file key is jogador-id
               invalid key
                   move 0 to jogador-cpf
                   move "(NAO CADASTRADO)" to jogador-nome
           end-read

           move function current-date(1:8) to rtc-data
           set rtc-retencao to true
           move aposta-concurso-alvo to rtc-concurso
           move aposta-jogador-id to rtc-jogador-id
           move aposta-slip-id to rtc-slip-id
           move aposta-jogador-id to rtc-beneficiario-id
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
               move function current-date(1:8) to mov-data
               move aposta-concurso-alvo to mov-concurso
               set mov-irrf to true
               move aposta-jogador-id to mov-jogador-id
               move aposta-slip-id to mov-slip-id
               move irrf-pagamento to mov-valor
               move terminal-sessao to mov-terminal-id
               move 0 to mov-cota-organizador
               perform grava-movimento
           end-if
           .
       registra-retencao-balcao-exit.
           exit.


       emite-comprovante-aposta section.

      *> comprovante do bilhete comum recem-gravado (venda interativa,
      *> surpresinha e cada replica da teimosinha)
           perform monta-dados-autenticacao
           perform calcula-autenticacao
           perform grava-comprovante
           .
       emite-comprovante-aposta-exit.
           exit.


       emite-comprovante-cota section.

      *> comprovante da cota de bolao recem-gravada, para o dono dela:
      *> o codigo cobre o bilhete e a cota (sequencia, dono e valor)
           perform monta-dados-autenticacao
           move cota-seq to da-cota-seq
           move cota-dono-id to da-cota-dono
           move cota-valor to da-cota-valor
           perform calcula-autenticacao
           perform grava-comprovante
           .
       emite-comprovante-cota-exit.
           exit.


       monta-dados-autenticacao section.

      *> copia do bilhete corrente (aposta-rec) os campos cobertos pelo
      *> codigo de autenticacao; dezenas alem da quantidade jogada
      *> entram zeradas, e os campos de cota zerados (bilhete comum)
           move aposta-jogador-id to da-jogador-id
           move aposta-slip-id to da-slip-id
           move aposta-concurso-alvo to da-concurso
           move aposta-qnt-numero to da-qnt-numero
           perform varying ind-aut from 1 by 1 until ind-aut > 10
               if ind-aut <= aposta-qnt-numero
                   move aposta-num-salvo(ind-aut) to da-numero(ind-aut)
               else
                   move 0 to da-numero(ind-aut)
               end-if
           end-perform
           move aposta-valor-pago to da-valor-pago
           move 0 to da-cota-seq
           move 0 to da-cota-dono
           move 0 to da-cota-valor
           .
       monta-dados-autenticacao-exit.
           exit.


       calcula-autenticacao section.

      *> codigo de autenticacao de 10 digitos: cada digito dos dados do
      *> bilhete (dados-autenticacao) e acumulado, ponderado pela
      *> posicao, a partir da chave da casa, modulo um primo de 10
      *> digitos - qualquer dezena, valor, concurso ou cota trocada
      *> muda o codigo
           move chave-autenticacao to acum-autenticacao
           perform varying ind-aut from 1 by 1 until ind-aut > 56
               compute acum-autenticacao = function mod(
                   acum-autenticacao * 31
                   + da-digito(ind-aut) * ind-aut + 7, 9999999967)
           end-perform
           move acum-autenticacao to codigo-autenticacao
           .
       calcula-autenticacao-exit.
           exit.


       grava-comprovante section.

      *> imprime em COMPROVANTE.LST (aberto por extensao, mesmo padrao
      *> de fallback 35 -> output do livro-caixa) o comprovante do
      *> bilhete - ou da cota, com da-cota-seq preenchido - com o
      *> codigo de autenticacao ja calculado
           move function current-date(1:14) to data-hora-comprovante

           open extend comprovante-file
           if fs-comprovante = "35"
               open output comprovante-file
           end-if

           move all "=" to linha-comp
           write comp-rel-rec from linha-comp
           move "COMPROVANTE DE APOSTA" to linha-comp
           write comp-rel-rec from linha-comp

           move aposta-jogador-id to jogador-id
           read jogadores-file key is jogador-id
               invalid key
                   move "(NAO CADASTRADO)" to nome-comprovante
               not invalid key
                   move jogador-nome to nome-comprovante
           end-read
           move spaces to linha-comp
           string "JOGADOR: " delimited by size
               aposta-jogador-id delimited by size
               " " delimited by size
               nome-comprovante delimited by size
               into linha-comp
           end-string
           write comp-rel-rec from linha-comp

           move spaces to linha-comp
           string "BILHETE: " delimited by size
               aposta-slip-id delimited by size
               "   CONCURSO: " delimited by size
               aposta-concurso-alvo delimited by size
               into linha-comp
           end-string
           write comp-rel-rec from linha-comp

           move spaces to linha-comp
           move 1 to ponteiro-comp
           string "DEZENAS:" delimited by size
               into linha-comp with pointer ponteiro-comp
           end-string
           perform varying ind-aut from 1 by 1
                   until ind-aut > aposta-qnt-numero
               string " " delimited by size
                   aposta-num-salvo(ind-aut) delimited by size
                   into linha-comp with pointer ponteiro-comp
               end-string
           end-perform
           write comp-rel-rec from linha-comp

           move spaces to linha-comp
           string "VALOR PAGO: " delimited by size
               aposta-valor-pago delimited by size
               into linha-comp
           end-string
           write comp-rel-rec from linha-comp

           if da-cota-seq > 0
               move da-cota-dono to jogador-id
               read jogadores-file key is jogador-id
                   invalid key
                       move "(NAO CADASTRADO)" to nome-comprovante
                   not invalid key
                       move jogador-nome to nome-comprovante
               end-read
               move spaces to linha-comp
               string "BOLAO - COTA " delimited by size
                   da-cota-seq delimited by size
                   " DE " delimited by size
                   aposta-qnt-cotas delimited by size
                   "   VALOR DA COTA: " delimited by size
                   da-cota-valor delimited by size
                   into linha-comp
               end-string
               write comp-rel-rec from linha-comp
               move spaces to linha-comp
               string "DONO DA COTA: " delimited by size
                   da-cota-dono delimited by size
                   " " delimited by size
                   nome-comprovante delimited by size
                   into linha-comp
               end-string
               write comp-rel-rec from linha-comp
           end-if

           move spaces to linha-comp
           string "TERMINAL: " delimited by size
               terminal-sessao delimited by size
               "   DATA-HORA: " delimited by size
               data-hora-comprovante(7:2) delimited by size
               "/" delimited by size
               data-hora-comprovante(5:2) delimited by size
               "/" delimited by size
               data-hora-comprovante(1:4) delimited by size
               " " delimited by size
               data-hora-comprovante(9:2) delimited by size
               ":" delimited by size
               data-hora-comprovante(11:2) delimited by size
               ":" delimited by size
               data-hora-comprovante(13:2) delimited by size
               into linha-comp
           end-string
           write comp-rel-rec from linha-comp

           move spaces to linha-comp
           string "AUTENTICACAO: " delimited by size
               codigo-autenticacao delimited by size
               into linha-comp
           end-string
           write comp-rel-rec from linha-comp

           close comprovante-file

           display "Comprovante emitido - bilhete " aposta-slip-id
               " autenticacao " codigo-autenticacao
           .
       grava-comprovante-exit.
           exit.


       solicita-autenticacao section.

      *> pede o codigo impresso no comprovante apresentado (no bolao,
      *> tambem o numero da cota) e confere contra o bilhete corrente
      *> lido de APOSTAS.DAT; devolve autenticacao-confere/-diverge
           set autenticacao-diverge to true
           perform monta-dados-autenticacao

           if aposta-qnt-cotas numeric and aposta-qnt-cotas > 1
               display "Bilhete de bolao: numero da cota do comprovante "
                   "(1 - " aposta-qnt-cotas "):"
               accept cota-comprovante
               display "Codigo de autenticacao impresso no comprovante:"
               accept codigo-informado
               move aposta-chave to cota-aposta-chave
               move cota-comprovante to cota-seq
               read cotas-file key is cota-chave
                   invalid key
                       display "Cota " cota-comprovante
                           " nao encontrada em COTAS.DAT."
                   not invalid key
                       move cota-seq to da-cota-seq
                       move cota-dono-id to da-cota-dono
                       move cota-valor to da-cota-valor
                       perform compara-autenticacao
               end-read
           else
               display "Codigo de autenticacao impresso no comprovante:"
               accept codigo-informado
               perform compara-autenticacao
           end-if
           .
       solicita-autenticacao-exit.
           exit.


       compara-autenticacao section.

           perform calcula-autenticacao
           if codigo-autenticacao = codigo-informado
               set autenticacao-confere to true
           end-if
           .
       compara-autenticacao-exit.
           exit.


       conferencia-comprovante section.

      *> consulta de balcao: confere se o codigo de um comprovante
      *> apresentado bate com o bilhete gravado, mostrando o conteudo
      *> gravado para comparacao com o papel
           perform abre-apostas-file

           set continua-cadastro to true
           perform until nao-continua-cadastro
               perform confere-um-comprovante
               display "Conferir outro comprovante? (S/N)"
               accept resposta-continua
           end-perform
           .
       conferencia-comprovante-exit.
           exit.


       confere-um-comprovante section.

           display "Informe o codigo do jogador:"
           accept jogador-id-atual
           display "Informe o numero da aposta (bilhete) deste jogador:"
           accept slip-id-atual

           move jogador-id-atual to aposta-jogador-id
           move slip-id-atual to aposta-slip-id
           read apostas-file key is aposta-chave
               invalid key
                   display "Bilhete nao encontrado: jogador "
                       jogador-id-atual " bilhete " slip-id-atual
                       "; comprovante NAO CONFERE."
               not invalid key
                   perform solicita-autenticacao
                   move spaces to linha-comp
                   move 1 to ponteiro-comp
                   perform varying ind-aut from 1 by 1
                           until ind-aut > aposta-qnt-numero
                       string aposta-num-salvo(ind-aut) delimited by size
                           " " delimited by size
                           into linha-comp with pointer ponteiro-comp
                       end-string
                   end-perform
                   display "Bilhete gravado: concurso "
                       aposta-concurso-alvo " valor pago "
                       aposta-valor-pago " status " aposta-status
                   display "Dezenas gravadas: " linha-comp
                   if autenticacao-confere
                       display "Autenticacao CONFERE com o bilhete "
                           "gravado."
                   else
                       display "Autenticacao NAO CONFERE: comprovante "
                           "adulterado ou de outro bilhete."
                   end-if
           end-read
           .
       confere-um-comprovante-exit.
           exit.


       identifica-jogador section.

      *> so aceita apostas de jogador presente no cadastro
                       display "Jogador " jogador-id-atual
                           " esta bloqueado e nao pode apostar."
                   end-if
                   if jogador-anonimizado
                       display "Jogador " jogador-id-atual
                           " com cadastro encerrado (anonimizado) e "
                           "nao pode apostar."
                   end-if
               end-if
           end-perform
           display "Jogador identificado: " jogador-nome

           evaluate true
               when escolha-surpresinha
                   move "S" to origem-aposta
                   perform gera-numeros-surpresinha
               when escolha-quente
                   move "Q" to origem-aposta
                   perform gera-numeros-quente
               when other
                   move "D" to origem-aposta
                   perform digita-numeros-aposta
           end-evaluate
           .
       grava-aposta section.

           perform escolhe-concurso-alvo
           if venda-concurso-liberada
               perform monta-e-grava-aposta
           end-if
           .
       grava-aposta-exit.
           exit.
           if concurso-alvo-aposta = 0
               move numero-concurso to concurso-alvo-aposta
           end-if

      *> o concurso escolhido ainda precisa estar no calendario, aberto
      *> e antes do horario-limite de venda; senao a venda e recusada
      *> sem gravar nada
           move concurso-alvo-aposta to concurso-consulta
           perform verifica-concurso-venda
           if venda-concurso-recusada
               display "Venda recusada: concurso " concurso-alvo-aposta
                   " fechado para venda (" motivo-concurso-fechado ")."
           end-if
           .
       escolhe-concurso-alvo-exit.
           exit.
               move 1 to aposta-qnt-cotas
           end-if
           set aposta-pendente to true
      *> origem do jogo (digitado, surpresinha, quente, teimosinha ou
      *> bolao) e terminal da venda, para o relatorio gerencial
           move origem-aposta to aposta-origem
           move terminal-sessao to aposta-terminal-venda

           perform calcula-preco-aposta
           move valor-aposta to aposta-valor-pago
                           perform grava-cotas-bolao
                       else
                           perform grava-movimento-venda
                           perform emite-comprovante-aposta
                       end-if
                       perform grava-auditoria-inclusao
               end-write
           if aposta-ja-cadastrada
               display "Aposta ja cadastrada encontrada, recarregando numeros salvos..."
               set limite-respeitado to true
               set venda-concurso-liberada to true
               perform recarrega-aposta
           else
               move 0 to qnt_numero
               perform grava-aposta
           end-if

      *> venda recusada pelo limite de gasto diario ou pelo calendario:
      *> nada foi gravado, entao o bilhete nao entra na carteira nem
      *> replica teimosinha
           if limite-respeitado and venda-concurso-liberada
      *> so entra na carteira desta sessao (e portanto no sorteio e na
      *> liquidacao desta execucao) o bilhete vendido para o concurso
      *> desta sessao; um bilhete de concurso futuro fica pendente em
                   move qnt-teimosinha to ind-teimosinha
               else
                   add 1 to concurso-alvo-aposta
      *> a replica so e vendida para concurso aberto no calendario; o
      *> primeiro concurso fechado ou ainda nao cadastrado interrompe a
      *> teimosinha
                   move concurso-alvo-aposta to concurso-consulta
                   perform verifica-concurso-venda
                   if venda-concurso-liberada
                       move "T" to origem-aposta
                       perform monta-e-grava-aposta
                   end-if
      *> a replica recusada pelo limite de gasto diario interrompe a
      *> teimosinha: as seguintes tambem seriam recusadas hoje
                   evaluate true
                       when venda-concurso-recusada
                           display "Teimosinha interrompida no "
                               "concurso " concurso-alvo-aposta
                               ": fechado para venda ("
                               motivo-concurso-fechado ")."
                           move qnt-teimosinha to ind-teimosinha
                       when limite-excedido
                           display "Teimosinha interrompida no bilhete "
                               slip-id-atual ": limite de gasto diario "
                               "do jogador " jogador-id-atual
                               " atingido."
                           move qnt-teimosinha to ind-teimosinha
                       when other
                           display "Teimosinha: bilhete " slip-id-atual
                               " gravado para o concurso "
                               concurso-alvo-aposta
                   end-evaluate
               end-if
           end-perform
           .
               perform grava-relatorio
           end-if
           if modo-interativo or modo-oficial or modo-cancelamento
                   or modo-pagamento-balcao
                   or modo-conferencia-comprovante
               close apostas-file
           end-if
      *> so atualiza o controle quando algum sorteio foi de fato
           close jogadores-file
           close terminais-file
           close cotas-file
           close calendario-file
           close hist-file
      *> goback devolve o controle ao fechadia quando a execucao e uma
      *> etapa do fechamento do dia; executado direto, encerra como o
