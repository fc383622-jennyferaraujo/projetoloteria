      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "monitora".
       author. "Jennyfer Aaujo".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *> divisão para configuração do ambiente
       environment Division.
       configuration Section.
           special-names. decimal-point is comma.

      *> declaração dos recursos externos
       input-output Section.
       file-control.
           select jogadores-file assign to "JOGADORES.DAT"
               organization is indexed
               access mode is dynamic
               record key is jogador-id
               file status is fs-jogadores.
           select apostas-file assign to "APOSTAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is aposta-chave
               alternate record key is aposta-concurso-alvo
                   with duplicates
               file status is fs-apostas.
           select cotas-file assign to "COTAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is cota-chave
               file status is fs-cotas.
           select movimento-file assign to "MOVIMENTO.DAT"
               organization is line sequential
               file status is fs-movimento.
           select ocorrencias-file assign to "OCORRENCIAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is oco-chave
               file status is fs-ocorrencias.
           select moni-file assign to "MONITORA.LST"
               organization is line sequential
               file status is fs-moni.
       i-o-control.

      *> declaração de variáveis
       data division.

      *> variáveis de arquivos
       file Section.

       FD  jogadores-file.
       COPY "jogador.cpy".

       FD  apostas-file.
       COPY "apostac.cpy".

       FD  cotas-file.
       COPY "cotas.cpy".

       FD  movimento-file.
       COPY "movimen.cpy".

       FD  ocorrencias-file.
       COPY "ocorren.cpy".

       FD  moni-file.
       COPY "monirel.cpy".

      *> variáveis de trabalho
       working-storage section.

       77  fs-jogadores                            pic x(02).
       77  fs-apostas                              pic x(02).
       77  fs-cotas                                pic x(02).
       77  fs-movimento                            pic x(02).
       77  fs-ocorrencias                          pic x(02).
       77  fs-moni                                 pic x(02).

       77  opcao-menu                              pic 9(01).
       77  data-inicial                            pic x(08).
       77  data-final                              pic x(08).
       77  data-hoje                               pic x(08).

      *> limites das regras, informados a cada execucao (zero assume o
      *> valor padrao entre parenteses no pedido do parametro)
       77  valor-minimo-premio                     pic 9(08)v99.
       77  qnt-minima-premios                      pic 9(03).
       77  qnt-minima-organizadores                pic 9(03).
       77  fator-gasto                             pic 9(03).
       77  qnt-minima-cancelamentos                pic 9(03).
      *> dias de compra anteriores ao periodo exigidos para haver uma
      *> media propria do jogador com que comparar (regra 4)
       77  dias-minimos-historico                  pic 9(03) value 3.

      *> regras 1 e 4, por jogador, a partir do livro-caixa: premios
      *> do periodo e gasto diario (vendas "V") antes e dentro do
      *> periodo. MOVIMENTO.DAT e gravado por extensao, em ordem de
      *> data, entao a troca de tj-ultima-data marca um dia novo
       01  tabela-jogador occurs 3000 times.
           05  tj-jogador-id                       pic 9(06).
           05  tj-qnt-premios                      pic 9(05).
           05  tj-valor-premios                    pic 9(10)v99.
           05  tj-gasto-historico                  pic 9(10)v99.
           05  tj-dias-historico                   pic 9(05).
           05  tj-ultima-data                      pic x(08).
           05  tj-gasto-dia                        pic 9(10)v99.
           05  tj-maior-gasto-dia                  pic 9(10)v99.
           05  tj-data-maior-gasto                 pic x(08).
       77  qnt-jogadores-tab                       pic 9(04).
       77  ind-j                                   pic 9(04).
       77  ind-achou-j                             pic 9(04).

      *> regra 5: estornos de venda do periodo por terminal
       01  tabela-terminal occurs 500 times.
           05  tt-terminal                         pic 9(03).
           05  tt-qnt-cancelamentos                pic 9(05).
           05  tt-valor-cancelamentos              pic 9(10)v99.
       77  qnt-terminais-tab                       pic 9(03).
       77  ind-t                                   pic 9(03).
       77  ind-achou-t                             pic 9(03).
       77  terminal-lancamento                     pic 9(03).

      *> regra 2: pares CPF do dono da cota + organizador do bolao
      *> premiado no periodo (dono diferente do organizador)
       01  tabela-bolao occurs 2000 times.
           05  tbo-cpf                             pic 9(11).
           05  tbo-organizador                     pic 9(06).
           05  tbo-qnt-premios                     pic 9(05).
           05  tbo-valor-premios                   pic 9(10)v99.
       77  qnt-bolao-tab                           pic 9(04).
       77  ind-b                                   pic 9(04).
       77  ind-b2                                  pic 9(04).
       77  ind-achou-b                             pic 9(04).
       77  cpf-cota                                pic 9(11).
       77  qnt-organizadores-cpf                   pic 9(05).
       77  qnt-premios-cpf                         pic 9(05).
       77  valor-premios-cpf                       pic 9(10)v99.
       77  flag-primeiro-cpf                       pic x(01).
           88  primeiro-do-cpf                     value "S".
           88  cpf-ja-avaliado                     value "N".

      *> regra 3: CPF + codigo de todo o cadastro de jogadores
       01  tabela-cpf occurs 5000 times.
           05  tcpf-cpf                            pic 9(11).
           05  tcpf-jogador-id                     pic 9(06).
       77  qnt-cpf-tab                             pic 9(04).
       77  ind-p                                   pic 9(04).
       77  ind-p2                                  pic 9(04).
       77  qnt-cadastros-cpf                       pic 9(05).
       77  ponteiro-descricao                      pic 9(03).

      *> ocorrencia apurada, antes de casar com OCORRENCIAS.DAT
       77  regra-apurada                           pic 9(01).
       77  identificador-apurado                   pic 9(11).
       77  evidencias-apuradas                     pic 9(05).
       77  valor-apurado                           pic 9(10)v99.
       77  descricao-apurada                       pic x(60).
       77  media-diaria                            pic 9(10)v99.
       77  limite-gasto                            pic 9(12)v99.

       77  qnt-novas                               pic 9(05).
       77  qnt-reapontadas                         pic 9(05).
       77  qnt-ja-tratadas                         pic 9(05).

      *> tratamento de uma ocorrencia
       77  regra-informada                         pic 9(01).
       77  identificador-informado                 pic 9(11).

      *> localizacao do caso mais recente de uma regra + identificador
      *> (a chave de OCORRENCIAS.DAT termina no inicio do periodo)
       77  busca-regra                             pic 9(01).
       77  busca-identificador                     pic 9(11).
       77  ultima-chave-periodo                    pic x(08).
       77  flag-ultima-ocorrencia                  pic x(01).
           88  ultima-ocorrencia-encontrada        value "S".
           88  ultima-ocorrencia-inexistente       value "N".
       77  situacao-informada                      pic x(01).
       77  situacao-filtro                         pic x(01).

       77  valor-edit                              pic z(09)9,99.
       77  media-edit                              pic z(09)9,99.
       77  linha-rel                               pic x(200).

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
      *> gerente ou administrador
           call "login"
           if not operador-logado
               stop run
           end-if
           if not ops-gerente and not ops-administrador
               display "Operador " ops-operador-id " sem permissao para "
                   "executar o monitoramento de jogadores."
               stop run
           end-if
           .
       verifica-acesso-exit.
           exit.


       inicializa section.

      *> inicilização das variáveis
           move function current-date(1:8) to data-hoje

      *> abre em i-o; se o arquivo ainda nao existe (status 35), cria
      *> um arquivo vazio antes e reabre em i-o
           open i-o ocorrencias-file
           if fs-ocorrencias = "35"
               open output ocorrencias-file
               close ocorrencias-file
               open i-o ocorrencias-file
           end-if
           if fs-ocorrencias not = "00"
               display "Erro ao abrir OCORRENCIAS.DAT: " fs-ocorrencias
           end-if
           .
       inicializa-exit.
           exit.


       processamento section.

           move 0 to opcao-menu
           perform until opcao-menu = 9
               display "Monitoramento: (1) Processar Periodo (2) Tratar Ocorrencia (3) Listar Ocorrencias (9) Sair"
               accept opcao-menu
               evaluate opcao-menu
                   when 1
                       perform processa-monitoramento
                   when 2
                       perform trata-ocorrencia
                   when 3
                       perform lista-ocorrencias
                   when 9
                       continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       processamento-exit.
           exit.


       processa-monitoramento section.

           perform informa-parametros

           move 0 to qnt-jogadores-tab
           move 0 to qnt-terminais-tab
           move 0 to qnt-bolao-tab
           move 0 to qnt-cpf-tab
           move 0 to qnt-novas
           move 0 to qnt-reapontadas
           move 0 to qnt-ja-tratadas

           open output moni-file
           move spaces to linha-rel
           string "OCORRENCIAS DO MONITORAMENTO DE JOGADORES - PERIODO "
                   delimited by size
               data-inicial delimited by size
               " A " delimited by size
               data-final delimited by size
               " - EMITIDO EM " delimited by size
               data-hoje delimited by size
               into linha-rel
           end-string
           write moni-rel-rec from linha-rel
           display linha-rel

           open input jogadores-file
           if fs-jogadores not = "00"
               display "Cadastro JOGADORES.DAT indisponivel (status "
                   fs-jogadores "); regras 2 e 3 nao avaliadas."
           end-if

           perform le-movimento-monitoramento
           perform avalia-premios-recorrentes
           perform avalia-gasto-atipico
           perform avalia-cancelamentos-terminal
           if fs-jogadores = "00"
               perform carrega-cotas-premiadas
               perform avalia-bolao-organizadores
               perform avalia-cpf-duplicado
               close jogadores-file
           end-if

           move spaces to linha-rel
           string "OCORRENCIAS NOVAS: " delimited by size
               qnt-novas delimited by size
               " AINDA PENDENTES: " delimited by size
               qnt-reapontadas delimited by size
               " JA TRATADAS (NAO REPETIDAS): " delimited by size
               qnt-ja-tratadas delimited by size
               into linha-rel
           end-string
           write moni-rel-rec from linha-rel
           display linha-rel

           close moni-file
           .
       processa-monitoramento-exit.
           exit.


       informa-parametros section.

           display "Data inicial do periodo (AAAAMMDD):"
           accept data-inicial
           display "Data final do periodo (AAAAMMDD):"
           accept data-final

           display "Regra 1 - valor minimo do premio (0 = 10000,00):"
           accept valor-minimo-premio
           if valor-minimo-premio = 0
               move 10000 to valor-minimo-premio
           end-if
           display "Regra 1 - quantidade de premios no periodo (0 = 3):"
           accept qnt-minima-premios
           if qnt-minima-premios = 0
               move 3 to qnt-minima-premios
           end-if
           display "Regra 2 - organizadores de bolao diferentes (0 = 2):"
           accept qnt-minima-organizadores
           if qnt-minima-organizadores = 0
               move 2 to qnt-minima-organizadores
           end-if
           display "Regra 4 - vezes a media diaria do jogador (0 = 5):"
           accept fator-gasto
           if fator-gasto = 0
               move 5 to fator-gasto
           end-if
           display "Regra 5 - cancelamentos no mesmo terminal (0 = 5):"
           accept qnt-minima-cancelamentos
           if qnt-minima-cancelamentos = 0
               move 5 to qnt-minima-cancelamentos
           end-if
           .
       informa-parametros-exit.
           exit.


       le-movimento-monitoramento section.

           open input movimento-file
           if fs-movimento = "35"
               display "Arquivo MOVIMENTO.DAT nao encontrado"
           else
               perform until fs-movimento = "10"
                   read movimento-file
                       at end
                           move "10" to fs-movimento
                       not at end
                           perform acumula-movimento-monitoramento
                   end-read
               end-perform
               close movimento-file
           end-if
           .
       le-movimento-monitoramento-exit.
           exit.


       acumula-movimento-monitoramento section.

           evaluate true
               when mov-premio
                   if mov-data >= data-inicial and mov-data <= data-final
                           and mov-valor >= valor-minimo-premio
                       perform localiza-jogador-tab
                       if ind-achou-j > 0
                           add 1 to tj-qnt-premios(ind-achou-j)
                           add mov-valor to tj-valor-premios(ind-achou-j)
                       end-if
                   end-if
               when mov-venda
                   if mov-data <= data-final
                       perform localiza-jogador-tab
                       if ind-achou-j > 0
                           perform acumula-gasto-jogador
                       end-if
                   end-if
               when mov-estorno
                   if mov-data >= data-inicial and mov-data <= data-final
                       perform acumula-cancelamento-terminal
                   end-if
               when other
                   continue
           end-evaluate
           .
       acumula-movimento-monitoramento-exit.
           exit.


       localiza-jogador-tab section.

           move 0 to ind-achou-j
           perform varying ind-j from 1 by 1
                   until ind-j > qnt-jogadores-tab
               if tj-jogador-id(ind-j) = mov-jogador-id
                   move ind-j to ind-achou-j
               end-if
           end-perform

           if ind-achou-j = 0
               if qnt-jogadores-tab >= 3000
                   display "Limite de 3000 jogadores no monitoramento "
                       "atingido; jogador " mov-jogador-id " ignorado."
               else
                   add 1 to qnt-jogadores-tab
                   move qnt-jogadores-tab to ind-achou-j
                   move mov-jogador-id to tj-jogador-id(ind-achou-j)
                   move 0 to tj-qnt-premios(ind-achou-j)
                   move 0 to tj-valor-premios(ind-achou-j)
                   move 0 to tj-gasto-historico(ind-achou-j)
                   move 0 to tj-dias-historico(ind-achou-j)
                   move spaces to tj-ultima-data(ind-achou-j)
                   move 0 to tj-gasto-dia(ind-achou-j)
                   move 0 to tj-maior-gasto-dia(ind-achou-j)
                   move spaces to tj-data-maior-gasto(ind-achou-j)
               end-if
           end-if
           .
       localiza-jogador-tab-exit.
           exit.


       acumula-gasto-jogador section.

      *> antes do periodo: forma a media por dia de compra; dentro do
      *> periodo: guarda o maior gasto de um dia so
           if mov-data < data-inicial
               if mov-data not = tj-ultima-data(ind-achou-j)
                   add 1 to tj-dias-historico(ind-achou-j)
                   move mov-data to tj-ultima-data(ind-achou-j)
               end-if
               add mov-valor to tj-gasto-historico(ind-achou-j)
           else
               if mov-data not = tj-ultima-data(ind-achou-j)
                   move 0 to tj-gasto-dia(ind-achou-j)
                   move mov-data to tj-ultima-data(ind-achou-j)
               end-if
               add mov-valor to tj-gasto-dia(ind-achou-j)
               if tj-gasto-dia(ind-achou-j)
                       > tj-maior-gasto-dia(ind-achou-j)
                   move tj-gasto-dia(ind-achou-j)
                       to tj-maior-gasto-dia(ind-achou-j)
                   move mov-data to tj-data-maior-gasto(ind-achou-j)
               end-if
           end-if
           .
       acumula-gasto-jogador-exit.
           exit.


       acumula-cancelamento-terminal section.

           if mov-terminal-id numeric
               move mov-terminal-id to terminal-lancamento
           else
               move 0 to terminal-lancamento
           end-if

           move 0 to ind-achou-t
           perform varying ind-t from 1 by 1
                   until ind-t > qnt-terminais-tab
               if tt-terminal(ind-t) = terminal-lancamento
                   move ind-t to ind-achou-t
               end-if
           end-perform

           if ind-achou-t = 0 and qnt-terminais-tab < 500
               add 1 to qnt-terminais-tab
               move qnt-terminais-tab to ind-achou-t
               move terminal-lancamento to tt-terminal(ind-achou-t)
               move 0 to tt-qnt-cancelamentos(ind-achou-t)
               move 0 to tt-valor-cancelamentos(ind-achou-t)
           end-if

           if ind-achou-t > 0
               add 1 to tt-qnt-cancelamentos(ind-achou-t)
               add mov-valor to tt-valor-cancelamentos(ind-achou-t)
           end-if
           .
       acumula-cancelamento-terminal-exit.
           exit.


       avalia-premios-recorrentes section.

      *> regra 1: jogador com premios acima do valor minimo em
      *> quantidade igual ou maior que a informada no periodo
           perform varying ind-j from 1 by 1
                   until ind-j > qnt-jogadores-tab
               if tj-qnt-premios(ind-j) >= qnt-minima-premios
                   move 1 to regra-apurada
                   move tj-jogador-id(ind-j) to identificador-apurado
                   move tj-qnt-premios(ind-j) to evidencias-apuradas
                   move tj-valor-premios(ind-j) to valor-apurado
                   move valor-minimo-premio to valor-edit
                   move spaces to descricao-apurada
                   string "PREMIOS RECORRENTES ACIMA DE " delimited by size
                       valor-edit delimited by size
                       into descricao-apurada
                   end-string
                   perform registra-ocorrencia
               end-if
           end-perform
           .
       avalia-premios-recorrentes-exit.
           exit.


       avalia-gasto-atipico section.

      *> regra 4: maior gasto de um dia no periodo acima de N vezes a
      *> media por dia de compra do proprio jogador antes do periodo
           perform varying ind-j from 1 by 1
                   until ind-j > qnt-jogadores-tab
               if tj-dias-historico(ind-j) >= dias-minimos-historico
                   compute media-diaria rounded
                       = tj-gasto-historico(ind-j)
                       / tj-dias-historico(ind-j)
                   compute limite-gasto = media-diaria * fator-gasto
                   if tj-maior-gasto-dia(ind-j) > limite-gasto
                       move 4 to regra-apurada
                       move tj-jogador-id(ind-j) to identificador-apurado
                       move 1 to evidencias-apuradas
                       move tj-maior-gasto-dia(ind-j) to valor-apurado
                       move media-diaria to media-edit
                       move spaces to descricao-apurada
                       string "GASTO ATIPICO EM " delimited by size
                           tj-data-maior-gasto(ind-j) delimited by size
                           " MEDIA DIARIA " delimited by size
                           media-edit delimited by size
                           into descricao-apurada
                       end-string
                       perform registra-ocorrencia
                   end-if
               end-if
           end-perform
           .
       avalia-gasto-atipico-exit.
           exit.


       avalia-cancelamentos-terminal section.

      *> regra 5: estornos de venda repetidos no mesmo terminal
           perform varying ind-t from 1 by 1
                   until ind-t > qnt-terminais-tab
               if tt-qnt-cancelamentos(ind-t) >= qnt-minima-cancelamentos
                   move 5 to regra-apurada
                   move tt-terminal(ind-t) to identificador-apurado
                   move tt-qnt-cancelamentos(ind-t) to evidencias-apuradas
                   move tt-valor-cancelamentos(ind-t) to valor-apurado
                   move "CANCELAMENTOS REPETIDOS NO TERMINAL"
                       to descricao-apurada
                   perform registra-ocorrencia
               end-if
           end-perform
           .
       avalia-cancelamentos-terminal-exit.
           exit.


       carrega-cotas-premiadas section.

      *> regra 2: varre os bilhetes de bolao premiados e liquidados no
      *> periodo e guarda, por CPF de dono de cota que nao e o proprio
      *> organizador, os organizadores com quem ele ganhou
           open input apostas-file
           open input cotas-file
           if fs-apostas not = "00" or fs-cotas not = "00"
               display "APOSTAS.DAT/COTAS.DAT indisponivel; regra 2 "
                   "nao avaliada."
           else
               move low-values to aposta-chave
               start apostas-file key is not less than aposta-chave
                   invalid key
                       move "10" to fs-apostas
                   not invalid key
                       move "00" to fs-apostas
               end-start

               perform until fs-apostas = "10"
                   read apostas-file next record
                       at end
                           move "10" to fs-apostas
                       not at end
                           if aposta-qnt-cotas numeric
                                   and aposta-qnt-cotas > 1
                                   and aposta-valor-premio > 0
                                   and not aposta-cancelada
                                   and aposta-data-liquidacao
                                       >= data-inicial
                                   and aposta-data-liquidacao
                                       <= data-final
                               perform carrega-cotas-um-bolao
                           end-if
                   end-read
               end-perform
           end-if
           close apostas-file
           close cotas-file
           .
       carrega-cotas-premiadas-exit.
           exit.


       carrega-cotas-um-bolao section.

           move aposta-chave to cota-aposta-chave
           move 0 to cota-seq
           start cotas-file key is not less than cota-chave
               invalid key
                   move "10" to fs-cotas
               not invalid key
                   move "00" to fs-cotas
           end-start

           perform until fs-cotas = "10"
               read cotas-file next record
                   at end
                       move "10" to fs-cotas
                   not at end
                       if cota-aposta-chave = aposta-chave
                           if cota-dono-id not = aposta-jogador-id
                               perform acumula-cota-premiada
                           end-if
                       else
                           move "10" to fs-cotas
                       end-if
               end-read
           end-perform
           .
       carrega-cotas-um-bolao-exit.
           exit.


       acumula-cota-premiada section.

           move cota-dono-id to jogador-id
           read jogadores-file key is jogador-id
               invalid key
                   move 0 to cpf-cota
               not invalid key
                   move jogador-cpf to cpf-cota
           end-read

      *> dono sem CPF (ou sem cadastro) nao tem como ser cruzado
           if cpf-cota > 0
               move 0 to ind-achou-b
               perform varying ind-b from 1 by 1
                       until ind-b > qnt-bolao-tab
                   if tbo-cpf(ind-b) = cpf-cota
                           and tbo-organizador(ind-b) = aposta-jogador-id
                       move ind-b to ind-achou-b
                   end-if
               end-perform

               if ind-achou-b = 0 and qnt-bolao-tab < 2000
                   add 1 to qnt-bolao-tab
                   move qnt-bolao-tab to ind-achou-b
                   move cpf-cota to tbo-cpf(ind-achou-b)
                   move aposta-jogador-id to tbo-organizador(ind-achou-b)
                   move 0 to tbo-qnt-premios(ind-achou-b)
                   move 0 to tbo-valor-premios(ind-achou-b)
               end-if

               if ind-achou-b > 0
                   add 1 to tbo-qnt-premios(ind-achou-b)
                   add aposta-valor-premio
                       to tbo-valor-premios(ind-achou-b)
               end-if
           end-if
           .
       acumula-cota-premiada-exit.
           exit.


       avalia-bolao-organizadores section.

      *> um CPF premiado em bolao de N ou mais organizadores diferentes
      *> (cada CPF e avaliado uma vez, na sua primeira linha)
           perform varying ind-b from 1 by 1 until ind-b > qnt-bolao-tab
               set primeiro-do-cpf to true
               perform varying ind-b2 from 1 by 1 until ind-b2 >= ind-b
                   if tbo-cpf(ind-b2) = tbo-cpf(ind-b)
                       set cpf-ja-avaliado to true
                   end-if
               end-perform

               if primeiro-do-cpf
                   move 0 to qnt-organizadores-cpf
                   move 0 to qnt-premios-cpf
                   move 0 to valor-premios-cpf
                   perform varying ind-b2 from ind-b by 1
                           until ind-b2 > qnt-bolao-tab
                       if tbo-cpf(ind-b2) = tbo-cpf(ind-b)
                           add 1 to qnt-organizadores-cpf
                           add tbo-qnt-premios(ind-b2) to qnt-premios-cpf
                           add tbo-valor-premios(ind-b2)
                               to valor-premios-cpf
                       end-if
                   end-perform

                   if qnt-organizadores-cpf >= qnt-minima-organizadores
                       move 2 to regra-apurada
                       move tbo-cpf(ind-b) to identificador-apurado
                       move qnt-premios-cpf to evidencias-apuradas
                       move valor-premios-cpf to valor-apurado
                       move spaces to descricao-apurada
                       string "PREMIOS EM BOLAO DE " delimited by size
                           qnt-organizadores-cpf delimited by size
                           " ORGANIZADORES DIFERENTES" delimited by size
                           into descricao-apurada
                       end-string
                       perform registra-ocorrencia
                   end-if
               end-if
           end-perform
           .
       avalia-bolao-organizadores-exit.
           exit.


       avalia-cpf-duplicado section.

      *> regra 3: carrega CPF + codigo de todo o cadastro e aponta o
      *> CPF presente em mais de um jogador-id (CPF zero nao conta)
           move low-values to jogador-id
           start jogadores-file key is not less than jogador-id
               invalid key
                   move "10" to fs-jogadores
               not invalid key
                   move "00" to fs-jogadores
           end-start

           perform until fs-jogadores = "10"
               read jogadores-file next record
                   at end
                       move "10" to fs-jogadores
                   not at end
                       if jogador-cpf > 0
                           if qnt-cpf-tab < 5000
                               add 1 to qnt-cpf-tab
                               move jogador-cpf to tcpf-cpf(qnt-cpf-tab)
                               move jogador-id
                                   to tcpf-jogador-id(qnt-cpf-tab)
                           else
                               display "Limite de 5000 cadastros na "
                                   "regra 3 atingido; jogador "
                                   jogador-id " ignorado."
                           end-if
                       end-if
               end-read
           end-perform

           perform varying ind-p from 1 by 1 until ind-p > qnt-cpf-tab
               set primeiro-do-cpf to true
               perform varying ind-p2 from 1 by 1 until ind-p2 >= ind-p
                   if tcpf-cpf(ind-p2) = tcpf-cpf(ind-p)
                       set cpf-ja-avaliado to true
                   end-if
               end-perform

               if primeiro-do-cpf
                   perform avalia-um-cpf-cadastro
               end-if
           end-perform
           .
       avalia-cpf-duplicado-exit.
           exit.


       avalia-um-cpf-cadastro section.

           move 0 to qnt-cadastros-cpf
           move spaces to descricao-apurada
           move 1 to ponteiro-descricao
           string "CPF NOS JOGADORES:" delimited by size
               into descricao-apurada
               with pointer ponteiro-descricao
           end-string

           perform varying ind-p2 from ind-p by 1
                   until ind-p2 > qnt-cpf-tab
               if tcpf-cpf(ind-p2) = tcpf-cpf(ind-p)
                   add 1 to qnt-cadastros-cpf
                   if ponteiro-descricao < 54
                       string " " delimited by size
                           tcpf-jogador-id(ind-p2) delimited by size
                           into descricao-apurada
                           with pointer ponteiro-descricao
                       end-string
                   end-if
               end-if
           end-perform

           if qnt-cadastros-cpf > 1
               move 3 to regra-apurada
               move tcpf-cpf(ind-p) to identificador-apurado
               move qnt-cadastros-cpf to evidencias-apuradas
               move 0 to valor-apurado
               perform registra-ocorrencia
           end-if
           .
       avalia-um-cpf-cadastro-exit.
           exit.


       registra-ocorrencia section.

      *> caso novo: grava pendente; caso ainda pendente: atualiza as
      *> evidencias e aponta de novo; caso ja tratado (analisado,
      *> comunicado ou descartado): nao repete no mesmo periodo, mas
      *> nas regras 1, 4 e 5 um periodo todo posterior ao do caso
      *> tratado abre um caso novo
           move regra-apurada to busca-regra
           move identificador-apurado to busca-identificador
           perform localiza-ultima-ocorrencia

           evaluate true
               when ultima-ocorrencia-inexistente
                   perform grava-nova-ocorrencia
               when oco-pendente
                   move data-hoje to oco-data-apontamento
                   move data-inicial to oco-periodo-inicial
                   move data-final to oco-periodo-final
                   move evidencias-apuradas to oco-qnt-evidencias
                   move valor-apurado to oco-valor
                   move descricao-apurada to oco-descricao
                   rewrite ocorrencia-rec
                       invalid key
                           display "Erro ao regravar ocorrencia: "
                               fs-ocorrencias
                   end-rewrite
                   add 1 to qnt-reapontadas
                   perform grava-linha-ocorrencia
               when (regra-apurada = 1 or regra-apurada = 4
                       or regra-apurada = 5)
                       and data-inicial > oco-periodo-final
                   perform grava-nova-ocorrencia
               when other
                   add 1 to qnt-ja-tratadas
           end-evaluate
           .
       registra-ocorrencia-exit.
           exit.


       grava-nova-ocorrencia section.

           move regra-apurada to oco-regra
           move identificador-apurado to oco-identificador
           if regra-apurada = 2 or regra-apurada = 3
               move "00000000" to oco-chave-periodo
           else
               move data-inicial to oco-chave-periodo
           end-if
           move data-hoje to oco-data-apontamento
           move data-inicial to oco-periodo-inicial
           move data-final to oco-periodo-final
           move evidencias-apuradas to oco-qnt-evidencias
           move valor-apurado to oco-valor
           move descricao-apurada to oco-descricao
           set oco-pendente to true
           move spaces to oco-data-tratamento
           move spaces to oco-responsavel
           write ocorrencia-rec
               invalid key
                   display "Erro ao gravar ocorrencia: " fs-ocorrencias
           end-write
           add 1 to qnt-novas
           perform grava-linha-ocorrencia
           .
       grava-nova-ocorrencia-exit.
           exit.


       localiza-ultima-ocorrencia section.

      *> deixa em ocorrencia-rec o caso de busca-regra +
      *> busca-identificador com o maior inicio de periodo na chave
           set ultima-ocorrencia-inexistente to true
           move busca-regra to oco-regra
           move busca-identificador to oco-identificador
           move low-values to oco-chave-periodo
           start ocorrencias-file key is not less than oco-chave
               invalid key
                   move "10" to fs-ocorrencias
               not invalid key
                   move "00" to fs-ocorrencias
           end-start

           perform until fs-ocorrencias = "10"
               read ocorrencias-file next record
                   at end
                       move "10" to fs-ocorrencias
                   not at end
                       if oco-regra = busca-regra
                               and oco-identificador = busca-identificador
                           set ultima-ocorrencia-encontrada to true
                           move oco-chave-periodo to ultima-chave-periodo
                       else
                           move "10" to fs-ocorrencias
                       end-if
               end-read
           end-perform

           if ultima-ocorrencia-encontrada
               move busca-regra to oco-regra
               move busca-identificador to oco-identificador
               move ultima-chave-periodo to oco-chave-periodo
               read ocorrencias-file key is oco-chave
                   invalid key
                       set ultima-ocorrencia-inexistente to true
               end-read
           end-if
           .
       localiza-ultima-ocorrencia-exit.
           exit.


       grava-linha-ocorrencia section.

           move oco-valor to valor-edit
           move spaces to linha-rel
           string "REGRA " delimited by size
               oco-regra delimited by size
               " ID " delimited by size
               oco-identificador delimited by size
               " EVIDENCIAS " delimited by size
               oco-qnt-evidencias delimited by size
               " VALOR " delimited by size
               valor-edit delimited by size
               " " delimited by size
               oco-descricao delimited by size
               " SITUACAO " delimited by size
               oco-situacao delimited by size
               into linha-rel
           end-string
           write moni-rel-rec from linha-rel
           display linha-rel
           .
       grava-linha-ocorrencia-exit.
           exit.


       trata-ocorrencia section.

           display "Regra da ocorrencia (1-5):"
           accept regra-informada
           display "Identificador (jogador, CPF ou terminal):"
           accept identificador-informado

      *> trata o caso mais recente da regra + identificador
           move regra-informada to busca-regra
           move identificador-informado to busca-identificador
           perform localiza-ultima-ocorrencia
           if ultima-ocorrencia-inexistente
               display "Ocorrencia nao encontrada."
           else
               display "Ocorrencia: " oco-descricao
                   " evidencias " oco-qnt-evidencias
                   " periodo " oco-periodo-inicial " a "
                   oco-periodo-final
                   " situacao " oco-situacao
               display "Nova situacao: (A) Analisada (C) Comunicada (D) Descartada"
               accept situacao-informada
               if situacao-informada = "A" or situacao-informada = "C"
                       or situacao-informada = "D"
                   move situacao-informada to oco-situacao
                   move data-hoje to oco-data-tratamento
                   move ops-operador-id to oco-responsavel
                   rewrite ocorrencia-rec
                       invalid key
                           display "Erro ao regravar ocorrencia: "
                               fs-ocorrencias
                       not invalid key
                           display "Ocorrencia tratada."
                   end-rewrite
               else
                   display "Situacao invalida; ocorrencia mantida."
               end-if
           end-if
           .
       trata-ocorrencia-exit.
           exit.


       lista-ocorrencias section.

           display "Situacao a listar (P, A, C, D ou branco = todas):"
           accept situacao-filtro

           move low-values to oco-chave
           start ocorrencias-file key is not less than oco-chave
               invalid key
                   display "Nenhuma ocorrencia registrada."
                   move "10" to fs-ocorrencias
               not invalid key
                   move "00" to fs-ocorrencias
           end-start

           perform until fs-ocorrencias = "10"
               read ocorrencias-file next record
                   at end
                       move "10" to fs-ocorrencias
                   not at end
                       if situacao-filtro = spaces
                               or situacao-filtro = oco-situacao
                           display oco-regra " " oco-identificador " "
                               oco-periodo-inicial "-" oco-periodo-final " "
                               oco-situacao " " oco-data-apontamento " "
                               oco-qnt-evidencias " " oco-descricao
                       end-if
               end-read
           end-perform
           .
       lista-ocorrencias-exit.
           exit.


       finaliza section.

           close ocorrencias-file
           stop run
           .
       finaliza-exit.
           exit.
