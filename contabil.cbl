      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "contabil".
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
           select movimento-file assign to "MOVIMENTO.DAT"
               organization is line sequential
               file status is fs-movimento.
           select terminais-file assign to "TERMINAIS.DAT"
               organization is indexed
               access mode is dynamic
               record key is pv-id
               file status is fs-terminais.
           select acumula-file assign to "ACUMULA.DAT"
               organization is line sequential
               file status is fs-acumula.
           select plano-file assign to "PLANOCONTAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is pc-evento
               file status is fs-plano.
           select exporta-file assign to "EXPORTA.DAT"
               organization is indexed
               access mode is dynamic
               record key is exp-data
               file status is fs-exporta.
           select lanc-file assign to "LANCCONT.DAT"
               organization is line sequential
               file status is fs-lanc.
           select lanctmp-file assign to "LANCCONT.TMP"
               organization is line sequential
               file status is fs-lanctmp.
           select ctbctl-file assign to "CONTABIL.CTL"
               organization is line sequential
               file status is fs-ctbctl.
           select cont-file assign to "CONTABIL.LST"
               organization is line sequential
               file status is fs-cont.
       i-o-control.

      *> declaração de variáveis
       data division.

      *> variáveis de arquivos
       file Section.

       FD  movimento-file.
       COPY "movimen.cpy".

       FD  terminais-file.
       COPY "pontovda.cpy".

       FD  acumula-file.
       COPY "acumula.cpy".

       FD  plano-file.
       COPY "planocta.cpy".

       FD  exporta-file.
       COPY "exporta.cpy".

       FD  lanc-file.
       COPY "lanccont.cpy".

       FD  lanctmp-file.
       COPY "lanccont.cpy" replacing leading ==lanc== by ==ltmp==.

       FD  ctbctl-file.
       COPY "ctbctl.cpy".

       FD  cont-file.
       COPY "contrel.cpy".

      *> variáveis de trabalho
       working-storage section.

       77  fs-movimento                            pic x(02).
       77  fs-terminais                            pic x(02).
       77  fs-acumula                              pic x(02).
       77  fs-plano                                pic x(02).
       77  fs-exporta                              pic x(02).
       77  fs-lanc                                 pic x(02).
       77  fs-lanctmp                              pic x(02).
       77  fs-ctbctl                               pic x(02).
       77  fs-cont                                 pic x(02).

       77  opcao-menu                              pic 9(01).
       77  opcao-plano                             pic 9(01).
       77  data-inicial                            pic x(08).
       77  data-final                              pic x(08).
       77  data-estorno                            pic x(08).
       77  data-hora-agora                         pic x(14).
       77  evento-informado                        pic x(02).

      *> eventos contabeis, na ordem das colunas de td-valor e da
      *> tabela do plano de contas (ver planocta.cpy)
       01  lista-eventos-literal                   pic x(18)
                                                   value "VDESPRPXIRIDPBCMAC".
       01  lista-eventos redefines lista-eventos-literal.
           05  evento-codigo occurs 9 times        pic x(02).
       77  ind-ev                                  pic 9(02).
       77  ind-ev-achado                           pic 9(02).

      *> contas de cada evento, carregadas de PLANOCONTAS.DAT
       01  tabela-plano occurs 9 times.
           05  tpc-flag                            pic x(01).
               88  tpc-cadastrado                  value "S".
               88  tpc-ausente                     value "N".
           05  tpc-conta-debito                    pic x(12).
           05  tpc-conta-credito                   pic x(12).
           05  tpc-historico                       pic x(30).

      *> valor de cada evento por data do livro-caixa no periodo, e os
      *> totais lancados por data para o controle de exportacao
       01  tabela-dia occurs 100 times.
           05  td-data                             pic x(08).
           05  td-valor occurs 9 times             pic 9(10)v99.
           05  td-qnt-lancamentos                  pic 9(05).
           05  td-debito                           pic 9(12)v99.
           05  td-credito                          pic 9(12)v99.
       77  qnt-dias                                pic 9(03).
       77  ind-d                                   pic 9(03).
       77  ind-achou-d                             pic 9(03).
       77  data-procurada                          pic x(08).

      *> vendas e estornos por data + terminal, base da comissao (mesma
      *> regra do fechamento por terminal do programa fechacaixa)
       01  tabela-comissao occurs 500 times.
           05  tcm-data                            pic x(08).
           05  tcm-terminal                        pic 9(03).
           05  tcm-vendas                          pic 9(10)v99.
           05  tcm-estornos                        pic 9(10)v99.
       77  qnt-comissoes                           pic 9(03).
       77  ind-c                                   pic 9(03).
       77  ind-achou-c                             pic 9(03).
       77  terminal-lancamento                     pic 9(03).
       77  comissao-terminal                       pic 9(10)v99.

      *> provisao do bolo acumulado: diferenca entre o ACUMULA.DAT
      *> corrente e o saldo ja contabilizado (CONTABIL.CTL)
       77  total-acumulado                         pic 9(12)v99.
       77  ajuste-provisao                         pic s9(10)v99.

      *> totais por evento: do livro-caixa (regras do fechacaixa) e dos
      *> lancamentos montados, para a conferencia
       01  totais-evento occurs 9 times.
           05  tot-livro                           pic 9(12)v99.
           05  tot-exp-debito                      pic 9(12)v99.
           05  tot-exp-credito                     pic 9(12)v99.
       77  total-debito                            pic 9(12)v99.
       77  total-credito                           pic 9(12)v99.
       77  qnt-lancamentos                         pic 9(05).
       77  qnt-ignorados                           pic 9(05).
       77  lote-atual                              pic 9(06).
       77  valor-par                               pic 9(10)v99.
       77  flag-exportacao                         pic x(01).
           88  exportacao-liberada                 value "S".
           88  exportacao-impedida                 value "N".
       77  flag-evento-confere                     pic x(01).
           88  evento-confere                      value "S".
           88  evento-diverge                      value "N".

       77  saldo-caixa                             pic s9(12)v99.
       77  irrf-liquido                            pic s9(12)v99.
       77  valor-edit                              pic z(11)9,99.
       77  debito-edit                             pic z(11)9,99.
       77  credito-edit                            pic z(11)9,99.
       77  arrecadado-edit                         pic z(11)9,99.
       77  estornos-edit                           pic z(11)9,99.
       77  premios-edit                            pic z(11)9,99.
       77  prescritos-edit                         pic z(11)9,99.
       77  balcao-edit                             pic z(11)9,99.
       77  comissao-edit                           pic z(11)9,99.
       77  saldo-edit                              pic -(12)9,99.
       77  ajuste-edit                             pic -(10)9,99.
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
                   "executar a interface contabil."
               stop run
           end-if
           .
       verifica-acesso-exit.
           exit.


       inicializa section.

      *> inicilização das variáveis
           move 0 to qnt-dias
           move 0 to qnt-comissoes

           perform abre-plano-file
           perform abre-exporta-file
           .
       inicializa-exit.
           exit.


       processamento section.

           move 0 to opcao-menu
           perform until opcao-menu = 9
               display "Interface contabil: (1) Exportar Periodo (2) Estornar Exportacao de uma Data (3) Plano de Contas (9) Sair"
               accept opcao-menu
               evaluate opcao-menu
                   when 1
                       perform exporta-periodo
                   when 2
                       perform estorna-exportacao
                   when 3
                       perform manutencao-plano-contas
                   when 9
                       continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       processamento-exit.
           exit.


       abre-plano-file section.

      *> abre em i-o; se o arquivo ainda nao existe (status 35), cria
      *> um arquivo vazio antes e reabre em i-o (mesmo padrao do
      *> abre-apostas-file do projetoloteria)
           open i-o plano-file
           if fs-plano = "35"
               open output plano-file
               close plano-file
               open i-o plano-file
           end-if
           if fs-plano not = "00"
               display "Erro ao abrir PLANOCONTAS.DAT: " fs-plano
           end-if
           .
       abre-plano-file-exit.
           exit.


       abre-exporta-file section.

           open i-o exporta-file
           if fs-exporta = "35"
               open output exporta-file
               close exporta-file
               open i-o exporta-file
           end-if
           if fs-exporta not = "00"
               display "Erro ao abrir EXPORTA.DAT: " fs-exporta
           end-if
           .
       abre-exporta-file-exit.
           exit.


       exporta-periodo section.

      *> exporta o livro-caixa do periodo: monta os lancamentos em
      *> LANCCONT.TMP e so os libera em LANCCONT.DAT se debitos e
      *> creditos fecharem e cada evento bater com o livro-caixa
           display "Data inicial do periodo (AAAAMMDD):"
           accept data-inicial
           display "Data final do periodo (AAAAMMDD):"
           accept data-final

           move 0 to qnt-dias
           move 0 to qnt-comissoes
           move 0 to qnt-ignorados
           perform varying ind-ev from 1 by 1 until ind-ev > 9
               move 0 to tot-livro(ind-ev)
               move 0 to tot-exp-debito(ind-ev)
               move 0 to tot-exp-credito(ind-ev)
           end-perform

           set exportacao-liberada to true
           if data-inicial > data-final
               set exportacao-impedida to true
               display "Periodo invalido: data inicial depois da final."
           end-if
           if exportacao-liberada
               perform verifica-datas-exportadas
           end-if
           if exportacao-liberada
               perform carrega-plano-contas
           end-if

           if exportacao-liberada
               perform le-movimento-periodo
               perform apura-comissoes
               perform apura-provisao
               perform gera-lancamentos-tmp
               perform confere-exportacao
               perform grava-relatorio-conferencia
               if exportacao-liberada and qnt-lancamentos > 0
                   perform libera-exportacao
               else
                   display "Exportacao NAO liberada: nada gravado em "
                       "LANCCONT.DAT (ver CONTABIL.LST)."
               end-if
           end-if
           .
       exporta-periodo-exit.
           exit.


       verifica-datas-exportadas section.

      *> nenhuma data do periodo pode ter exportacao em vigor: para
      *> exportar de novo, estorne antes a exportacao anterior
           move data-inicial to exp-data
           start exporta-file key is not less than exp-data
               invalid key
                   move "10" to fs-exporta
               not invalid key
                   move "00" to fs-exporta
           end-start

           perform until fs-exporta = "10"
               read exporta-file next record
                   at end
                       move "10" to fs-exporta
                   not at end
                       if exp-data > data-final
                           move "10" to fs-exporta
                       else
                           if exp-exportada
                               set exportacao-impedida to true
                               display "Data " exp-data " ja exportada "
                                   "no lote " exp-lote " em "
                                   exp-data-hora-exportacao
                                   "; estorne essa exportacao antes."
                           end-if
                       end-if
               end-read
           end-perform
           .
       verifica-datas-exportadas-exit.
           exit.


       carrega-plano-contas section.

      *> todo evento precisa de contas no plano antes da exportacao
           perform varying ind-ev from 1 by 1 until ind-ev > 9
               move evento-codigo(ind-ev) to pc-evento
               read plano-file key is pc-evento
                   invalid key
                       set tpc-ausente(ind-ev) to true
                       set exportacao-impedida to true
                       display "Evento " evento-codigo(ind-ev)
                           " sem contas no plano de contas; cadastre-o"
                           " antes de exportar."
                   not invalid key
                       set tpc-cadastrado(ind-ev) to true
                       move pc-conta-debito to tpc-conta-debito(ind-ev)
                       move pc-conta-credito
                           to tpc-conta-credito(ind-ev)
                       move pc-historico to tpc-historico(ind-ev)
               end-read
           end-perform
           .
       carrega-plano-contas-exit.
           exit.


       le-movimento-periodo section.

      *> acumula por data o valor de cada tipo de lancamento do
      *> periodo, e vendas/estornos por data + terminal para a comissao
           open input movimento-file
           if fs-movimento = "35"
               display "Arquivo MOVIMENTO.DAT nao encontrado"
           else
               perform until fs-movimento = "10"
                   read movimento-file
                       at end
                           move "10" to fs-movimento
                       not at end
                           if mov-data >= data-inicial
                                   and mov-data <= data-final
                               perform acumula-lancamento
                           end-if
                   end-read
               end-perform
               close movimento-file
           end-if

           if qnt-ignorados > 0
               display qnt-ignorados " lancamento(s) de tipo "
                   "desconhecido ignorado(s) na exportacao."
           end-if
           .
       le-movimento-periodo-exit.
           exit.


       acumula-lancamento section.

           evaluate true
               when mov-venda
                   move 1 to ind-ev
               when mov-estorno
                   move 2 to ind-ev
               when mov-premio
                   move 3 to ind-ev
               when mov-prescricao
                   move 4 to ind-ev
               when mov-irrf
                   move 5 to ind-ev
               when mov-devolucao-irrf
                   move 6 to ind-ev
               when mov-pagamento-balcao
                   move 7 to ind-ev
               when other
                   move 0 to ind-ev
                   add 1 to qnt-ignorados
           end-evaluate

           if ind-ev > 0
               move mov-data to data-procurada
               perform localiza-dia
               if ind-achou-d > 0
                   add mov-valor to td-valor(ind-achou-d, ind-ev)
                   add mov-valor to tot-livro(ind-ev)
                   if mov-venda or mov-estorno
                       perform acumula-comissao
                   end-if
               end-if
           end-if
           .
       acumula-lancamento-exit.
           exit.


       localiza-dia section.

      *> devolve em ind-achou-d a linha da data em data-procurada,
      *> criando-a zerada se ainda nao existe (0 = tabela cheia)
           move 0 to ind-achou-d
           perform varying ind-d from 1 by 1 until ind-d > qnt-dias
               if td-data(ind-d) = data-procurada
                   move ind-d to ind-achou-d
               end-if
           end-perform

           if ind-achou-d = 0
               if qnt-dias >= 100
                   set exportacao-impedida to true
                   display "Limite de 100 datas por exportacao "
                       "atingido; reduza o periodo."
               else
                   add 1 to qnt-dias
                   move qnt-dias to ind-achou-d
                   move data-procurada to td-data(ind-achou-d)
                   perform varying ind-ev-achado from 1 by 1
                           until ind-ev-achado > 9
                       move 0 to td-valor(ind-achou-d, ind-ev-achado)
                   end-perform
                   move 0 to td-qnt-lancamentos(ind-achou-d)
                   move 0 to td-debito(ind-achou-d)
                   move 0 to td-credito(ind-achou-d)
               end-if
           end-if
           .
       localiza-dia-exit.
           exit.


       acumula-comissao section.

      *> lancamentos anteriores ao campo de terminal (em branco) entram
      *> como terminal 0, sem cadastro e sem comissao (fechacaixa)
           if mov-terminal-id numeric
               move mov-terminal-id to terminal-lancamento
           else
               move 0 to terminal-lancamento
           end-if

           move 0 to ind-achou-c
           perform varying ind-c from 1 by 1 until ind-c > qnt-comissoes
               if tcm-data(ind-c) = mov-data
                       and tcm-terminal(ind-c) = terminal-lancamento
                   move ind-c to ind-achou-c
               end-if
           end-perform

           if ind-achou-c = 0
               if qnt-comissoes >= 500
                   set exportacao-impedida to true
                   display "Limite de 500 pares data/terminal atingido; "
                       "reduza o periodo."
               else
                   add 1 to qnt-comissoes
                   move qnt-comissoes to ind-achou-c
                   move mov-data to tcm-data(ind-achou-c)
                   move terminal-lancamento to tcm-terminal(ind-achou-c)
                   move 0 to tcm-vendas(ind-achou-c)
                   move 0 to tcm-estornos(ind-achou-c)
               end-if
           end-if

           if ind-achou-c > 0
               if mov-venda
                   add mov-valor to tcm-vendas(ind-achou-c)
               else
                   add mov-valor to tcm-estornos(ind-achou-c)
               end-if
           end-if
           .
       acumula-comissao-exit.
           exit.


       apura-comissoes section.

      *> comissao de cada terminal por data: percentual do cadastro
      *> sobre vendas menos estornos do dia (estorno maior que a venda
      *> zera a base), somada no evento CM da data
           open input terminais-file
           if fs-terminais not = "00"
               display "Cadastro TERMINAIS.DAT indisponivel (status "
                   fs-terminais "); comissoes apuradas como zero."
           else
               perform varying ind-c from 1 by 1
                       until ind-c > qnt-comissoes
                   move 0 to comissao-terminal
                   if tcm-terminal(ind-c) > 0
                       move tcm-terminal(ind-c) to pv-id
                       read terminais-file key is pv-id
                           invalid key
                               continue
                           not invalid key
                               if tcm-vendas(ind-c) > tcm-estornos(ind-c)
                                   compute comissao-terminal rounded
                                       = (tcm-vendas(ind-c)
                                       - tcm-estornos(ind-c))
                                       * pv-comissao / 100
                               end-if
                       end-read
                   end-if
                   if comissao-terminal > 0
                       move tcm-data(ind-c) to data-procurada
                       perform localiza-dia
                       if ind-achou-d > 0
                           add comissao-terminal
                               to td-valor(ind-achou-d, 8)
                           add comissao-terminal to tot-livro(8)
                       end-if
                   end-if
               end-perform
               close terminais-file
           end-if
           .
       apura-comissoes-exit.
           exit.


       apura-provisao section.

      *> a provisao do bolo acumulado e lancada pela diferenca entre o
      *> ACUMULA.DAT corrente e o saldo ja contabilizado, na ultima
      *> data do periodo: aumento constitui provisao, reducao (faixa
      *> que teve ganhador) reverte
           move 0 to total-acumulado
           open input acumula-file
           if fs-acumula = "35"
               move "00" to fs-acumula
           else
               read acumula-file
                   at end
                       continue
                   not at end
                       compute total-acumulado
                           = acum-sena + acum-quina + acum-quadra
               end-read
               close acumula-file
           end-if

           perform carrega-controle-contabil

           compute ajuste-provisao = total-acumulado - ctb-saldo-provisao
           if ajuste-provisao not = 0
               move data-final to data-procurada
               perform localiza-dia
               if ind-achou-d > 0
                   if ajuste-provisao > 0
                       move ajuste-provisao to td-valor(ind-achou-d, 9)
                   else
                       compute td-valor(ind-achou-d, 9)
                           = 0 - ajuste-provisao
                   end-if
                   move td-valor(ind-achou-d, 9) to tot-livro(9)
               end-if
           end-if
           .
       apura-provisao-exit.
           exit.


       carrega-controle-contabil section.

      *> carrega o ultimo lote e o saldo de provisao do registro de
      *> controle; sem arquivo, nada foi exportado ainda
           move 0 to ctb-ultimo-lote
           move 0 to ctb-saldo-provisao

           open input ctbctl-file
           if fs-ctbctl = "35"
               move "00" to fs-ctbctl
           else
               read ctbctl-file
                   at end
                       move 0 to ctb-ultimo-lote
                       move 0 to ctb-saldo-provisao
               end-read
               close ctbctl-file
           end-if
           .
       carrega-controle-contabil-exit.
           exit.


       gera-lancamentos-tmp section.

      *> um par debito/credito por data e evento com valor; o par da
      *> reversao de provisao sai com as contas do evento AC trocadas
           move 0 to qnt-lancamentos
           move 0 to total-debito
           move 0 to total-credito
           compute lote-atual = ctb-ultimo-lote + 1

           open output lanctmp-file
           perform varying ind-d from 1 by 1 until ind-d > qnt-dias
               perform varying ind-ev from 1 by 1 until ind-ev > 9
                   if td-valor(ind-d, ind-ev) > 0
                       move td-valor(ind-d, ind-ev) to valor-par
                       perform grava-par-lancamentos
                   end-if
               end-perform
           end-perform
           close lanctmp-file
           .
       gera-lancamentos-tmp-exit.
           exit.


       grava-par-lancamentos section.

           move spaces to ltmp-rec
           move lote-atual to ltmp-lote
           move td-data(ind-d) to ltmp-data
           move evento-codigo(ind-ev) to ltmp-evento
           move valor-par to ltmp-valor
           move tpc-historico(ind-ev) to ltmp-historico
           set ltmp-normal to true

           set ltmp-debito to true
           if ind-ev = 9 and ajuste-provisao < 0
               move tpc-conta-credito(ind-ev) to ltmp-conta
           else
               move tpc-conta-debito(ind-ev) to ltmp-conta
           end-if
           write ltmp-rec

           set ltmp-credito to true
           if ind-ev = 9 and ajuste-provisao < 0
               move tpc-conta-debito(ind-ev) to ltmp-conta
           else
               move tpc-conta-credito(ind-ev) to ltmp-conta
           end-if
           write ltmp-rec

           add 2 to qnt-lancamentos
           add 2 to td-qnt-lancamentos(ind-d)
           add valor-par to td-debito(ind-d)
           add valor-par to td-credito(ind-d)
           .
       grava-par-lancamentos-exit.
           exit.


       confere-exportacao section.

      *> rele a area de montagem e soma debitos e creditos por evento:
      *> a exportacao so e liberada se o total de debitos for igual ao
      *> de creditos e cada evento bater com o livro-caixa
           move 0 to total-debito
           move 0 to total-credito

           open input lanctmp-file
           perform until fs-lanctmp = "10"
               read lanctmp-file
                   at end
                       move "10" to fs-lanctmp
                   not at end
                       move 0 to ind-ev-achado
                       perform varying ind-ev from 1 by 1
                               until ind-ev > 9
                           if evento-codigo(ind-ev) = ltmp-evento
                               move ind-ev to ind-ev-achado
                           end-if
                       end-perform
                       if ind-ev-achado = 0
                           set exportacao-impedida to true
                       else
                           if ltmp-debito
                               add ltmp-valor
                                   to tot-exp-debito(ind-ev-achado)
                               add ltmp-valor to total-debito
                           else
                               add ltmp-valor
                                   to tot-exp-credito(ind-ev-achado)
                               add ltmp-valor to total-credito
                           end-if
                       end-if
               end-read
           end-perform
           close lanctmp-file

           if total-debito not = total-credito
               set exportacao-impedida to true
           end-if
           perform varying ind-ev from 1 by 1 until ind-ev > 9
               if tot-exp-debito(ind-ev) not = tot-livro(ind-ev)
                       or tot-exp-credito(ind-ev) not = tot-livro(ind-ev)
                   set exportacao-impedida to true
               end-if
           end-perform
           .
       confere-exportacao-exit.
           exit.


       grava-relatorio-conferencia section.

      *> relatorio de conferencia: por evento, o total do livro-caixa
      *> contra os debitos e creditos exportados; depois o resumo no
      *> formato do fechacaixa (arrecadado, estornos, premios,
      *> prescritos, saldo e IRRF) para bater com o FECHAMENTO.LST
           open output cont-file

           move spaces to linha-rel
           string "CONFERENCIA DA EXPORTACAO CONTABIL - PERIODO "
                   delimited by size
               data-inicial delimited by size
               " A " delimited by size
               data-final delimited by size
               " LOTE " delimited by size
               lote-atual delimited by size
               into linha-rel
           end-string
           write cont-rel-rec from linha-rel
           display linha-rel

           perform varying ind-ev from 1 by 1 until ind-ev > 9
               if tot-exp-debito(ind-ev) = tot-livro(ind-ev)
                       and tot-exp-credito(ind-ev) = tot-livro(ind-ev)
                   set evento-confere to true
               else
                   set evento-diverge to true
               end-if
               move tot-livro(ind-ev) to valor-edit
               move tot-exp-debito(ind-ev) to debito-edit
               move tot-exp-credito(ind-ev) to credito-edit
               move spaces to linha-rel
               string "EVENTO: " delimited by size
                   evento-codigo(ind-ev) delimited by size
                   " " delimited by size
                   tpc-historico(ind-ev) delimited by size
                   " LIVRO-CAIXA: " delimited by size
                   valor-edit delimited by size
                   " DEBITOS: " delimited by size
                   debito-edit delimited by size
                   " CREDITOS: " delimited by size
                   credito-edit delimited by size
                   into linha-rel
               end-string
               if evento-confere
                   move " CONFERE" to linha-rel(150:20)
               else
                   move " DIVERGENCIA" to linha-rel(150:20)
               end-if
               write cont-rel-rec from linha-rel
               display linha-rel
           end-perform

           compute saldo-caixa = tot-livro(1) - tot-livro(2)
               - tot-livro(3) + tot-livro(4)
           compute irrf-liquido = tot-livro(5) - tot-livro(6)
           move saldo-caixa to saldo-edit
           move irrf-liquido to ajuste-edit
           move tot-livro(1) to arrecadado-edit
           move tot-livro(2) to estornos-edit
           move tot-livro(3) to premios-edit
           move tot-livro(4) to prescritos-edit
           move spaces to linha-rel
           string "FECHAMENTO DO PERIODO - ARRECADADO: " delimited by size
               arrecadado-edit delimited by size
               " ESTORNOS: " delimited by size
               estornos-edit delimited by size
               " PREMIOS: " delimited by size
               premios-edit delimited by size
               " PRESCRITOS: " delimited by size
               prescritos-edit delimited by size
               into linha-rel
           end-string
           write cont-rel-rec from linha-rel
           display linha-rel

           move spaces to linha-rel
           string "FECHAMENTO DO PERIODO - SALDO: " delimited by size
               saldo-edit delimited by size
               " IRRF RETIDO: " delimited by size
               ajuste-edit delimited by size
               into linha-rel
           end-string
           write cont-rel-rec from linha-rel
           display linha-rel

           move ajuste-provisao to ajuste-edit
           move tot-livro(7) to balcao-edit
           move tot-livro(8) to comissao-edit
           move spaces to linha-rel
           string "PAGOS NO BALCAO: " delimited by size
               balcao-edit delimited by size
               " COMISSOES: " delimited by size
               comissao-edit delimited by size
               " AJUSTE DA PROVISAO DO BOLO ACUMULADO: "
                   delimited by size
               ajuste-edit delimited by size
               into linha-rel
           end-string
           write cont-rel-rec from linha-rel
           display linha-rel

           move total-debito to debito-edit
           move total-credito to credito-edit
           move spaces to linha-rel
           string "LANCAMENTOS: " delimited by size
               qnt-lancamentos delimited by size
               " TOTAL DEBITOS: " delimited by size
               debito-edit delimited by size
               " TOTAL CREDITOS: " delimited by size
               credito-edit delimited by size
               into linha-rel
           end-string
           write cont-rel-rec from linha-rel
           display linha-rel

           move spaces to linha-rel
           evaluate true
               when exportacao-impedida
                   move "EXPORTACAO NAO LIBERADA: DEBITOS, CREDITOS E LIVRO-CAIXA NAO FECHAM"
                       to linha-rel
               when qnt-lancamentos = 0
                   move "NENHUM LANCAMENTO A EXPORTAR NO PERIODO"
                       to linha-rel
               when other
                   move "EXPORTACAO LIBERADA: DEBITOS = CREDITOS = LIVRO-CAIXA"
                       to linha-rel
           end-evaluate
           write cont-rel-rec from linha-rel
           display linha-rel

           close cont-file
           .
       grava-relatorio-conferencia-exit.
           exit.


       libera-exportacao section.

      *> copia a area de montagem para LANCCONT.DAT, registra cada data
      *> exportada no controle (ou reativa a data estornada) e avanca o
      *> lote e o saldo da provisao em CONTABIL.CTL
           perform copia-tmp-para-lancamentos

           move function current-date(1:14) to data-hora-agora
           perform varying ind-d from 1 by 1 until ind-d > qnt-dias
               if td-qnt-lancamentos(ind-d) > 0
                   perform registra-data-exportada
               end-if
           end-perform

           move lote-atual to ctb-ultimo-lote
           move total-acumulado to ctb-saldo-provisao
           perform grava-controle-contabil

           display "Exportacao liberada: lote " lote-atual ", "
               qnt-lancamentos " lancamento(s) gravados em LANCCONT.DAT."
           .
       libera-exportacao-exit.
           exit.


       registra-data-exportada section.

           move td-data(ind-d) to exp-data
           read exporta-file key is exp-data
               invalid key
                   set exp-exportada to true
               not invalid key
                   continue
           end-read

           move td-data(ind-d) to exp-data
           move lote-atual to exp-lote
           set exp-exportada to true
           move data-hora-agora to exp-data-hora-exportacao
           move spaces to exp-data-hora-estorno
           move td-qnt-lancamentos(ind-d) to exp-qnt-lancamentos
           move td-debito(ind-d) to exp-total-debito
           move td-credito(ind-d) to exp-total-credito
           if td-data(ind-d) = data-final
               move ajuste-provisao to exp-ajuste-provisao
           else
               move 0 to exp-ajuste-provisao
           end-if

      *> data ja estornada antes: o registro existe e e regravado
           write exporta-rec
               invalid key
                   rewrite exporta-rec
                       invalid key
                           display "Erro ao registrar exportacao da "
                               "data " exp-data ": " fs-exporta
                   end-rewrite
           end-write
           .
       registra-data-exportada-exit.
           exit.


       copia-tmp-para-lancamentos section.

      *> acrescenta em LANCCONT.DAT os lancamentos de LANCCONT.TMP
      *> (mesmo padrao de fallback 35 -> output do livro-caixa)
           open extend lanc-file
           if fs-lanc = "35"
               open output lanc-file
           end-if

           open input lanctmp-file
           perform until fs-lanctmp = "10"
               read lanctmp-file
                   at end
                       move "10" to fs-lanctmp
                   not at end
                       move ltmp-rec to lanc-rec
                       write lanc-rec
               end-read
           end-perform
           close lanctmp-file
           close lanc-file
           .
       copia-tmp-para-lancamentos-exit.
           exit.


       grava-controle-contabil section.

           open output ctbctl-file
           write contabil-ctl-rec
           close ctbctl-file
           .
       grava-controle-contabil-exit.
           exit.


       estorna-exportacao section.

      *> estorno explicito da exportacao de uma data: regrava os
      *> lancamentos daquele lote e data com a natureza invertida e
      *> libera a data para nova exportacao; o ajuste de provisao
      *> lancado com ela volta do saldo provisionado
           display "Data do livro-caixa cuja exportacao sera estornada "
               "(AAAAMMDD):"
           accept data-estorno

           move data-estorno to exp-data
           read exporta-file key is exp-data
               invalid key
                   display "Data " data-estorno " nunca foi exportada."
               not invalid key
                   if not exp-exportada
                       display "Exportacao da data " data-estorno
                           " ja estornada em " exp-data-hora-estorno "."
                   else
                       perform estorna-lancamentos-data
                   end-if
           end-read
           .
       estorna-exportacao-exit.
           exit.


       estorna-lancamentos-data section.

           move 0 to qnt-lancamentos
           move 0 to total-debito
           move 0 to total-credito

           open output lanctmp-file
           open input lanc-file
           if fs-lanc = "35"
               display "Arquivo LANCCONT.DAT nao encontrado"
           else
               perform until fs-lanc = "10"
                   read lanc-file
                       at end
                           move "10" to fs-lanc
                       not at end
                           if lanc-data = exp-data
                                   and lanc-lote = exp-lote
                                   and lanc-normal
                               perform grava-lancamento-invertido
                           end-if
                   end-read
               end-perform
               close lanc-file
           end-if
           close lanctmp-file

           if qnt-lancamentos not = exp-qnt-lancamentos
                   or total-debito not = total-credito
               display "Lancamentos do lote " exp-lote " da data "
                   exp-data " nao conferem com o controle ("
                   qnt-lancamentos " de " exp-qnt-lancamentos
                   "); estorno nao realizado."
           else
               perform copia-tmp-para-lancamentos

               move function current-date(1:14) to data-hora-agora
               set exp-estornada to true
               move data-hora-agora to exp-data-hora-estorno
               rewrite exporta-rec
                   invalid key
                       display "Erro ao registrar estorno: " fs-exporta
               end-rewrite

               if exp-ajuste-provisao not = 0
                   perform carrega-controle-contabil
                   subtract exp-ajuste-provisao from ctb-saldo-provisao
                   perform grava-controle-contabil
               end-if

               display "Exportacao da data " exp-data " (lote "
                   exp-lote ") estornada: " qnt-lancamentos
                   " lancamento(s) invertido(s) em LANCCONT.DAT."
           end-if
           .
       estorna-lancamentos-data-exit.
           exit.


       grava-lancamento-invertido section.

           move lanc-rec to ltmp-rec
           set ltmp-estorno to true
           if lanc-debito
               set ltmp-credito to true
               add lanc-valor to total-credito
           else
               set ltmp-debito to true
               add lanc-valor to total-debito
           end-if
           write ltmp-rec
           add 1 to qnt-lancamentos
           .
       grava-lancamento-invertido-exit.
           exit.


       manutencao-plano-contas section.

      *> cadastro do plano de contas por evento (mesmo padrao de menu
      *> das manutencoes do projetoloteria)
           move 0 to opcao-plano
           perform until opcao-plano = 9
               display "Plano de contas: (1) Incluir/Alterar Evento (2) Listar (9) Voltar"
               accept opcao-plano
               evaluate opcao-plano
                   when 1
                       perform grava-evento-plano
                   when 2
                       perform lista-plano-contas
                   when 9
                       continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       manutencao-plano-contas-exit.
           exit.


       grava-evento-plano section.

           display "Evento (VD ES PR PX IR ID PB CM AC):"
           accept evento-informado

           move 0 to ind-ev-achado
           perform varying ind-ev from 1 by 1 until ind-ev > 9
               if evento-codigo(ind-ev) = evento-informado
                   move ind-ev to ind-ev-achado
               end-if
           end-perform

           if ind-ev-achado = 0
               display "Evento " evento-informado " desconhecido."
           else
               move evento-informado to pc-evento
               read plano-file key is pc-evento
                   invalid key
                       perform informa-contas-evento
                       write plano-contas-rec
                           invalid key
                               display "Erro ao incluir evento: "
                                   fs-plano
                           not invalid key
                               display "Evento " evento-informado
                                   " incluido."
                       end-write
                   not invalid key
                       display "Atual - debito: " pc-conta-debito
                           " credito: " pc-conta-credito
                           " historico: " pc-historico
                       perform informa-contas-evento
                       rewrite plano-contas-rec
                           invalid key
                               display "Erro ao alterar evento: "
                                   fs-plano
                           not invalid key
                               display "Evento " evento-informado
                                   " alterado."
                       end-rewrite
               end-read
           end-if
           .
       grava-evento-plano-exit.
           exit.


       informa-contas-evento section.

           move evento-informado to pc-evento
           display "Conta a debito:"
           accept pc-conta-debito
           display "Conta a credito:"
           accept pc-conta-credito
           display "Historico padrao:"
           accept pc-historico
           .
       informa-contas-evento-exit.
           exit.


       lista-plano-contas section.

           move low-values to pc-evento
           start plano-file key is not less than pc-evento
               invalid key
                   display "Plano de contas vazio."
                   move "10" to fs-plano
               not invalid key
                   move "00" to fs-plano
           end-start

           perform until fs-plano = "10"
               read plano-file next record
                   at end
                       move "10" to fs-plano
                   not at end
                       display pc-evento " D " pc-conta-debito
                           " C " pc-conta-credito " " pc-historico
               end-read
           end-perform
           .
       lista-plano-contas-exit.
           exit.


       finaliza section.

           close plano-file
           close exporta-file
           stop run
           .
       finaliza-exit.
           exit.
