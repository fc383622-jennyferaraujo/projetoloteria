      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "retencao".
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
           select retencao-file assign to "RETENCAO.DAT"
               organization is line sequential
               file status is fs-retencao.
           select movimento-file assign to "MOVIMENTO.DAT"
               organization is line sequential
               file status is fs-movimento.
           select recol-file assign to "RECOLHIMENTO.LST"
               organization is line sequential
               file status is fs-recol.
           select info-file assign to "INFORME.LST"
               organization is line sequential
               file status is fs-info.
       i-o-control.

      *> declaração de variáveis
       data division.

      *> variáveis de arquivos
       file Section.

       FD  retencao-file.
       COPY "retencao.cpy".

       FD  movimento-file.
       COPY "movimen.cpy".

       FD  recol-file.
       COPY "recolrel.cpy".

       FD  info-file.
       COPY "inforel.cpy".

      *> variáveis de trabalho
       working-storage section.

       77  fs-retencao                             pic x(02).
       77  fs-movimento                            pic x(02).
       77  fs-recol                                pic x(02).
       77  fs-info                                 pic x(02).

       77  opcao-relatorio                         pic 9(01).
           88  relatorio-recolhimento              value 1.
           88  relatorio-informe                   value 2.

      *> periodo do resumo de recolhimento e ano-calendario do informe
       77  data-inicial                            pic x(08).
       77  data-final                              pic x(08).
       77  ano-informe                             pic 9(04).

      *> resumo de recolhimento: o imposto retido sobre premios e
      *> recolhido por decendio (dias 1-10, 11-20 e 21 ao fim do mes),
      *> entao o resumo agrupa as retencoes do periodo por mes +
      *> decendio da data do pagamento. a devolucao de retencao de
      *> premio prescrito abate o decendio em que foi lancada
       01  tabela-decendio occurs 120 times.
           05  tdec-mes                            pic x(06).
           05  tdec-decendio                       pic 9(01).
           05  tdec-qnt                            pic 9(05).
           05  tdec-base                           pic s9(12)v99.
           05  tdec-irrf                           pic s9(10)v99.

       77  qnt-decendios                           pic 9(03).
       77  ind-d                                   pic 9(03).
       77  ind-achou-d                             pic 9(03).
       77  decendio-retencao                       pic 9(01).
       77  dia-retencao                            pic 9(02).

      *> conferencia do resumo com o livro-caixa: lancamentos "I"
      *> menos devolucoes "D" do mesmo periodo
       77  total-base-periodo                      pic s9(12)v99.
       77  total-irrf-periodo                      pic s9(10)v99.
       77  total-irrf-livro                        pic s9(10)v99.
       77  qnt-isentos-periodo                     pic 9(05).

      *> informe de rendimentos: uma linha por CPF favorecido no
      *> ano-calendario, mantida em ordem de CPF; pagamentos de
      *> jogador sem cadastro (CPF zero) saem agrupados numa linha so
       01  tabela-informe occurs 500 times.
           05  tinf-cpf                            pic 9(11).
           05  tinf-nome                           pic x(30).
           05  tinf-qnt                            pic 9(05).
           05  tinf-bruto                          pic s9(10)v99.
           05  tinf-irrf                           pic s9(10)v99.
           05  tinf-liquido                        pic s9(10)v99.

       77  qnt-informe                             pic 9(03).
       77  ind-i                                   pic 9(03).
       77  ind-achou-i                             pic 9(03).
       77  ind-desloca                             pic 9(03).
       77  total-bruto-ano                         pic s9(12)v99.
       77  total-irrf-ano                          pic s9(12)v99.
       77  total-liquido-ano                       pic s9(12)v99.

       77  base-edit                               pic -(12)9,99.
       77  irrf-edit                               pic -(10)9,99.
       77  livro-edit                              pic -(10)9,99.
       77  bruto-edit                              pic -(12)9,99.
       77  liquido-edit                            pic -(12)9,99.
       77  linha-rel                               pic x(200).

      *> variaveis para comunicação entre programas
       linkage section.

      *> declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

       inicializa section.

      *> inicilização das variáveis
           move 0 to qnt-decendios
           move 0 to qnt-informe
           move 0 to total-base-periodo
           move 0 to total-irrf-periodo
           move 0 to total-irrf-livro
           move 0 to qnt-isentos-periodo
           move 0 to total-bruto-ano
           move 0 to total-irrf-ano
           move 0 to total-liquido-ano

           move 0 to opcao-relatorio
           perform until relatorio-recolhimento or relatorio-informe
               display "Imposto de renda sobre premios: (1) Resumo de recolhimento por periodo (2) Informe anual de rendimentos por CPF"
               accept opcao-relatorio
           end-perform
           .
       inicializa-exit.
           exit.


       processamento section.

           if relatorio-recolhimento
               display "Data inicial do periodo (AAAAMMDD):"
               accept data-inicial
               display "Data final do periodo (AAAAMMDD):"
               accept data-final
               perform carrega-retencoes-periodo
               perform soma-irrf-livro-caixa
               perform grava-resumo-recolhimento
           else
               display "Ano-calendario do informe (AAAA):"
               accept ano-informe
               perform carrega-retencoes-ano
               perform grava-informe-rendimentos
           end-if
           .
       processamento-exit.
           exit.


       carrega-retencoes-periodo section.

      *> le RETENCAO.DAT e acumula por mes + decendio as retencoes
      *> (com imposto) pagas no periodo; pagamentos isentos so sao
      *> contados
           open input retencao-file
           if fs-retencao = "35"
               display "Arquivo RETENCAO.DAT nao encontrado"
           else
               perform until fs-retencao = "10"
                   read retencao-file
                       at end
                           move "10" to fs-retencao
                       not at end
                           if rtc-data >= data-inicial
                                   and rtc-data <= data-final
                               if rtc-valor-irrf > 0
                                   perform acumula-retencao-decendio
                               else
                                   if rtc-retencao
                                       add 1 to qnt-isentos-periodo
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform
               close retencao-file
           end-if
           .
       carrega-retencoes-periodo-exit.
           exit.


       acumula-retencao-decendio section.

      *> localiza (ou cria) a linha do mes + decendio da retencao
      *> corrente (mesmo padrao de tabela do programa fechacaixa)
           move rtc-data(7:2) to dia-retencao
           evaluate true
               when dia-retencao <= 10
                   move 1 to decendio-retencao
               when dia-retencao <= 20
                   move 2 to decendio-retencao
               when other
                   move 3 to decendio-retencao
           end-evaluate

           move 0 to ind-achou-d
           perform varying ind-d from 1 by 1 until ind-d > qnt-decendios
               if tdec-mes(ind-d) = rtc-data(1:6)
                       and tdec-decendio(ind-d) = decendio-retencao
                   move ind-d to ind-achou-d
               end-if
           end-perform

           if ind-achou-d = 0
               if qnt-decendios >= 120
                   display "Limite de 120 decendios atingido; retencao "
                       "ignorada no resumo: " retencao-rec
               else
                   add 1 to qnt-decendios
                   move qnt-decendios to ind-achou-d
                   move rtc-data(1:6) to tdec-mes(ind-achou-d)
                   move decendio-retencao to tdec-decendio(ind-achou-d)
                   move 0 to tdec-qnt(ind-achou-d)
                   move 0 to tdec-base(ind-achou-d)
                   move 0 to tdec-irrf(ind-achou-d)
               end-if
           end-if

           if ind-achou-d > 0
               if rtc-devolucao
                   subtract rtc-valor-bruto from tdec-base(ind-achou-d)
                   subtract rtc-valor-irrf from tdec-irrf(ind-achou-d)
                   subtract rtc-valor-bruto from total-base-periodo
                   subtract rtc-valor-irrf from total-irrf-periodo
               else
                   add 1 to tdec-qnt(ind-achou-d)
                   add rtc-valor-bruto to tdec-base(ind-achou-d)
                   add rtc-valor-irrf to tdec-irrf(ind-achou-d)
                   add rtc-valor-bruto to total-base-periodo
                   add rtc-valor-irrf to total-irrf-periodo
               end-if
           end-if
           .
       acumula-retencao-decendio-exit.
           exit.


       soma-irrf-livro-caixa section.

      *> total de imposto retido lancado no livro-caixa no mesmo
      *> periodo, para conferencia com RETENCAO.DAT
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
                               evaluate true
                                   when mov-irrf
                                       add mov-valor to total-irrf-livro
                                   when mov-devolucao-irrf
                                       subtract mov-valor
                                           from total-irrf-livro
                               end-evaluate
                           end-if
                   end-read
               end-perform
               close movimento-file
           end-if
           .
       soma-irrf-livro-caixa-exit.
           exit.


       grava-resumo-recolhimento section.

           open output recol-file

           move spaces to linha-rel
           string "RESUMO DE RECOLHIMENTO DO IMPOSTO DE RENDA RETIDO SOBRE PREMIOS - PERIODO: "
                   delimited by size
               data-inicial delimited by size
               " A " delimited by size
               data-final delimited by size
               into linha-rel
           end-string
           write recol-rel-rec from linha-rel
           display linha-rel

           perform varying ind-d from 1 by 1 until ind-d > qnt-decendios
               move tdec-base(ind-d) to base-edit
               move tdec-irrf(ind-d) to irrf-edit
               move spaces to linha-rel
               string "MES: " delimited by size
                   tdec-mes(ind-d) delimited by size
                   " DECENDIO: " delimited by size
                   tdec-decendio(ind-d) delimited by size
                   " RETENCOES: " delimited by size
                   tdec-qnt(ind-d) delimited by size
                   " BASE (PREMIO BRUTO): " delimited by size
                   base-edit delimited by size
                   " IMPOSTO A RECOLHER: " delimited by size
                   irrf-edit delimited by size
                   into linha-rel
               end-string
               write recol-rel-rec from linha-rel
               display linha-rel
           end-perform

           move total-base-periodo to base-edit
           move total-irrf-periodo to irrf-edit
           move spaces to linha-rel
           string "TOTAL DO PERIODO - BASE: " delimited by size
               base-edit delimited by size
               " IMPOSTO: " delimited by size
               irrf-edit delimited by size
               " PAGAMENTOS ISENTOS: " delimited by size
               qnt-isentos-periodo delimited by size
               into linha-rel
           end-string
           write recol-rel-rec from linha-rel
           display linha-rel

           move total-irrf-livro to livro-edit
           move spaces to linha-rel
           if total-irrf-livro = total-irrf-periodo
               string "CONFERENCIA COM O LIVRO-CAIXA (MOVIMENTO.DAT): "
                       delimited by size
                   livro-edit delimited by size
                   " - CONFERE" delimited by size
                   into linha-rel
               end-string
           else
               string "CONFERENCIA COM O LIVRO-CAIXA (MOVIMENTO.DAT): "
                       delimited by size
                   livro-edit delimited by size
                   " - DIVERGENCIA" delimited by size
                   into linha-rel
               end-string
           end-if
           write recol-rel-rec from linha-rel
           display linha-rel

           close recol-file
           .
       grava-resumo-recolhimento-exit.
           exit.


       carrega-retencoes-ano section.

      *> le RETENCAO.DAT e acumula por CPF os pagamentos do
      *> ano-calendario, com e sem imposto
           open input retencao-file
           if fs-retencao = "35"
               display "Arquivo RETENCAO.DAT nao encontrado"
           else
               perform until fs-retencao = "10"
                   read retencao-file
                       at end
                           move "10" to fs-retencao
                       not at end
                           if rtc-data(1:4) = ano-informe
                               perform acumula-retencao-cpf
                           end-if
                   end-read
               end-perform
               close retencao-file
           end-if
           .
       carrega-retencoes-ano-exit.
           exit.


       acumula-retencao-cpf section.

      *> localiza a linha do CPF; nao achando, abre uma nova na posicao
      *> da ordem de CPF, deslocando as seguintes
           move 0 to ind-achou-i
           perform varying ind-i from 1 by 1
                   until ind-i > qnt-informe or ind-achou-i > 0
               if tinf-cpf(ind-i) = rtc-cpf
                   move ind-i to ind-achou-i
               end-if
           end-perform

           if ind-achou-i = 0
               if qnt-informe >= 500
                   display "Limite de 500 CPFs atingido; pagamento "
                       "ignorado no informe: " retencao-rec
               else
                   move 1 to ind-achou-i
                   perform varying ind-i from 1 by 1
                           until ind-i > qnt-informe
                       if tinf-cpf(ind-i) < rtc-cpf
                           compute ind-achou-i = ind-i + 1
                       end-if
                   end-perform
                   perform varying ind-desloca from qnt-informe by -1
                           until ind-desloca < ind-achou-i
                       move tabela-informe(ind-desloca)
                           to tabela-informe(ind-desloca + 1)
                   end-perform
                   add 1 to qnt-informe
                   move rtc-cpf to tinf-cpf(ind-achou-i)
                   move rtc-nome to tinf-nome(ind-achou-i)
                   move 0 to tinf-qnt(ind-achou-i)
                   move 0 to tinf-bruto(ind-achou-i)
                   move 0 to tinf-irrf(ind-achou-i)
                   move 0 to tinf-liquido(ind-achou-i)
                   if rtc-cpf = 0
                       move "(SEM CPF NO CADASTRO)" to tinf-nome(ind-achou-i)
                   end-if
               end-if
           end-if

           if ind-achou-i > 0
               if rtc-devolucao
                   subtract rtc-valor-bruto from tinf-bruto(ind-achou-i)
                   subtract rtc-valor-irrf from tinf-irrf(ind-achou-i)
                   subtract rtc-valor-liquido
                       from tinf-liquido(ind-achou-i)
                   subtract rtc-valor-bruto from total-bruto-ano
                   subtract rtc-valor-irrf from total-irrf-ano
                   subtract rtc-valor-liquido from total-liquido-ano
               else
                   add 1 to tinf-qnt(ind-achou-i)
                   add rtc-valor-bruto to tinf-bruto(ind-achou-i)
                   add rtc-valor-irrf to tinf-irrf(ind-achou-i)
                   add rtc-valor-liquido to tinf-liquido(ind-achou-i)
                   add rtc-valor-bruto to total-bruto-ano
                   add rtc-valor-irrf to total-irrf-ano
                   add rtc-valor-liquido to total-liquido-ano
               end-if
           end-if
           .
       acumula-retencao-cpf-exit.
           exit.


       grava-informe-rendimentos section.

           open output info-file

           move spaces to linha-rel
           string "INFORME DE RENDIMENTOS DE PREMIOS E IMPOSTO DE RENDA RETIDO NA FONTE - ANO-CALENDARIO: "
                   delimited by size
               ano-informe delimited by size
               into linha-rel
           end-string
           write info-rel-rec from linha-rel
           display linha-rel

           perform varying ind-i from 1 by 1 until ind-i > qnt-informe
               move tinf-bruto(ind-i) to bruto-edit
               move tinf-irrf(ind-i) to irrf-edit
               move tinf-liquido(ind-i) to liquido-edit
               move spaces to linha-rel
               string "CPF: " delimited by size
                   tinf-cpf(ind-i) delimited by size
                   " " delimited by size
                   tinf-nome(ind-i) delimited by size
                   " PAGAMENTOS: " delimited by size
                   tinf-qnt(ind-i) delimited by size
                   " PREMIOS BRUTOS: " delimited by size
                   bruto-edit delimited by size
                   " IMPOSTO RETIDO: " delimited by size
                   irrf-edit delimited by size
                   " LIQUIDO: " delimited by size
                   liquido-edit delimited by size
                   into linha-rel
               end-string
               write info-rel-rec from linha-rel
               display linha-rel
           end-perform

           move total-bruto-ano to bruto-edit
           move total-irrf-ano to base-edit
           move total-liquido-ano to liquido-edit
           move spaces to linha-rel
           string "TOTAL DO ANO - CPFS: " delimited by size
               qnt-informe delimited by size
               " PREMIOS BRUTOS: " delimited by size
               bruto-edit delimited by size
               " IMPOSTO RETIDO: " delimited by size
               base-edit delimited by size
               " LIQUIDO: " delimited by size
               liquido-edit delimited by size
               into linha-rel
           end-string
           write info-rel-rec from linha-rel
           display linha-rel

           close info-file
           .
       grava-informe-rendimentos-exit.
           exit.


       finaliza section.
           stop run
           .
       finaliza-exit.
           exit.
