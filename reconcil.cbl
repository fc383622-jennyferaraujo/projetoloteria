           select acumhist-file assign to "ACUMULA.HIST"
               organization is line sequential
               file status is fs-acumhist.
           select parametros-file assign to "PARAMETROS.DAT"
               organization is indexed
               access mode is dynamic
               record key is par-vigencia
               file status is fs-parametros.
       i-o-control.

      *> declaração de variáveis
       FD  acumhist-file.
       COPY "acumhist.cpy".

       FD  parametros-file.
       COPY "paramet.cpy".

      *> variáveis de trabalho
       working-storage section.

           05  tc-acum-sena                        pic 9(10)v99.
           05  tc-acum-quina                       pic 9(10)v99.
           05  tc-acum-quadra                      pic 9(10)v99.
      *> data do sorteio (do historico) e vigencia da versao da tabela
      *> de parametros usada na apuracao (de ACUMULA.HIST; em branco
      *> nas apuracoes gravadas antes do registro da vigencia), e os
      *> percentuais de rateio dessa versao
           05  tc-data-sorteio                     pic x(08).
           05  tc-vigencia                         pic x(08).
           05  tc-flag-parametros                  pic x(01).
               88  tc-parametros-achados           value "S".
               88  tc-parametros-nao-achados       value "N".
           05  tc-perc-bolo                        pic 9(01)v9999.
           05  tc-perc-sena                        pic 9(01)v9999.
           05  tc-perc-quina                       pic 9(01)v9999.
           05  tc-perc-quadra                      pic 9(01)v9999.
       77  qnt-concursos                           pic 9(02).

      *> versoes da tabela de parametros (PARAMETROS.DAT), em ordem de
      *> vigencia - a reconciliacao rederiva o premio com os mesmos
      *> percentuais de rateio usados na apuracao de cada concurso, e
      *> nao com os da versao vigente hoje
       01  tabela-parametros occurs 50 times.
           05  tp-vigencia                         pic x(08).
           05  tp-perc-bolo                        pic 9(01)v9999.
           05  tp-perc-sena                        pic 9(01)v9999.
           05  tp-perc-quina                       pic 9(01)v9999.
           05  tp-perc-quadra                      pic 9(01)v9999.
       77  qnt-parametros                          pic 9(02).
       77  ind-tp                                  pic 9(02).
       77  ind-tp-achado                           pic 9(02).
       77  fs-parametros                           pic x(02).
       77  bolo-premios                            pic 9(10)v99.
       77  fs-acumhist                             pic x(02).

           move 0 to qnt-reconc
           move 0 to qnt-concursos
           move 0 to qnt-divergencias
           move 0 to qnt-parametros
           .
       inicializa-exit.
           exit.
           perform carrega-sorteios-historico
           perform busca-sorteios-arquivados
           perform carrega-acumulados-historico
           perform carrega-parametros
           perform seleciona-parametros-concursos
           perform recalcula-resultados
           perform recalcula-premios
           perform grava-relatorio-reconciliacao
                   move 0 to tc-acum-sena(ind-tc-atual)
                   move 0 to tc-acum-quina(ind-tc-atual)
                   move 0 to tc-acum-quadra(ind-tc-atual)
                   move spaces to tc-data-sorteio(ind-tc-atual)
                   move spaces to tc-vigencia(ind-tc-atual)
                   set tc-parametros-nao-achados(ind-tc-atual) to true
               end-if
           end-if

                           to tc-sorteio(ind-tc, ind2)
                   end-perform
                   set tc-sorteio-achado(ind-tc) to true
                   move hist-data-hora(1:8) to tc-data-sorteio(ind-tc)
               end-if
           end-perform
           .
                   move ah-sena to tc-acum-sena(ind-tc)
                   move ah-quina to tc-acum-quina(ind-tc)
                   move ah-quadra to tc-acum-quadra(ind-tc)
                   if ah-vigencia-parametros not = spaces
                       move ah-vigencia-parametros
                           to tc-vigencia(ind-tc)
                   end-if
               end-if
           end-perform
           .
           exit.


       carrega-parametros section.

      *> carrega as versoes da tabela de parametros em ordem de
      *> vigencia; sem PARAMETROS.DAT (programa parametros ainda nao
      *> executado) nenhum concurso tem percentuais para o rateio
           open input parametros-file
           if fs-parametros not = "00"
               display "Arquivo PARAMETROS.DAT nao encontrado ou "
                   "ilegivel: " fs-parametros
           else
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
                           if qnt-parametros >= 50
                               display "Limite de 50 versoes da tabela "
                                   "de parametros atingido; versao "
                                   par-vigencia " ignorada."
                           else
                               add 1 to qnt-parametros
                               move par-vigencia
                                   to tp-vigencia(qnt-parametros)
                               move par-perc-bolo
                                   to tp-perc-bolo(qnt-parametros)
                               move par-perc-sena
                                   to tp-perc-sena(qnt-parametros)
                               move par-perc-quina
                                   to tp-perc-quina(qnt-parametros)
                               move par-perc-quadra
                                   to tp-perc-quadra(qnt-parametros)
                           end-if
                   end-read
               end-perform
               close parametros-file
           end-if
           .
       carrega-parametros-exit.
           exit.


       seleciona-parametros-concursos section.

      *> escolhe a versao da tabela de parametros de cada concurso: a
      *> vigencia registrada na propria apuracao (ACUMULA.HIST) ou,
      *> para apuracao sem esse registro, a versao vigente na data do
      *> sorteio gravada no historico
           perform varying ind-tc from 1 by 1 until ind-tc > qnt-concursos
               move 0 to ind-tp-achado
               perform varying ind-tp from 1 by 1
                       until ind-tp > qnt-parametros
                   if tc-vigencia(ind-tc) not = spaces
                       if tp-vigencia(ind-tp) = tc-vigencia(ind-tc)
                           move ind-tp to ind-tp-achado
                       end-if
                   else
                       if tc-sorteio-achado(ind-tc)
                               and tp-vigencia(ind-tp)
                                   <= tc-data-sorteio(ind-tc)
                           move ind-tp to ind-tp-achado
                       end-if
                   end-if
               end-perform

               if ind-tp-achado > 0
                   set tc-parametros-achados(ind-tc) to true
                   move tp-vigencia(ind-tp-achado) to tc-vigencia(ind-tc)
                   move tp-perc-bolo(ind-tp-achado)
                       to tc-perc-bolo(ind-tc)
                   move tp-perc-sena(ind-tp-achado)
                       to tc-perc-sena(ind-tc)
                   move tp-perc-quina(ind-tp-achado)
                       to tc-perc-quina(ind-tc)
                   move tp-perc-quadra(ind-tp-achado)
                       to tc-perc-quadra(ind-tc)
               end-if
           end-perform
           .
       seleciona-parametros-concursos-exit.
           exit.


       recalcula-resultados section.

      *> reconfere cada bilhete contra o sorteio do seu concurso, com a

      *> rederiva o bolo de cada concurso e o premio individual de
      *> cada bilhete (cota da faixa dividida pelos ganhadores dela)
      *> com os percentuais da versao da tabela de parametros usada na
      *> apuracao do concurso
           perform varying ind-tc from 1 by 1 until ind-tc > qnt-concursos
               compute bolo-premios rounded
                   = tc-arrecadacao(ind-tc) * tc-perc-bolo(ind-tc)
      *> o acumulado entra depois do arredondamento da cota da faixa,
      *> na mesma ordem da apuracao oficial, para o valor rederivado
      *> bater centavo a centavo
               compute tc-bolo-sena(ind-tc) rounded
                   = bolo-premios * tc-perc-sena(ind-tc)
               add tc-acum-sena(ind-tc) to tc-bolo-sena(ind-tc)
               compute tc-bolo-quina(ind-tc) rounded
                   = bolo-premios * tc-perc-quina(ind-tc)
               add tc-acum-quina(ind-tc) to tc-bolo-quina(ind-tc)
               compute tc-bolo-quadra(ind-tc) rounded
                   = bolo-premios * tc-perc-quadra(ind-tc)
               add tc-acum-quadra(ind-tc) to tc-bolo-quadra(ind-tc)
           end-perform

           perform varying ind-rc from 1 by 1 until ind-rc > qnt-reconc
               perform localiza-concurso-bilhete
               if ind-tc-atual > 0 and tc-sorteio-achado(ind-tc-atual)
                       and tc-parametros-achados(ind-tc-atual)
                   evaluate rc-categoria-calc(ind-rc)
                       when "SENA"
                           compute rc-premio-calc(ind-rc) rounded
      *> linha de divergencia para cada bilhete que nao confere
           perform localiza-concurso-bilhete

           evaluate true
               when ind-tc-atual = 0
                   perform grava-divergencia-sem-sorteio
               when tc-sorteio-nao-achado(ind-tc-atual)
                   perform grava-divergencia-sem-sorteio
      *> concurso sem versao da tabela de parametros nao tem como ter
      *> o premio rederivado
               when tc-parametros-nao-achados(ind-tc-atual)
                   add 1 to qnt-divergencias
                   move spaces to linha-recon
                   string "JOGADOR: " delimited by size
                       rc-jogador-id(ind-rc) delimited by size
                       " BILHETE: " delimited by size
                       rc-slip-id(ind-rc) delimited by size
                       " CONCURSO: " delimited by size
                       rc-concurso(ind-rc) delimited by size
                       " SEM VERSAO DA TABELA DE PARAMETROS PARA O "
                           delimited by size
                       "RATEIO" delimited by size
                       into linha-recon
                   end-string
                   write recon-rel-rec from linha-recon
                   display linha-recon
               when rc-ctrl-gravado(ind-rc) not = rc-ctrl-calc(ind-rc)
                       or rc-categoria-gravada(ind-rc)
                           not = rc-categoria-calc(ind-rc)
                       or rc-premio-gravado(ind-rc)
                   end-string
                   write recon-rel-rec from linha-recon
                   display linha-recon
           end-evaluate
           .
       confere-um-bilhete-exit.
           exit.


       grava-divergencia-sem-sorteio section.

           add 1 to qnt-divergencias
           move spaces to linha-recon
           string "JOGADOR: " delimited by size
               rc-jogador-id(ind-rc) delimited by size
               " BILHETE: " delimited by size
               rc-slip-id(ind-rc) delimited by size
               " CONCURSO: " delimited by size
               rc-concurso(ind-rc) delimited by size
               " SORTEIO NAO ENCONTRADO NO HISTORICO"
                   delimited by size
               into linha-recon
           end-string
           write recon-rel-rec from linha-recon
           display linha-recon
           .
       grava-divergencia-sem-sorteio-exit.
           exit.


       finaliza section.
      *> goback devolve o controle ao fechadia quando a execucao e uma
      *> etapa do fechamento do dia; executado direto, encerra como o
