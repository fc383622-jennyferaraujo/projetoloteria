      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "parametros".
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
           select parametros-file assign to "PARAMETROS.DAT"
               organization is indexed
               access mode is dynamic
               record key is par-vigencia
               file status is fs-parametros.
           select acumhist-file assign to "ACUMULA.HIST"
               organization is line sequential
               file status is fs-acumhist.
           select parm-file assign to "PARAMETROS.LST"
               organization is line sequential
               file status is fs-parm.
       i-o-control.

      *> declaração de variáveis
       data division.

      *> variáveis de arquivos
       file Section.

       FD  parametros-file.
       COPY "paramet.cpy".

       FD  acumhist-file.
       COPY "acumhist.cpy".

       FD  parm-file.
       COPY "parmrel.cpy".

      *> variáveis de trabalho
       working-storage section.

       77  fs-parametros                           pic x(02).
       77  fs-acumhist                             pic x(02).
       77  fs-parm                                 pic x(02).

       77  opcao-menu                              pic 9(01).
       77  data-hoje                               pic x(08).
       77  vigencia-informada                      pic x(08).

      *> valores da tabela de parametros que valiam fixos no programa
      *> projetoloteria ate a criacao de PARAMETROS.DAT: viram a versao
      *> inicial (vigencia 00000000 - vale para qualquer data anterior
      *> ao primeiro reajuste) quando o arquivo ainda esta vazio
       01  parametros-iniciais.
           05  ini-preco-6                         pic 9(04)v99 value 5,00.
           05  ini-preco-7                         pic 9(04)v99 value 35,00.
           05  ini-preco-8                         pic 9(04)v99 value 140,00.
           05  ini-preco-9                         pic 9(04)v99 value 420,00.
           05  ini-preco-10                        pic 9(04)v99 value 1050,00.
           05  ini-perc-bolo                       pic 9(01)v9999 value 0,4335.
           05  ini-perc-sena                       pic 9(01)v9999 value 0,6200.
           05  ini-perc-quina                      pic 9(01)v9999 value 0,1900.
           05  ini-perc-quadra                     pic 9(01)v9999 value 0,1900.

       77  soma-perc-faixas                        pic 9(02)v9999.
       77  flag-versao                             pic x(01).
           88  versao-valida                       value "S".
           88  versao-invalida                     value "N".

      *> relatorio de versoes: concursos apurados com cada versao
       77  qnt-versoes                             pic 9(04).
       77  qnt-concursos-versao                    pic 9(05).
       77  qnt-sem-vigencia                        pic 9(05).
       77  preco-edit                              pic z(03)9,99.
       77  perc-edit                               pic 9,9999.
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
      *> administrador
           call "login"
           if not operador-logado
               stop run
           end-if
           if not ops-administrador
               display "Operador " ops-operador-id " sem permissao para "
                   "manter a tabela de parametros."
               stop run
           end-if
           .
       verifica-acesso-exit.
           exit.


       inicializa section.

      *> inicilização das variáveis
           move 0 to qnt-versoes
           move 0 to qnt-sem-vigencia
           move function current-date(1:8) to data-hoje

           perform abre-parametros-file
           perform semeia-versao-inicial
           .
       inicializa-exit.
           exit.


       processamento section.

           move 0 to opcao-menu
           perform until opcao-menu = 9
               display "Tabela de parametros: (1) Incluir Versao (2) Alterar Versao Futura (3) Relatorio de Versoes (9) Sair"
               accept opcao-menu
               evaluate opcao-menu
                   when 1
                       perform inclui-versao
                   when 2
                       perform altera-versao
                   when 3
                       perform grava-relatorio-versoes
                   when 9
                       continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       processamento-exit.
           exit.


       abre-parametros-file section.

      *> abre em i-o; se o arquivo ainda nao existe (status 35), cria
      *> um arquivo vazio antes e reabre em i-o (mesmo padrao do
      *> abre-apostas-file do projetoloteria)
           open i-o parametros-file
           if fs-parametros = "35"
               open output parametros-file
               close parametros-file
               open i-o parametros-file
           end-if
           if fs-parametros not = "00"
               display "Erro ao abrir PARAMETROS.DAT: " fs-parametros
           end-if
           .
       abre-parametros-file-exit.
           exit.


       semeia-versao-inicial section.

      *> arquivo vazio: grava a versao inicial com os valores em vigor
      *> antes da tabela de parametros, para que vendas e apuracoes
      *> antigas continuem a ser conferidas com os valores da epoca
           move low-values to par-vigencia
           start parametros-file key is not less than par-vigencia
               invalid key
                   move "00000000" to par-vigencia
                   move ini-preco-6 to par-preco-6
                   move ini-preco-7 to par-preco-7
                   move ini-preco-8 to par-preco-8
                   move ini-preco-9 to par-preco-9
                   move ini-preco-10 to par-preco-10
                   move ini-perc-bolo to par-perc-bolo
                   move ini-perc-sena to par-perc-sena
                   move ini-perc-quina to par-perc-quina
                   move ini-perc-quadra to par-perc-quadra
                   move function current-date(1:14)
                       to par-data-hora-cadastro
                   move "IMPLANT" to par-responsavel
                   write parametro-rec
                       invalid key
                           display "Erro ao gravar versao inicial: "
                               fs-parametros
                       not invalid key
                           display "PARAMETROS.DAT vazio: versao "
                               "inicial gravada com os valores "
                               "anteriores a tabela de parametros."
                   end-write
           end-start
           .
       semeia-versao-inicial-exit.
           exit.


       inclui-versao section.

      *> versao nova so com vigencia futura (a partir de amanha): a
      *> versao que ja vale hoje pode ter vendido ou apurado algo, e o
      *> historico de versoes nao pode mudar debaixo disso
           display "Inicio de vigencia da nova versao (AAAAMMDD):"
           accept vigencia-informada
           perform valida-vigencia-futura

           if versao-valida
               move vigencia-informada to par-vigencia
               read parametros-file key is par-vigencia
                   invalid key
                       perform informa-valores-versao
                       if versao-valida
                           write parametro-rec
                               invalid key
                                   display "Erro ao incluir versao: "
                                       fs-parametros
                               not invalid key
                                   display "Versao com vigencia em "
                                       vigencia-informada " incluida."
                           end-write
                       end-if
                   not invalid key
                       display "Ja existe versao com vigencia em "
                           vigencia-informada "; use a alteracao."
               end-read
           end-if
           .
       inclui-versao-exit.
           exit.


       altera-versao section.

      *> so a versao que ainda nao entrou em vigor pode ser alterada
           display "Inicio de vigencia da versao a alterar (AAAAMMDD):"
           accept vigencia-informada
           perform valida-vigencia-futura

           if versao-valida
               move vigencia-informada to par-vigencia
               read parametros-file key is par-vigencia
                   invalid key
                       display "Nao ha versao com vigencia em "
                           vigencia-informada "."
                   not invalid key
                       display "Precos atuais (6 a 10 numeros): "
                           par-preco-6 " " par-preco-7 " "
                           par-preco-8 " " par-preco-9 " "
                           par-preco-10
                       display "Rateio atual (bolo/sena/quina/quadra): "
                           par-perc-bolo " " par-perc-sena " "
                           par-perc-quina " " par-perc-quadra
                       perform informa-valores-versao
                       if versao-valida
                           rewrite parametro-rec
                               invalid key
                                   display "Erro ao alterar versao: "
                                       fs-parametros
                               not invalid key
                                   display "Versao com vigencia em "
                                       vigencia-informada " alterada."
                           end-rewrite
                       end-if
               end-read
           end-if
           .
       altera-versao-exit.
           exit.


       valida-vigencia-futura section.

      *> a vigencia informada tem de ser uma data AAAAMMDD valida e
      *> posterior a hoje
           set versao-valida to true
           if vigencia-informada not numeric
               set versao-invalida to true
               display "Vigencia " vigencia-informada " invalida."
           else
               if vigencia-informada(5:2) < "01"
                       or vigencia-informada(5:2) > "12"
                       or vigencia-informada(7:2) < "01"
                       or vigencia-informada(7:2) > "31"
                   set versao-invalida to true
                   display "Vigencia " vigencia-informada " invalida."
               else
                   if vigencia-informada <= data-hoje
                       set versao-invalida to true
                       display "Vigencia " vigencia-informada
                           " nao e futura: versao ja em vigor nao pode "
                           "ser incluida nem alterada."
                   end-if
               end-if
           end-if
           .
       valida-vigencia-futura-exit.
           exit.


       informa-valores-versao section.

      *> recebe os precos e percentuais da versao em parametro-rec e
      *> critica: todo preco maior que zero, bolo entre 0 e 1 e as tres
      *> faixas somando exatamente 1,0000 do bolo
           display "Preco da cartela de 6 numeros (ex. 0005,00):"
           accept par-preco-6
           display "Preco da cartela de 7 numeros:"
           accept par-preco-7
           display "Preco da cartela de 8 numeros:"
           accept par-preco-8
           display "Preco da cartela de 9 numeros:"
           accept par-preco-9
           display "Preco da cartela de 10 numeros:"
           accept par-preco-10
           display "Percentual da arrecadacao para o bolo (ex. 0,4335):"
           accept par-perc-bolo
           display "Percentual do bolo para a SENA (ex. 0,6200):"
           accept par-perc-sena
           display "Percentual do bolo para a QUINA (ex. 0,1900):"
           accept par-perc-quina
           display "Percentual do bolo para a QUADRA (ex. 0,1900):"
           accept par-perc-quadra

           set versao-valida to true
           if par-preco-6 = 0 or par-preco-7 = 0 or par-preco-8 = 0
                   or par-preco-9 = 0 or par-preco-10 = 0
               set versao-invalida to true
               display "Todo preco tem de ser maior que zero."
           end-if
           if par-perc-bolo = 0 or par-perc-bolo > 1
               set versao-invalida to true
               display "Percentual do bolo fora de 0 a 1."
           end-if
           compute soma-perc-faixas
               = par-perc-sena + par-perc-quina + par-perc-quadra
           if soma-perc-faixas not = 1
               set versao-invalida to true
               display "Percentuais das faixas somam " soma-perc-faixas
                   "; tem de somar 1,0000."
           end-if

           if versao-valida
               move function current-date(1:14)
                   to par-data-hora-cadastro
      *> o responsavel pela versao e o operador do login
               move ops-operador-id to par-responsavel
           else
               display "Versao nao gravada."
           end-if
           .
       informa-valores-versao-exit.
           exit.


       grava-relatorio-versoes section.

      *> lista cada versao (vigencia, precos, rateio e cadastro) e, sob
      *> ela, os concursos apurados com ela segundo ACUMULA.HIST; as
      *> apuracoes anteriores ao registro da vigencia saem no fim
           move 0 to qnt-versoes
           move 0 to qnt-sem-vigencia
           open output parm-file

           move spaces to linha-rel
           string "TABELA DE PARAMETROS - VERSOES E CONCURSOS APURADOS "
                   delimited by size
               "EMITIDO EM " delimited by size
               data-hoje delimited by size
               into linha-rel
           end-string
           write parm-rel-rec from linha-rel
           display linha-rel

           move low-values to par-vigencia
           start parametros-file key is not less than par-vigencia
               invalid key
                   move "10" to fs-parametros
               not invalid key
                   move "00" to fs-parametros
           end-start

           perform until fs-parametros = "10"
               read parametros-file next record
                   at end
                       move "10" to fs-parametros
                   not at end
                       add 1 to qnt-versoes
                       perform grava-relatorio-uma-versao
               end-read
           end-perform

           perform lista-concursos-sem-vigencia

           move spaces to linha-rel
           string "TOTAL DE VERSOES: " delimited by size
               qnt-versoes delimited by size
               "   APURACOES SEM VIGENCIA REGISTRADA: " delimited by size
               qnt-sem-vigencia delimited by size
               into linha-rel
           end-string
           write parm-rel-rec from linha-rel
           display linha-rel

           close parm-file
           .
       grava-relatorio-versoes-exit.
           exit.


       grava-relatorio-uma-versao section.

           move spaces to linha-rel
           write parm-rel-rec from linha-rel
           move spaces to linha-rel
           string "VIGENCIA A PARTIR DE: " delimited by size
               par-vigencia delimited by size
               "   CADASTRO: " delimited by size
               par-data-hora-cadastro delimited by size
               "   RESPONSAVEL: " delimited by size
               par-responsavel delimited by size
               into linha-rel
           end-string
           if par-vigencia = "00000000"
               string "   (VERSAO INICIAL)" delimited by size
                   into linha-rel(90:20)
               end-string
           end-if
           write parm-rel-rec from linha-rel
           display linha-rel

           move spaces to linha-rel
           string "  PRECOS  6 NUM: " delimited by size
               into linha-rel
           end-string
           move par-preco-6 to preco-edit
           move preco-edit to linha-rel(18:7)
           move " 7 NUM: " to linha-rel(25:8)
           move par-preco-7 to preco-edit
           move preco-edit to linha-rel(33:7)
           move " 8 NUM: " to linha-rel(40:8)
           move par-preco-8 to preco-edit
           move preco-edit to linha-rel(48:7)
           move " 9 NUM: " to linha-rel(55:8)
           move par-preco-9 to preco-edit
           move preco-edit to linha-rel(63:7)
           move " 10 NUM: " to linha-rel(70:9)
           move par-preco-10 to preco-edit
           move preco-edit to linha-rel(79:7)
           write parm-rel-rec from linha-rel
           display linha-rel

           move spaces to linha-rel
           move "  RATEIO  BOLO: " to linha-rel(1:16)
           move par-perc-bolo to perc-edit
           move perc-edit to linha-rel(17:6)
           move " SENA: " to linha-rel(23:7)
           move par-perc-sena to perc-edit
           move perc-edit to linha-rel(30:6)
           move " QUINA: " to linha-rel(36:8)
           move par-perc-quina to perc-edit
           move perc-edit to linha-rel(44:6)
           move " QUADRA: " to linha-rel(50:9)
           move par-perc-quadra to perc-edit
           move perc-edit to linha-rel(59:6)
           write parm-rel-rec from linha-rel
           display linha-rel

           perform lista-concursos-versao
           .
       grava-relatorio-uma-versao-exit.
           exit.


       lista-concursos-versao section.

      *> concursos cuja apuracao registrou em ACUMULA.HIST a vigencia
      *> da versao corrente
           move 0 to qnt-concursos-versao
      *> sem ACUMULA.HIST (status 35) nenhuma apuracao foi registrada
           open input acumhist-file
           perform until fs-acumhist = "10" or fs-acumhist = "35"
               read acumhist-file
                   at end
                       move "10" to fs-acumhist
                   not at end
                       if ah-vigencia-parametros = par-vigencia
                           add 1 to qnt-concursos-versao
                           move spaces to linha-rel
                           string "    CONCURSO APURADO: "
                                   delimited by size
                               ah-concurso delimited by size
                               into linha-rel
                           end-string
                           write parm-rel-rec from linha-rel
                           display linha-rel
                       end-if
               end-read
           end-perform
           if fs-acumhist = "10"
               close acumhist-file
           end-if

           if qnt-concursos-versao = 0
               move "    NENHUM CONCURSO APURADO COM ESTA VERSAO"
                   to linha-rel
               write parm-rel-rec from linha-rel
               display linha-rel
           end-if
           .
       lista-concursos-versao-exit.
           exit.


       lista-concursos-sem-vigencia section.

      *> apuracoes gravadas em ACUMULA.HIST antes da tabela de
      *> parametros nao registram a versao usada; valeram os valores da
      *> versao inicial
      *> sem ACUMULA.HIST (status 35) nenhuma apuracao foi registrada
           open input acumhist-file
           perform until fs-acumhist = "10" or fs-acumhist = "35"
               read acumhist-file
                   at end
                       move "10" to fs-acumhist
                   not at end
                       if ah-vigencia-parametros = spaces
                           if qnt-sem-vigencia = 0
                               move spaces to linha-rel
                               write parm-rel-rec from linha-rel
                               move "APURACOES ANTERIORES AO REGISTRO DA VIGENCIA (VALORES DA VERSAO INICIAL):"
                                   to linha-rel
                               write parm-rel-rec from linha-rel
                               display linha-rel
                           end-if
                           add 1 to qnt-sem-vigencia
                           move spaces to linha-rel
                           string "    CONCURSO APURADO: "
                                   delimited by size
                               ah-concurso delimited by size
                               into linha-rel
                           end-string
                           write parm-rel-rec from linha-rel
                           display linha-rel
                       end-if
               end-read
           end-perform
           if fs-acumhist = "10"
               close acumhist-file
           end-if
           .
       lista-concursos-sem-vigencia-exit.
           exit.


       finaliza section.

           close parametros-file
           stop run
           .
       finaliza-exit.
           exit.
