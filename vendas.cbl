      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "vendas".
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
           select apostas-file assign to "APOSTAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is aposta-chave
               alternate record key is aposta-concurso-alvo
                   with duplicates
               file status is fs-apostas.
           select vend-file assign to "VENDAS.LST"
               organization is line sequential
               file status is fs-vend.
           select csv-file assign to "VENDAS.CSV"
               organization is line sequential
               file status is fs-csv.
       i-o-control.

      *> declaração de variáveis
       data division.

      *> variáveis de arquivos
       file Section.

       FD  apostas-file.
       COPY "apostac.cpy".

       FD  vend-file.
       COPY "vendrel.cpy".

       FD  csv-file.
       COPY "vendcsv.cpy".

      *> variáveis de trabalho
       working-storage section.

       77  fs-apostas                              pic x(02).
       77  fs-vend                                 pic x(02).
       77  fs-csv                                  pic x(02).

       77  concurso-inicial                        pic 9(06).
       77  concurso-final                          pic 9(06).
       77  concurso-atual                          pic 9(06).
       77  concurso-comparacao                     pic 9(06).

      *> codigos e nomes das origens do jogo, na ordem das colunas de
      *> vendgrp.cpy (a setima, em branco, e a origem nao informada)
       01  lista-origens-literal                   pic x(07)
                                                   value "DSQTBL ".
       01  filler redefines lista-origens-literal.
           05  origem-codigo occurs 7 times        pic x(01).
       01  tabela-nomes-origens.
           05  filler                              pic x(16)
               value "DIGITADO".
           05  filler                              pic x(16)
               value "SURPRESINHA".
           05  filler                              pic x(16)
               value "SURPRESINHA QTE".
           05  filler                              pic x(16)
               value "TEIMOSINHA".
           05  filler                              pic x(16)
               value "BOLAO".
           05  filler                              pic x(16)
               value "LOTE".
           05  filler                              pic x(16)
               value "NAO INFORMADA".
       01  filler redefines tabela-nomes-origens.
           05  nome-origem occurs 7 times          pic x(16).

      *> vendas por terminal do concurso corrente e do concurso
      *> anterior (comparacao), e os totais dos dois concursos
       01  tabela-atual.
           05  ta-linha occurs 100 times.
           COPY "vendgrp.cpy" replacing leading ==grp== by ==ta==.
       01  tabela-anterior.
           05  tn-linha occurs 100 times.
           COPY "vendgrp.cpy" replacing leading ==grp== by ==tn==.
       01  total-atual.
           COPY "vendgrp.cpy" replacing leading ==grp== by ==tt==.
       01  total-anterior.
           COPY "vendgrp.cpy" replacing leading ==grp== by ==tp==.
      *> grupo em impressao (um terminal ou o total do concurso)
       01  grupo-impressao.
           COPY "vendgrp.cpy" replacing leading ==grp== by ==gi==.

       77  qnt-terminais-atual                     pic 9(03).
       77  qnt-terminais-anterior                  pic 9(03).
       77  ind-t                                   pic 9(03).
       77  ind-achou-t                             pic 9(03).
       77  ind-o                                   pic 9(01).
       77  ind-dz                                  pic 9(01).
       77  terminal-bilhete                        pic 9(03).

      *> jogadores distintos do concurso: pares terminal + jogador
      *> (por terminal) e jogadores (total do concurso)
       01  tabela-pares occurs 5000 times.
           05  tpar-terminal                       pic 9(03).
           05  tpar-jogador-id                     pic 9(06).
       77  qnt-pares                               pic 9(04).
       01  tabela-jogadores occurs 5000 times.
           05  tjog-jogador-id                     pic 9(06).
       77  qnt-jogadores                           pic 9(04).
       77  ind-j                                   pic 9(04).
       77  flag-jogador-novo                       pic x(01).
           88  jogador-novo                        value "S".
           88  jogador-repetido                    value "N".

      *> indicadores do grupo em impressao
       77  rotulo-grupo                            pic x(14).
       77  qnt-validos                             pic 9(06).
       77  valor-liquido                           pic 9(10)v99.
       77  valor-liquido-anterior                  pic 9(10)v99.
       77  ticket-medio                            pic 9(08)v99.
       77  perc-cancelamento                       pic 9(03)v99.
       77  variacao-anterior                       pic s9(05)v99.
       77  flag-comparacao                         pic x(01).
           88  comparacao-disponivel               value "S".
           88  comparacao-indisponivel             value "N".

       77  qnt-edit                                pic z(05)9.
       77  valor-edit                              pic z(09)9,99.
       77  ticket-edit                             pic z(07)9,99.
       77  perc-edit                               pic zz9,99.
       77  variacao-edit                           pic -(5)9,99.
       77  anterior-edit                           pic z(09)9,99.
       77  linha-rel                               pic x(200).
       77  linha-csv                               pic x(400).
       77  ponteiro-csv                            pic 9(03).
       77  campo-csv                               pic x(20).
       77  ind-campo                               pic 9(02).

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
                   "emitir o relatorio gerencial de vendas."
               stop run
           end-if
           .
       verifica-acesso-exit.
           exit.


       inicializa section.

      *> inicilização das variáveis
           move 0 to qnt-terminais-atual
           move 0 to qnt-terminais-anterior
           move zeros to total-atual
           move zeros to total-anterior
           move 0 to concurso-comparacao

           move 0 to concurso-inicial
           perform until concurso-inicial > 0
               display "Concurso inicial do relatorio:"
               accept concurso-inicial
           end-perform
           move 0 to concurso-final
           perform until concurso-final >= concurso-inicial
               display "Concurso final do relatorio (>= " concurso-inicial
                   "):"
               accept concurso-final
           end-perform
           .
       inicializa-exit.
           exit.


       processamento section.

           open input apostas-file
           evaluate fs-apostas
               when "00"
                   perform emite-relatorio-vendas
                   close apostas-file
               when "35"
                   display "Arquivo APOSTAS.DAT nao encontrado"
               when other
                   display "Erro ao abrir APOSTAS.DAT: " fs-apostas
                       " (arquivo de layout antigo? renomeie para "
                       "APOSTAS.OLD e converta com o programa "
                       "convaposta)"
           end-evaluate
           .
       processamento-exit.
           exit.


       emite-relatorio-vendas section.

           open output vend-file
           open output csv-file

           move spaces to linha-rel
           string "RELATORIO GERENCIAL DE VENDAS - CONCURSOS "
                   delimited by size
               concurso-inicial delimited by size
               " A " delimited by size
               concurso-final delimited by size
               into linha-rel
           end-string
           write vend-rel-rec from linha-rel
           display linha-rel
           perform grava-cabecalho-csv

      *> o concurso anterior ao primeiro do relatorio e carregado so
      *> para a comparacao
           if concurso-inicial > 1
               compute concurso-atual = concurso-inicial - 1
               perform carrega-concurso
               perform guarda-concurso-anterior
           end-if

           perform varying concurso-atual from concurso-inicial by 1
                   until concurso-atual > concurso-final
               perform carrega-concurso
               perform imprime-concurso
               perform guarda-concurso-anterior
           end-perform

           close vend-file
           close csv-file
           .
       emite-relatorio-vendas-exit.
           exit.


       carrega-concurso section.

      *> acumula os bilhetes do concurso corrente, posicionando direto
      *> na chave alternativa por concurso-alvo
           move 0 to qnt-terminais-atual
           move zeros to total-atual
           move 0 to qnt-pares
           move 0 to qnt-jogadores

           move concurso-atual to aposta-concurso-alvo
           start apostas-file key is equal to aposta-concurso-alvo
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
                       if aposta-concurso-alvo not = concurso-atual
                           move "10" to fs-apostas
                       else
                           perform acumula-bilhete
                       end-if
               end-read
           end-perform
           .
       carrega-concurso-exit.
           exit.


       acumula-bilhete section.

      *> bilhetes convertidos de layout anterior nao tem terminal
           if aposta-terminal-venda numeric
               move aposta-terminal-venda to terminal-bilhete
           else
               move 0 to terminal-bilhete
           end-if

           move 0 to ind-achou-t
           perform varying ind-t from 1 by 1
                   until ind-t > qnt-terminais-atual
               if ta-terminal(ind-t) = terminal-bilhete
                   move ind-t to ind-achou-t
               end-if
           end-perform
           if ind-achou-t = 0
               if qnt-terminais-atual >= 100
                   display "Limite de 100 terminais por concurso "
                       "atingido; terminal " terminal-bilhete
                       " somado so no total."
               else
                   add 1 to qnt-terminais-atual
                   move qnt-terminais-atual to ind-achou-t
                   move zeros to ta-linha(ind-achou-t)
                   move terminal-bilhete to ta-terminal(ind-achou-t)
               end-if
           end-if

           add 1 to tt-qnt-emitidos
           add aposta-valor-pago to tt-valor-emitido
           if ind-achou-t > 0
               add 1 to ta-qnt-emitidos(ind-achou-t)
               add aposta-valor-pago to ta-valor-emitido(ind-achou-t)
           end-if

           if aposta-cancelada
               add 1 to tt-qnt-cancelados
               add aposta-valor-pago to tt-valor-cancelado
               if ind-achou-t > 0
                   add 1 to ta-qnt-cancelados(ind-achou-t)
                   add aposta-valor-pago
                       to ta-valor-cancelado(ind-achou-t)
               end-if
           else
               perform acumula-bilhete-valido
           end-if
           .
       acumula-bilhete-exit.
           exit.


       acumula-bilhete-valido section.

      *> origem do jogo (nao informada = 7) e quantidade de dezenas
           move 7 to ind-o
           perform varying ind-t from 1 by 1 until ind-t > 6
               if origem-codigo(ind-t) = aposta-origem
                   move ind-t to ind-o
               end-if
           end-perform
           add 1 to tt-origem-qnt(ind-o)
           add aposta-valor-pago to tt-origem-valor(ind-o)
           if ind-achou-t > 0
               add 1 to ta-origem-qnt(ind-achou-t, ind-o)
               add aposta-valor-pago to ta-origem-valor(ind-achou-t, ind-o)
           end-if

           if aposta-qnt-numero >= 6 and aposta-qnt-numero <= 10
               compute ind-dz = aposta-qnt-numero - 5
               add 1 to tt-dezenas-qnt(ind-dz)
               add aposta-valor-pago to tt-dezenas-valor(ind-dz)
               if ind-achou-t > 0
                   add 1 to ta-dezenas-qnt(ind-achou-t, ind-dz)
                   add aposta-valor-pago
                       to ta-dezenas-valor(ind-achou-t, ind-dz)
               end-if
           end-if

      *> jogadores distintos: no terminal e no concurso
           if ind-achou-t > 0
               set jogador-novo to true
               perform varying ind-j from 1 by 1 until ind-j > qnt-pares
                   if tpar-terminal(ind-j) = terminal-bilhete
                           and tpar-jogador-id(ind-j) = aposta-jogador-id
                       set jogador-repetido to true
                   end-if
               end-perform
               if jogador-novo and qnt-pares < 5000
                   add 1 to qnt-pares
                   move terminal-bilhete to tpar-terminal(qnt-pares)
                   move aposta-jogador-id to tpar-jogador-id(qnt-pares)
                   add 1 to ta-qnt-jogadores(ind-achou-t)
               end-if
           end-if

           set jogador-novo to true
           perform varying ind-j from 1 by 1 until ind-j > qnt-jogadores
               if tjog-jogador-id(ind-j) = aposta-jogador-id
                   set jogador-repetido to true
               end-if
           end-perform
           if jogador-novo and qnt-jogadores < 5000
               add 1 to qnt-jogadores
               move aposta-jogador-id to tjog-jogador-id(qnt-jogadores)
               add 1 to tt-qnt-jogadores
           end-if
           .
       acumula-bilhete-valido-exit.
           exit.


       guarda-concurso-anterior section.

           move tabela-atual to tabela-anterior
           move qnt-terminais-atual to qnt-terminais-anterior
           move total-atual to total-anterior
           move concurso-atual to concurso-comparacao
           .
       guarda-concurso-anterior-exit.
           exit.


       imprime-concurso section.

           move spaces to linha-rel
           string "CONCURSO " delimited by size
               concurso-atual delimited by size
               into linha-rel
           end-string
           write vend-rel-rec from linha-rel
           display linha-rel

           perform varying ind-t from 1 by 1
                   until ind-t > qnt-terminais-atual
               move ta-linha(ind-t) to grupo-impressao
               move spaces to rotulo-grupo
               string "TERMINAL " delimited by size
                   ta-terminal(ind-t) delimited by size
                   into rotulo-grupo
               end-string

      *> mesmo terminal no concurso anterior
               set comparacao-indisponivel to true
               move 0 to valor-liquido-anterior
               if concurso-comparacao = concurso-atual - 1
                   perform varying ind-achou-t from 1 by 1
                           until ind-achou-t > qnt-terminais-anterior
                       if tn-terminal(ind-achou-t) = ta-terminal(ind-t)
                           set comparacao-disponivel to true
                           compute valor-liquido-anterior
                               = tn-valor-emitido(ind-achou-t)
                               - tn-valor-cancelado(ind-achou-t)
                       end-if
                   end-perform
               end-if
               perform imprime-grupo
           end-perform

           move total-atual to grupo-impressao
           move "TOTAL" to rotulo-grupo
           set comparacao-indisponivel to true
           move 0 to valor-liquido-anterior
           if concurso-comparacao = concurso-atual - 1
               set comparacao-disponivel to true
               compute valor-liquido-anterior
                   = tp-valor-emitido - tp-valor-cancelado
           end-if
           perform imprime-grupo
           .
       imprime-concurso-exit.
           exit.


       imprime-grupo section.

      *> indicadores do grupo: venda liquida (emitido - cancelado),
      *> ticket medio por bilhete valido, percentual de cancelamento
      *> sobre os emitidos e variacao sobre o concurso anterior
           compute qnt-validos = gi-qnt-emitidos - gi-qnt-cancelados
           compute valor-liquido = gi-valor-emitido - gi-valor-cancelado
           move 0 to ticket-medio
           if qnt-validos > 0
               compute ticket-medio rounded = valor-liquido / qnt-validos
           end-if
           move 0 to perc-cancelamento
           if gi-qnt-emitidos > 0
               compute perc-cancelamento rounded
                   = gi-qnt-cancelados * 100 / gi-qnt-emitidos
           end-if
           move 0 to variacao-anterior
           if comparacao-disponivel and valor-liquido-anterior > 0
               compute variacao-anterior rounded
                   = (valor-liquido - valor-liquido-anterior) * 100
                   / valor-liquido-anterior
           end-if

           move gi-qnt-emitidos to qnt-edit
           move perc-cancelamento to perc-edit
           move valor-liquido to valor-edit
           move ticket-medio to ticket-edit
           move spaces to linha-rel
           string "  " delimited by size
               rotulo-grupo delimited by size
               " BILHETES: " delimited by size
               qnt-edit delimited by size
               " CANCELADOS: " delimited by size
               gi-qnt-cancelados delimited by size
               " (" delimited by size
               perc-edit delimited by size
               "%) VENDA LIQUIDA: " delimited by size
               valor-edit delimited by size
               " TICKET MEDIO: " delimited by size
               ticket-edit delimited by size
               " JOGADORES: " delimited by size
               gi-qnt-jogadores delimited by size
               into linha-rel
           end-string
           write vend-rel-rec from linha-rel
           display linha-rel

           perform varying ind-o from 1 by 1 until ind-o > 7
               if gi-origem-qnt(ind-o) > 0
                   move gi-origem-qnt(ind-o) to qnt-edit
                   move gi-origem-valor(ind-o) to valor-edit
                   move spaces to linha-rel
                   string "      ORIGEM " delimited by size
                       nome-origem(ind-o) delimited by size
                       " BILHETES: " delimited by size
                       qnt-edit delimited by size
                       " VALOR: " delimited by size
                       valor-edit delimited by size
                       into linha-rel
                   end-string
                   write vend-rel-rec from linha-rel
                   display linha-rel
               end-if
           end-perform

           perform varying ind-dz from 1 by 1 until ind-dz > 5
               if gi-dezenas-qnt(ind-dz) > 0
                   move gi-dezenas-qnt(ind-dz) to qnt-edit
                   move gi-dezenas-valor(ind-dz) to valor-edit
                   move spaces to linha-rel
                   compute ind-campo = ind-dz + 5
                   string "      " delimited by size
                       ind-campo delimited by size
                       " DEZENAS        BILHETES: " delimited by size
                       qnt-edit delimited by size
                       " VALOR: " delimited by size
                       valor-edit delimited by size
                       into linha-rel
                   end-string
                   write vend-rel-rec from linha-rel
                   display linha-rel
               end-if
           end-perform

           move spaces to linha-rel
           if comparacao-disponivel and valor-liquido-anterior > 0
               move valor-liquido-anterior to anterior-edit
               move variacao-anterior to variacao-edit
               string "      CONCURSO ANTERIOR: " delimited by size
                   anterior-edit delimited by size
                   " VARIACAO: " delimited by size
                   variacao-edit delimited by size
                   "%" delimited by size
                   into linha-rel
               end-string
           else
               move "      SEM VENDA NO CONCURSO ANTERIOR PARA COMPARAR"
                   to linha-rel
           end-if
           write vend-rel-rec from linha-rel
           display linha-rel

           perform grava-linha-csv
           .
       imprime-grupo-exit.
           exit.


       grava-cabecalho-csv section.

           move spaces to linha-csv
           move 1 to ponteiro-csv
           string "CONCURSO;GRUPO;BILHETES;CANCELADOS;PERC_CANCEL;"
                   delimited by size
               "VENDA_LIQUIDA;TICKET_MEDIO;JOGADORES;" delimited by size
               "DIGITADO_QTD;DIGITADO_VALOR;SURPRESINHA_QTD;"
                   delimited by size
               "SURPRESINHA_VALOR;QUENTE_QTD;QUENTE_VALOR;"
                   delimited by size
               "TEIMOSINHA_QTD;TEIMOSINHA_VALOR;BOLAO_QTD;BOLAO_VALOR;"
                   delimited by size
               "LOTE_QTD;LOTE_VALOR;NAO_INFORMADA_QTD;"
                   delimited by size
               "NAO_INFORMADA_VALOR;" delimited by size
               "DEZ6_QTD;DEZ6_VALOR;DEZ7_QTD;DEZ7_VALOR;DEZ8_QTD;"
                   delimited by size
               "DEZ8_VALOR;DEZ9_QTD;DEZ9_VALOR;DEZ10_QTD;DEZ10_VALOR;"
                   delimited by size
               "VENDA_ANTERIOR;VARIACAO" delimited by size
               into linha-csv
               with pointer ponteiro-csv
           end-string
           write vend-csv-rec from linha-csv
           .
       grava-cabecalho-csv-exit.
           exit.


       grava-linha-csv section.

      *> uma linha por grupo, campos separados por ";" e numeros com
      *> virgula decimal, sem os brancos de alinhamento
           move spaces to linha-csv
           move 1 to ponteiro-csv

           move concurso-atual to campo-csv
           perform acrescenta-campo-csv
           if rotulo-grupo = "TOTAL"
               move "TOTAL" to campo-csv
           else
               move gi-terminal to campo-csv
           end-if
           perform acrescenta-campo-csv
           move gi-qnt-emitidos to qnt-edit
           move qnt-edit to campo-csv
           perform acrescenta-campo-csv
           move gi-qnt-cancelados to qnt-edit
           move qnt-edit to campo-csv
           perform acrescenta-campo-csv
           move perc-cancelamento to perc-edit
           move perc-edit to campo-csv
           perform acrescenta-campo-csv
           move valor-liquido to valor-edit
           move valor-edit to campo-csv
           perform acrescenta-campo-csv
           move ticket-medio to ticket-edit
           move ticket-edit to campo-csv
           perform acrescenta-campo-csv
           move gi-qnt-jogadores to qnt-edit
           move qnt-edit to campo-csv
           perform acrescenta-campo-csv

           perform varying ind-o from 1 by 1 until ind-o > 7
               move gi-origem-qnt(ind-o) to qnt-edit
               move qnt-edit to campo-csv
               perform acrescenta-campo-csv
               move gi-origem-valor(ind-o) to valor-edit
               move valor-edit to campo-csv
               perform acrescenta-campo-csv
           end-perform

           perform varying ind-dz from 1 by 1 until ind-dz > 5
               move gi-dezenas-qnt(ind-dz) to qnt-edit
               move qnt-edit to campo-csv
               perform acrescenta-campo-csv
               move gi-dezenas-valor(ind-dz) to valor-edit
               move valor-edit to campo-csv
               perform acrescenta-campo-csv
           end-perform

           if comparacao-disponivel and valor-liquido-anterior > 0
               move valor-liquido-anterior to anterior-edit
               move anterior-edit to campo-csv
               perform acrescenta-campo-csv
               move variacao-anterior to variacao-edit
               move variacao-edit to campo-csv
           else
               move spaces to campo-csv
               perform acrescenta-campo-csv
               move spaces to campo-csv
           end-if
      *> ultimo campo, sem separador depois
           perform varying ind-campo from 1 by 1
                   until ind-campo > 20 or campo-csv(ind-campo:1) not = space
               continue
           end-perform
           if ind-campo <= 20
               string campo-csv(ind-campo:) delimited by space
                   into linha-csv
                   with pointer ponteiro-csv
               end-string
           end-if

           write vend-csv-rec from linha-csv
           .
       grava-linha-csv-exit.
           exit.


       acrescenta-campo-csv section.

      *> acrescenta campo-csv sem os brancos a esquerda (alinhamento
      *> dos campos editados), seguido do separador
           perform varying ind-campo from 1 by 1
                   until ind-campo > 20 or campo-csv(ind-campo:1) not = space
               continue
           end-perform
           if ind-campo <= 20
               string campo-csv(ind-campo:) delimited by space
                   ";" delimited by size
                   into linha-csv
                   with pointer ponteiro-csv
               end-string
           else
               string ";" delimited by size
                   into linha-csv
                   with pointer ponteiro-csv
               end-string
           end-if
           .
       acrescenta-campo-csv-exit.
           exit.


       finaliza section.

           stop run
           .
       finaliza-exit.
           exit.
