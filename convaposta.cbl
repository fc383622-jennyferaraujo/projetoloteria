               access mode is dynamic
               record key is anterior-chave
               file status is fs-anterior.
      *> terceira visao de APOSTAS.OLD, para o layout com data de
      *> liquidacao, cotas e chave alternativa, ainda sem origem do
      *> jogo e terminal da venda
           select recente-file assign to "APOSTAS.OLD"
               organization is indexed
               access mode is dynamic
               record key is recente-chave
               alternate record key is recente-concurso-alvo
                   with duplicates
               file status is fs-recente.
           select apostas-file assign to "APOSTAS.DAT"
               organization is indexed
               access mode is dynamic
           05  anterior-valor-pago             pic 9(04)v99.
           05  anterior-concurso-alvo          pic 9(06).

      *> layout do registro de aposta com data de liquidacao, numero
      *> de cotas e chave alternativa por concurso, ainda sem a origem
      *> do jogo e o terminal da venda do relatorio gerencial
       FD  recente-file.
       01  recente-rec.
           05  recente-chave.
               10  recente-jogador-id          pic 9(06).
               10  recente-slip-id             pic 9(02).
           05  recente-qnt-numero              pic 9(02).
           05  recente-num-salvo occurs 10 times
                                                pic 9(02).
           05  recente-numero-controle         pic 9(02).
           05  recente-sorteio-controle        pic 9(02).
           05  recente-controle-ctrl           pic 9(01).
           05  recente-categoria               pic x(06).
           05  recente-valor-premio            pic 9(08)v99.
           05  recente-status                  pic x(01).
           05  recente-valor-pago              pic 9(04)v99.
           05  recente-concurso-alvo           pic 9(06).
           05  recente-data-liquidacao         pic x(08).
           05  recente-qnt-cotas               pic 9(02).

       FD  apostas-file.
       COPY "apostac.cpy".


       77  fs-antigo                               pic x(02).
       77  fs-anterior                             pic x(02).
       77  fs-recente                              pic x(02).
       77  fs-apostas                              pic x(02).

      *> layout de origem informado pelo operador: o arquivo indexado
       77  opcao-layout                            pic 9(01).
           88  layout-sem-valor-pago               value 1.
           88  layout-sem-liquidacao               value 2.
           88  layout-sem-origem                   value 3.

      *> mesma tabela de precos da venda (ver tabela-precos no programa
      *> projetoloteria): o valor pago dos bilhetes antigos e assumido
                   "converter de novo."
           else
               perform until layout-sem-valor-pago
                       or layout-sem-liquidacao or layout-sem-origem
                   display "Layout do APOSTAS.OLD: (1) sem valor pago/concurso-alvo (2) com valor pago/concurso-alvo, sem data de liquidacao/cotas (3) com data de liquidacao/cotas, sem origem do jogo/terminal"
                   accept opcao-layout
               end-perform

               evaluate true
                   when layout-sem-valor-pago
                       perform abre-e-converte-antigo
                   when layout-sem-liquidacao
                       perform abre-e-converte-anterior
                   when other
                       perform abre-e-converte-recente
               end-evaluate
           end-if
           .
       processamento-exit.
           exit.


       abre-e-converte-recente section.

           open input recente-file
           evaluate fs-recente
               when "35"
                   display "Arquivo APOSTAS.OLD nao encontrado; "
                       "renomeie o APOSTAS.DAT antigo para "
                       "APOSTAS.OLD antes de converter."
               when "00"
                   perform converte-arquivo-recente
               when other
                   display "Erro ao abrir APOSTAS.OLD: " fs-recente
                       " (layout indicado nao confere com o arquivo?)"
           end-evaluate
           .
       abre-e-converte-recente-exit.
           exit.


       converte-arquivo section.

      *> os bilhetes antigos nao guardam concurso-alvo: o operador
      *> bolao nao existia no layout antigo: todo bilhete convertido e
      *> bilhete comum de uma unica cota
           move 1 to aposta-qnt-cotas
      *> origem do jogo e terminal da venda nao existiam: origem nao
      *> informada e terminal 0
           move spaces to aposta-origem
           move 0 to aposta-terminal-venda

           write aposta-rec
               invalid key
      *> bolao nao existia no layout anterior: todo bilhete convertido
      *> e bilhete comum de uma unica cota
           move 1 to aposta-qnt-cotas
      *> origem do jogo e terminal da venda nao existiam: origem nao
      *> informada e terminal 0
           move spaces to aposta-origem
           move 0 to aposta-terminal-venda

           write aposta-rec
               invalid key
           exit.


       converte-arquivo-recente section.

      *> conversao do layout com liquidacao e cotas: todos os campos
      *> existentes passam como estao e so a origem do jogo e o
      *> terminal da venda nascem vazios
           open output apostas-file
           if fs-apostas not = "00"
               display "Erro ao criar APOSTAS.DAT: " fs-apostas
           else
               move low-values to recente-chave
               start recente-file key is not less than recente-chave
                   invalid key
                       display "Nenhuma aposta em APOSTAS.OLD"
                       move "10" to fs-recente
                   not invalid key
                       move "00" to fs-recente
               end-start

               perform until fs-recente = "10"
                   read recente-file next record
                       at end
                           move "10" to fs-recente
                       not at end
                           perform converte-um-registro-recente
                   end-read
               end-perform

               close apostas-file
               display "Apostas convertidas: " qnt-convertidas
           end-if

           close recente-file
           .
       converte-arquivo-recente-exit.
           exit.


       converte-um-registro-recente section.

           move recente-rec to aposta-rec
           move spaces to aposta-origem
           move 0 to aposta-terminal-venda

           write aposta-rec
               invalid key
                   display "Erro ao gravar aposta convertida, jogador "
                       aposta-jogador-id " bilhete " aposta-slip-id
                       ": " fs-apostas
               not invalid key
                   add 1 to qnt-convertidas
           end-write
           .
       converte-um-registro-recente-exit.
           exit.


       finaliza section.

           stop run
