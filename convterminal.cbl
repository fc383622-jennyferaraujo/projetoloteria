      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "convterminal".
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
           select antigo-file assign to "TERMINAL.OLD"
               organization is indexed
               access mode is dynamic
               record key is antigo-pv-id
               file status is fs-antigo.
           select terminais-file assign to "TERMINAIS.DAT"
               organization is indexed
               access mode is dynamic
               record key is pv-id
               file status is fs-terminais.
       i-o-control.

      *> declaração de variáveis
       data division.

      *> variáveis de arquivos
       file Section.

      *> layout do registro de ponto de venda ANTERIOR a criacao dos
      *> tetos de pagamento de premio no balcao; para converter,
      *> renomeie o TERMINAIS.DAT existente para TERMINAL.OLD e rode
      *> este programa, que grava um TERMINAIS.DAT novo no layout atual
      *> (pontovda.cpy) - mesmo padrao de conversao do programa
      *> convjogador
       FD  antigo-file.
       01  antigo-rec.
           05  antigo-pv-id                    pic 9(03).
           05  antigo-nome                     pic x(30).
           05  antigo-comissao                 pic 9(02)v99.
           05  antigo-situacao                 pic x(01).

       FD  terminais-file.
       COPY "pontovda.cpy".

      *> variáveis de trabalho
       working-storage section.

       77  fs-antigo                               pic x(02).
       77  fs-terminais                            pic x(02).
       77  qnt-convertidos                         pic 9(04).

      *> variaveis para comunicação entre programas
       linkage section.

      *> declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

       inicializa section.

      *> inicilização das variáveis
           move 0 to qnt-convertidos
           .
       inicializa-exit.
           exit.


       processamento section.

           display "Conversao de TERMINAL.OLD (layout antigo) para "
               "TERMINAIS.DAT (layout atual)"

      *> conversao e passo unico: se ja existe um TERMINAIS.DAT, ou a
      *> conversao ja rodou ou ha terminais novos no lugar - recriar o
      *> arquivo destruiria esses cadastros (mesma protecao do
      *> programa convjogador)
           open input terminais-file
           if fs-terminais = "00"
               close terminais-file
               display "TERMINAIS.DAT ja existe; conversao cancelada. "
                   "Remova ou renomeie o arquivo atual antes de "
                   "converter de novo."
           else
               open input antigo-file
               evaluate fs-antigo
                   when "35"
                       display "Arquivo TERMINAL.OLD nao encontrado; "
                           "renomeie o TERMINAIS.DAT antigo para "
                           "TERMINAL.OLD antes de converter."
                   when "00"
                       perform converte-arquivo
                   when other
                       display "Erro ao abrir TERMINAL.OLD: " fs-antigo
               end-evaluate
           end-if
           .
       processamento-exit.
           exit.


       converte-arquivo section.

           open output terminais-file
           if fs-terminais not = "00"
               display "Erro ao criar TERMINAIS.DAT: " fs-terminais
           else
               move low-values to antigo-pv-id
               start antigo-file key is not less than antigo-pv-id
                   invalid key
                       display "Nenhum terminal em TERMINAL.OLD"
                       move "10" to fs-antigo
                   not invalid key
                       move "00" to fs-antigo
               end-start

               perform until fs-antigo = "10"
                   read antigo-file next record
                       at end
                           move "10" to fs-antigo
                       not at end
                           perform converte-um-registro
                   end-read
               end-perform

               close terminais-file
               display "Terminais convertidos: " qnt-convertidos
           end-if

           close antigo-file
           .
       converte-arquivo-exit.
           exit.


       converte-um-registro section.

           move antigo-pv-id to pv-id
           move antigo-nome to pv-nome
           move antigo-comissao to pv-comissao
           move antigo-situacao to pv-situacao
      *> o layout antigo nao guarda tetos de pagamento no balcao: todo
      *> terminal convertido nasce sem pagar premio (tetos 0), ate o
      *> operador definir os tetos na manutencao de terminais
           move 0 to pv-teto-pagamento-balcao
           move 0 to pv-teto-diario-balcao

           write ponto-venda-rec
               invalid key
                   display "Erro ao gravar terminal convertido "
                       pv-id ": " fs-terminais
               not invalid key
                   add 1 to qnt-convertidos
           end-write
           .
       converte-um-registro-exit.
           exit.


       finaliza section.

           stop run
           .
       finaliza-exit.
           exit.
