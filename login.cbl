      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "login".
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
           select operadores-file assign to "OPERADORES.DAT"
               organization is indexed
               access mode is dynamic
               record key is oper-id
               file status is fs-operadores.
       i-o-control.

      *> declaração de variáveis
       data division.

      *> variáveis de arquivos
       file Section.

       FD  operadores-file.
       COPY "operador.cpy".

      *> variáveis de trabalho
       working-storage section.

      *> operador identificado, devolvido ao programa chamador
       COPY "operctl.cpy".

       COPY "cifrapar.cpy".

       77  fs-operadores                           pic x(02).
       77  operador-informado                      pic x(08).
       77  senha-informada                         pic x(08).
      *> senhas erradas seguidas que bloqueiam o operador
       77  limite-tentativas                       pic 9(01) value 3.
       77  tentativas-sessao                       pic 9(01).

      *> variaveis para comunicação entre programas
       linkage section.

      *> declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

       inicializa section.

      *> inicilização das variáveis
           move 0 to tentativas-sessao
           .
       inicializa-exit.
           exit.


       processamento section.

      *> operador ja identificado nesta execucao (ex.: cadeia do
      *> fechadia): nada a perguntar
           if not operador-logado
               open i-o operadores-file
               if fs-operadores not = "00"
                   display "Cadastro OPERADORES.DAT indisponivel (status "
                       fs-operadores "); cadastre o primeiro "
                       "administrador com o programa operadores."
               else
                   perform until operador-logado
                           or tentativas-sessao >= limite-tentativas
                       perform identifica-operador
                   end-perform
                   close operadores-file
               end-if
           end-if

           if not operador-logado
               display "Operador nao identificado; acesso negado."
           end-if
           .
       processamento-exit.
           exit.


       identifica-operador section.

           display "Operador:"
           accept operador-informado
           display "Senha:"
           accept senha-informada

           move operador-informado to oper-id
           read operadores-file key is oper-id
               invalid key
                   add 1 to tentativas-sessao
                   display "Operador ou senha invalidos."
               not invalid key
                   if oper-bloqueado
      *> operador bloqueado nao tenta de novo nesta execucao
                       move limite-tentativas to tentativas-sessao
                       display "Operador " oper-id " bloqueado; procure "
                           "o administrador."
                   else
                       perform confere-senha-operador
                   end-if
           end-read
           .
       identifica-operador-exit.
           exit.


       confere-senha-operador section.

           move operador-informado to cif-operador
           move senha-informada to cif-senha
           call "cifrasen" using cifra-parametros

           if cif-resultado = oper-senha-cifrada
               move 0 to oper-tentativas
               move function current-date(1:14) to oper-ultimo-acesso
               move oper-id to ops-operador-id
               move oper-perfil to ops-perfil
               set operador-logado to true
               display "Operador " oper-id " - " oper-nome
                   " identificado (perfil " oper-perfil ")."
           else
               add 1 to tentativas-sessao
               add 1 to oper-tentativas
               if oper-tentativas >= limite-tentativas
                   set oper-bloqueado to true
                   move limite-tentativas to tentativas-sessao
                   display "Senha invalida pela " oper-tentativas
                       "a vez: operador " oper-id " bloqueado."
               else
                   display "Operador ou senha invalidos."
               end-if
           end-if

           rewrite operador-rec
               invalid key
                   display "Erro ao regravar operador: " fs-operadores
           end-rewrite
           .
       confere-senha-operador-exit.
           exit.


       finaliza section.
           goback
           .
       finaliza-exit.
           exit.
