      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "operadores".
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

       COPY "operctl.cpy".

       COPY "cifrapar.cpy".

       77  fs-operadores                           pic x(02).
       77  opcao-menu                              pic 9(01).
       77  operador-informado                      pic x(08).
       77  senha-informada                         pic x(08).
       77  senha-confirmada                        pic x(08).
       77  perfil-informado                        pic x(01).
           88  perfil-valido                       values "V" "G" "A" "D".
       77  flag-cadastro-vazio                     pic x(01).
           88  cadastro-vazio                      value "S".
           88  cadastro-com-operadores             value "N".
       77  flag-senha                              pic x(01).
           88  senha-aceita                        value "S".
           88  senha-recusada                      value "N".

      *> variaveis para comunicação entre programas
       linkage section.

      *> declaração do corpo do programa
       procedure division.

           perform verifica-acesso.
           perform inicializa.
           perform processamento.
           perform finaliza.

       verifica-acesso section.

      *> so o administrador mantem operadores. com o cadastro vazio
      *> (implantacao) nao ha quem fazer login: o primeiro operador e
      *> cadastrado aqui mesmo, obrigatoriamente como administrador,
      *> e a execucao segue com ele
           perform verifica-cadastro-vazio

           if cadastro-vazio
               display "Nenhum operador cadastrado: cadastre o primeiro "
                   "administrador."
               perform abre-operadores-file
      *> o primeiro administrador precisa de codigo: insiste ate vir
      *> um codigo preenchido
               move spaces to operador-informado
               perform until operador-informado not = spaces
                   move "D" to perfil-informado
                   perform inclui-operador
               end-perform
               close operadores-file
               if fs-operadores = "00"
                   move operador-informado to ops-operador-id
                   move "D" to ops-perfil
                   set operador-logado to true
               end-if
           else
               call "login"
           end-if

           if not operador-logado
               stop run
           end-if
           if not ops-administrador
               display "Operador " ops-operador-id " sem permissao para "
                   "manter o cadastro de operadores."
               stop run
           end-if
           .
       verifica-acesso-exit.
           exit.


       inicializa section.

      *> inicilização das variáveis
           move 0 to opcao-menu

           perform abre-operadores-file
           .
       inicializa-exit.
           exit.


       processamento section.

           perform until opcao-menu = 9
               display "Operadores: (1) Incluir (2) Alterar Nome/Perfil (3) Redefinir Senha (4) Bloquear (5) Desbloquear (6) Listar (9) Sair"
               accept opcao-menu
               evaluate opcao-menu
                   when 1
                       move space to perfil-informado
                       perform inclui-operador
                   when 2
                       perform altera-operador
                   when 3
                       perform redefine-senha-operador
                   when 4
                       perform bloqueia-operador
                   when 5
                       perform desbloqueia-operador
                   when 6
                       perform lista-operadores
                   when 9
                       continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       processamento-exit.
           exit.


       verifica-cadastro-vazio section.

           set cadastro-vazio to true
           open input operadores-file
           if fs-operadores = "00"
               move low-values to oper-id
               start operadores-file key is not less than oper-id
                   invalid key
                       continue
                   not invalid key
                       set cadastro-com-operadores to true
               end-start
               close operadores-file
           end-if
           .
       verifica-cadastro-vazio-exit.
           exit.


       abre-operadores-file section.

      *> abre em i-o; se o arquivo ainda nao existe (status 35), cria
      *> um arquivo vazio antes e reabre em i-o (mesmo padrao do
      *> abre-jogadores-file do projetoloteria)
           open i-o operadores-file
           if fs-operadores = "35"
               open output operadores-file
               close operadores-file
               open i-o operadores-file
           end-if
           if fs-operadores not = "00"
               display "Erro ao abrir OPERADORES.DAT: " fs-operadores
           end-if
           .
       abre-operadores-file-exit.
           exit.


       inclui-operador section.

      *> perfil-informado ja preenchido pelo chamador fixa o perfil
      *> (primeiro administrador); em branco, e perguntado
           display "Codigo do novo operador:"
           accept operador-informado

      *> codigo em branco nao e aceito: o carimbo do operador na
      *> auditoria e no livro-caixa ficaria igual ao dos registros
      *> gravados antes do login e nao daria para filtra-lo
           if operador-informado = spaces
               move "99" to fs-operadores
               display "Codigo do operador em branco nao e aceito."
           else
               move operador-informado to oper-id
               read operadores-file key is oper-id
                   invalid key
                       move operador-informado to oper-id
                       display "Nome:"
                       accept oper-nome
                       perform until perfil-valido
                           display "Perfil: (V) Vendedor (G) Gerente (A) Apuracao (D) Administrador"
                           accept perfil-informado
                       end-perform
                       move perfil-informado to oper-perfil
                       perform informa-senha-operador
                       if senha-aceita
                           set oper-ativo to true
                           move 0 to oper-tentativas
                           move spaces to oper-ultimo-acesso
                           write operador-rec
                               invalid key
                                   display "Erro ao incluir operador: "
                                       fs-operadores
                               not invalid key
                                   display "Operador " oper-id " incluido."
                           end-write
                       else
                           move "99" to fs-operadores
                           display "Operador nao incluido."
                       end-if
                   not invalid key
                       move "22" to fs-operadores
                       display "Operador " operador-informado
                           " ja cadastrado."
               end-read
           end-if
           .
       inclui-operador-exit.
           exit.


       informa-senha-operador section.

      *> pede a senha duas vezes e grava so a cifra de codigo + senha
           set senha-recusada to true
           display "Senha (ate 8 caracteres):"
           accept senha-informada
           display "Confirme a senha:"
           accept senha-confirmada

           if senha-informada = spaces
               display "Senha em branco nao e aceita."
           else
               if senha-informada not = senha-confirmada
                   display "Senhas nao conferem."
               else
                   move oper-id to cif-operador
                   move senha-informada to cif-senha
                   call "cifrasen" using cifra-parametros
                   move cif-resultado to oper-senha-cifrada
                   set senha-aceita to true
               end-if
           end-if
           .
       informa-senha-operador-exit.
           exit.


       altera-operador section.

           display "Codigo do operador:"
           accept operador-informado

           move operador-informado to oper-id
           read operadores-file key is oper-id
               invalid key
                   display "Operador nao cadastrado."
               not invalid key
                   display "Nome atual: " oper-nome
                       " perfil: " oper-perfil
                   display "Novo nome:"
                   accept oper-nome
                   move space to perfil-informado
                   perform until perfil-valido
                       display "Perfil: (V) Vendedor (G) Gerente (A) Apuracao (D) Administrador"
                       accept perfil-informado
                   end-perform
      *> o administrador logado nao tira de si mesmo o perfil, para o
      *> cadastro nunca ficar sem quem o mantenha
                   if oper-id = ops-operador-id and perfil-informado
                           not = "D"
                       display "O operador logado nao pode deixar o "
                           "perfil de administrador."
                   else
                       move perfil-informado to oper-perfil
                       rewrite operador-rec
                           invalid key
                               display "Erro ao alterar operador: "
                                   fs-operadores
                           not invalid key
                               display "Operador " oper-id " alterado."
                       end-rewrite
                   end-if
           end-read
           .
       altera-operador-exit.
           exit.


       redefine-senha-operador section.

           display "Codigo do operador:"
           accept operador-informado

           move operador-informado to oper-id
           read operadores-file key is oper-id
               invalid key
                   display "Operador nao cadastrado."
               not invalid key
                   perform informa-senha-operador
                   if senha-aceita
                       move 0 to oper-tentativas
                       rewrite operador-rec
                           invalid key
                               display "Erro ao regravar operador: "
                                   fs-operadores
                           not invalid key
                               display "Senha do operador " oper-id
                                   " redefinida."
                       end-rewrite
                   end-if
           end-read
           .
       redefine-senha-operador-exit.
           exit.


       bloqueia-operador section.

           display "Codigo do operador a bloquear:"
           accept operador-informado

           move operador-informado to oper-id
           read operadores-file key is oper-id
               invalid key
                   display "Operador nao cadastrado."
               not invalid key
                   if oper-id = ops-operador-id
                       display "O operador logado nao pode se bloquear."
                   else
                       set oper-bloqueado to true
                       rewrite operador-rec
                           invalid key
                               display "Erro ao bloquear operador: "
                                   fs-operadores
                           not invalid key
                               display "Operador " oper-id
                                   " bloqueado."
                       end-rewrite
                   end-if
           end-read
           .
       bloqueia-operador-exit.
           exit.


       desbloqueia-operador section.

      *> desbloqueio zera as tentativas erradas acumuladas
           display "Codigo do operador a desbloquear:"
           accept operador-informado

           move operador-informado to oper-id
           read operadores-file key is oper-id
               invalid key
                   display "Operador nao cadastrado."
               not invalid key
                   set oper-ativo to true
                   move 0 to oper-tentativas
                   rewrite operador-rec
                       invalid key
                           display "Erro ao desbloquear operador: "
                               fs-operadores
                       not invalid key
                           display "Operador " oper-id " desbloqueado."
                   end-rewrite
           end-read
           .
       desbloqueia-operador-exit.
           exit.


       lista-operadores section.

           move low-values to oper-id
           start operadores-file key is not less than oper-id
               invalid key
                   move "10" to fs-operadores
               not invalid key
                   move "00" to fs-operadores
           end-start

           perform until fs-operadores = "10"
               read operadores-file next record
                   at end
                       move "10" to fs-operadores
                   not at end
                       display oper-id " " oper-nome " perfil "
                           oper-perfil " situacao " oper-situacao
                           " tentativas " oper-tentativas
                           " ultimo acesso " oper-ultimo-acesso
               end-read
           end-perform
           .
       lista-operadores-exit.
           exit.


       finaliza section.

           close operadores-file
           stop run
           .
       finaliza-exit.
           exit.
