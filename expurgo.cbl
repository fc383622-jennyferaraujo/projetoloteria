       77  fs-morto                                 pic x(02).
       77  fs-controle                              pic x(02).

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
                   "executar o expurgo do historico."
               stop run
           end-if
           .
       verifica-acesso-exit.
           exit.


       inicializa section.

      *> inicilização das variáveis
