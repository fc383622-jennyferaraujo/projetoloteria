      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "anonimiza".
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
           select jogadores-file assign to "JOGADORES.DAT"
               organization is indexed
               access mode is dynamic
               record key is jogador-id
               file status is fs-jogadores.
           select apostas-file assign to "APOSTAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is aposta-chave
               alternate record key is aposta-concurso-alvo
                   with duplicates
               file status is fs-apostas.
           select cotas-file assign to "COTAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is cota-chave
               file status is fs-cotas.
           select movimento-file assign to "MOVIMENTO.DAT"
               organization is line sequential
               file status is fs-movimento.
           select anonimiza-file assign to "ANONIMIZA.DAT"
               organization is line sequential
               file status is fs-anonimiza.
       i-o-control.

      *> declaração de variáveis
       data division.

      *> variáveis de arquivos
       file Section.

       FD  jogadores-file.
       COPY "jogador.cpy".

       FD  apostas-file.
       COPY "apostac.cpy".

       FD  cotas-file.
       COPY "cotas.cpy".

       FD  movimento-file.
       COPY "movimen.cpy".

       FD  anonimiza-file.
       COPY "anonim.cpy".

      *> variáveis de trabalho
       working-storage section.

       77  fs-jogadores                            pic x(02).
       77  fs-apostas                              pic x(02).
       77  fs-cotas                                pic x(02).
       77  fs-movimento                            pic x(02).
       77  fs-anonimiza                            pic x(02).

       77  opcao-menu                              pic 9(01).
       77  data-hoje                               pic x(08).
       77  jogador-informado                       pic 9(06).
       77  jogador-em-analise                      pic 9(06).
       77  protocolo-pedido                        pic x(20).
      *> motivo e referencia do registro de ANONIMIZA.DAT (anonim.cpy)
       77  motivo-anonimizacao                     pic x(01).
       77  referencia-anonimizacao                 pic x(20).

      *> mesma regra da casa do programa prescreve: premio nao
      *> retirado em 90 dias da apuracao prescreve. enquanto o premio
      *> nao prescreve o jogador ainda pode recebe-lo, e o cadastro
      *> (CPF para a remessa) nao pode ser anonimizado
       77  prazo-prescricao                        pic 9(03) value 90.
       77  data-corte-prescricao                   pic 9(08).

      *> prazo de inatividade em dias (zero assume o padrao de 5 anos)
       77  prazo-inatividade                       pic 9(05).
       77  prazo-edit                              pic z(04)9.
       77  data-corte-inatividade                  pic 9(08).
       77  dias-corte                              pic 9(08).
       77  resposta-sem-movimento                  pic x(01).
           88  inclui-sem-movimento                value "S" "s".

      *> data do ultimo lancamento de cada jogador no livro-caixa
      *> (MOVIMENTO.DAT, gravado por extensao em ordem de data): vendas
      *> (inclusive de cota de bolao, em nome do dono), premios,
      *> estornos e pagamentos. o limite de 5000 jogadores com
      *> lancamento e o mesmo das tabelas por CPF do programa monitora;
      *> se o livro-caixa nao abre ou passa do limite a atividade fica
      *> incompleta e a anonimizacao de inativos nao e executada
       01  tabela-atividade occurs 5000 times.
           05  tat-jogador-id                      pic 9(06).
           05  tat-ultima-data                     pic x(08).
       77  qnt-atividade                           pic 9(04).
       77  ind-a                                   pic 9(04).
       77  ind-achou-a                             pic 9(04).
       77  ultima-atividade                        pic x(08).
       77  flag-atividade                          pic x(01).
           88  atividade-completa                  value "S".
           88  atividade-incompleta                value "N".

       77  flag-pendencia                          pic x(01).
           88  jogador-com-pendencia               value "S".
           88  jogador-sem-pendencia               value "N".
       77  texto-pendencia                         pic x(50).
       77  flag-cotas                              pic x(01).
           88  cotas-disponivel                    value "S".
           88  cotas-indisponivel                  value "N".

       77  qnt-avaliados                           pic 9(06).
       77  qnt-anonimizados                        pic 9(06).
       77  qnt-recusados                           pic 9(06).
       77  qnt-listados                            pic 9(06).

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
      *> administrador: a anonimizacao nao tem volta
           call "login"
           if not operador-logado
               stop run
           end-if
           if not ops-administrador
               display "Operador " ops-operador-id " sem permissao para "
                   "anonimizar jogadores."
               stop run
           end-if
           .
       verifica-acesso-exit.
           exit.


       inicializa section.

      *> inicilização das variáveis: o corte de prescricao e a data de
      *> hoje menos o prazo - premio liquidado a partir do corte ainda
      *> pode ser retirado
           move 0 to opcao-menu
           move function current-date(1:8) to data-hoje
           compute dias-corte
               = function integer-of-date(function numval(data-hoje))
               - prazo-prescricao
           compute data-corte-prescricao
               = function date-of-integer(dias-corte)

           open i-o jogadores-file
           if fs-jogadores not = "00"
               display "Cadastro JOGADORES.DAT indisponivel (status "
                   fs-jogadores "); nada a anonimizar."
               stop run
           end-if

           open input apostas-file
           if fs-apostas not = "00" and fs-apostas not = "35"
               display "Erro ao abrir APOSTAS.DAT: " fs-apostas
                   " (arquivo de layout antigo? renomeie para "
                   "APOSTAS.OLD e converta com o programa convaposta)"
               close jogadores-file
               stop run
           end-if

      *> sem COTAS.DAT (nenhum bolao vendido) nao ha cota a conferir
           set cotas-indisponivel to true
           open input cotas-file
           if fs-cotas = "00"
               set cotas-disponivel to true
           end-if
           if fs-cotas not = "00" and fs-cotas not = "35"
               display "Erro ao abrir COTAS.DAT: " fs-cotas
               close jogadores-file
               if fs-apostas not = "35"
                   close apostas-file
               end-if
               stop run
           end-if
           .
       inicializa-exit.
           exit.


       processamento section.

           perform until opcao-menu = 9
               display "Anonimizacao: (1) A Pedido do Titular (2) Inativos Alem do Prazo (3) Listar Anonimizacoes (9) Sair"
               accept opcao-menu
               evaluate opcao-menu
                   when 1
                       perform anonimiza-a-pedido
                   when 2
                       perform anonimiza-inativos
                   when 3
                       perform lista-anonimizacoes
                   when 9
                       continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       processamento-exit.
           exit.


       anonimiza-a-pedido section.

           display "Codigo do jogador a anonimizar:"
           accept jogador-informado
           display "Numero/protocolo do pedido do titular:"
           accept protocolo-pedido

           move jogador-informado to jogador-id
           read jogadores-file key is jogador-id
               invalid key
                   display "Jogador " jogador-informado
                       " nao cadastrado."
               not invalid key
                   if jogador-anonimizado
                       display "Jogador " jogador-informado
                           " ja esta anonimizado."
                   else
                       move jogador-informado to jogador-em-analise
                       perform verifica-pendencias-jogador
                       if jogador-sem-pendencia
                           perform carrega-atividade
                           perform localiza-atividade
                           move "P" to motivo-anonimizacao
                           move protocolo-pedido
                               to referencia-anonimizacao
                           perform anonimiza-jogador
                       else
                           display "Anonimizacao do jogador "
                               jogador-informado " recusada."
                       end-if
                   end-if
           end-read
           .
       anonimiza-a-pedido-exit.
           exit.


       anonimiza-inativos section.

      *> inativo e o jogador cujo ultimo lancamento no livro-caixa e
      *> anterior ao corte (hoje menos o prazo). o cadastro nao guarda
      *> data de inclusao: quem nunca teve lancamento so entra se o
      *> operador pedir, para nao apagar um jogador recem-cadastrado
           display "Prazo de inatividade em dias (0 = 1825):"
           accept prazo-inatividade
           if prazo-inatividade = 0
               move 1825 to prazo-inatividade
           end-if
           display "Incluir jogadores sem nenhum lancamento no "
               "livro-caixa? (S/N)"
           accept resposta-sem-movimento

           compute dias-corte
               = function integer-of-date(function numval(data-hoje))
               - prazo-inatividade
           compute data-corte-inatividade
               = function date-of-integer(dias-corte)
           display "Inativos sem lancamento desde " data-corte-inatividade
               " (" prazo-inatividade " dias)"

           move 0 to qnt-avaliados
           move 0 to qnt-anonimizados
           move 0 to qnt-recusados
           move prazo-inatividade to prazo-edit

           perform carrega-atividade
      *> sem a atividade de todos os jogadores um jogador ativo seria
      *> tratado como inativo: nada e anonimizado
           if atividade-incompleta
               display "Atividade do livro-caixa incompleta; "
                   "anonimizacao de inativos cancelada."
           else
               perform varre-jogadores-inativos
           end-if
           .
       anonimiza-inativos-exit.
           exit.


       varre-jogadores-inativos section.

           move low-values to jogador-id
           start jogadores-file key is not less than jogador-id
               invalid key
                   move "10" to fs-jogadores
               not invalid key
                   move "00" to fs-jogadores
           end-start

           perform until fs-jogadores = "10"
               read jogadores-file next record
                   at end
                       move "10" to fs-jogadores
                   not at end
                       if not jogador-anonimizado
                           perform avalia-jogador-inativo
                       end-if
               end-read
           end-perform

           display "Inativos avaliados: " qnt-avaliados
               " anonimizados: " qnt-anonimizados
               " recusados por pendencia: " qnt-recusados
           .
       varre-jogadores-inativos-exit.
           exit.


       avalia-jogador-inativo section.

           move jogador-id to jogador-em-analise
           perform localiza-atividade

           if (ind-achou-a > 0
                   and ultima-atividade < data-corte-inatividade)
               or (ind-achou-a = 0 and inclui-sem-movimento)
               add 1 to qnt-avaliados
               perform verifica-pendencias-jogador
               if jogador-sem-pendencia
                   move "I" to motivo-anonimizacao
                   move spaces to referencia-anonimizacao
                   string "INATIVO " delimited by size
                       prazo-edit delimited by size
                       " DIAS" delimited by size
                       into referencia-anonimizacao
                   end-string
                   perform anonimiza-jogador
               else
                   add 1 to qnt-recusados
                   display "Anonimizacao do jogador " jogador-em-analise
                       " recusada."
               end-if
           end-if
           .
       avalia-jogador-inativo-exit.
           exit.


       carrega-atividade section.

      *> uma unica varredura do livro-caixa guardando a data do ultimo
      *> lancamento de cada jogador
           move 0 to qnt-atividade
           set atividade-completa to true

           open input movimento-file
           if fs-movimento not = "00"
               set atividade-incompleta to true
               display "Livro-caixa MOVIMENTO.DAT indisponivel (status "
                   fs-movimento "); nenhuma atividade considerada."
           else
               perform until fs-movimento = "10"
                   read movimento-file
                       at end
                           move "10" to fs-movimento
                       not at end
                           perform guarda-atividade
                   end-read
               end-perform
               close movimento-file
           end-if
           .
       carrega-atividade-exit.
           exit.


       guarda-atividade section.

           move 0 to ind-achou-a
           perform varying ind-a from 1 by 1 until ind-a > qnt-atividade
               if tat-jogador-id(ind-a) = mov-jogador-id
                   move ind-a to ind-achou-a
               end-if
           end-perform

           if ind-achou-a = 0
               if qnt-atividade >= 5000
                   if atividade-completa
                       display "Limite de 5000 jogadores no livro-caixa "
                           "atingido a partir do jogador " mov-jogador-id
                           "; atividade incompleta."
                   end-if
                   set atividade-incompleta to true
               else
                   add 1 to qnt-atividade
                   move mov-jogador-id to tat-jogador-id(qnt-atividade)
                   move mov-data to tat-ultima-data(qnt-atividade)
               end-if
           else
               if mov-data > tat-ultima-data(ind-achou-a)
                   move mov-data to tat-ultima-data(ind-achou-a)
               end-if
           end-if
           .
       guarda-atividade-exit.
           exit.


       localiza-atividade section.

      *> devolve em ultima-atividade a data do ultimo lancamento de
      *> jogador-em-analise (em branco se nao houver; ind-achou-a = 0)
           move 0 to ind-achou-a
           move spaces to ultima-atividade
           perform varying ind-a from 1 by 1 until ind-a > qnt-atividade
               if tat-jogador-id(ind-a) = jogador-em-analise
                   move ind-a to ind-achou-a
                   move tat-ultima-data(ind-a) to ultima-atividade
               end-if
           end-perform
           .
       localiza-atividade-exit.
           exit.


       verifica-pendencias-jogador section.

      *> recusa o jogador com bilhete proprio ou cota de bolao em
      *> situacao que ainda depende do cadastro: bilhete pendente,
      *> premio enviado ao banco sem retorno ou premio a receber ainda
      *> nao prescrito
           set jogador-sem-pendencia to true

           if fs-apostas not = "35"
               move jogador-em-analise to aposta-jogador-id
               move 0 to aposta-slip-id
               start apostas-file key is not less than aposta-chave
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
                           if aposta-jogador-id not = jogador-em-analise
                               move "10" to fs-apostas
                           else
                               perform avalia-pendencia-bilhete
                           end-if
                   end-read
               end-perform
               move "00" to fs-apostas

               if cotas-disponivel
                   perform verifica-pendencias-cotas
               end-if
           end-if
           .
       verifica-pendencias-jogador-exit.
           exit.


       verifica-pendencias-cotas section.

      *> cotas de bolao de outros organizadores em que o jogador e
      *> dono: o premio da cota sai na remessa com o CPF dele (a cota
      *> do proprio organizador ja foi vista no bilhete dele)
           move low-values to cota-chave
           start cotas-file key is not less than cota-chave
               invalid key
                   move "10" to fs-cotas
               not invalid key
                   move "00" to fs-cotas
           end-start

           perform until fs-cotas = "10"
               read cotas-file next record
                   at end
                       move "10" to fs-cotas
                   not at end
                       if cota-dono-id = jogador-em-analise
                               and cota-jogador-id not = jogador-em-analise
                           move cota-aposta-chave to aposta-chave
                           read apostas-file key is aposta-chave
                               invalid key
                                   continue
                               not invalid key
                                   perform avalia-pendencia-bilhete
                           end-read
                       end-if
               end-read
           end-perform
           move "00" to fs-cotas
           .
       verifica-pendencias-cotas-exit.
           exit.


       avalia-pendencia-bilhete section.

           move spaces to texto-pendencia
           evaluate true
               when aposta-pendente
                   move "bilhete pendente de apuracao" to texto-pendencia
               when aposta-premio-enviado
                   move "premio enviado ao banco sem retorno"
                       to texto-pendencia
               when (aposta-finalizada or aposta-premio-rejeitado)
                       and aposta-valor-premio > 0
                   if aposta-data-liquidacao not numeric
                       move "premio a receber sem data de liquidacao"
                           to texto-pendencia
                   else
                       if aposta-data-liquidacao < data-corte-prescricao
      *> vencido, mas so deixa de ser devido quando o programa
      *> prescreve marca o bilhete como prescrito
                           move "premio vencido ainda nao prescrito"
                               to texto-pendencia
                       else
                           move "premio dentro do prazo de prescricao"
                               to texto-pendencia
                       end-if
                   end-if
               when other
                   continue
           end-evaluate

           if texto-pendencia not = spaces
               set jogador-com-pendencia to true
               display "Jogador " jogador-em-analise ": bilhete "
                   aposta-jogador-id "/" aposta-slip-id " concurso "
                   aposta-concurso-alvo " - " texto-pendencia
           end-if
           .
       avalia-pendencia-bilhete-exit.
           exit.


       anonimiza-jogador section.

      *> troca os dados pessoais por valores neutros e encerra o
      *> cadastro; o codigo do jogador continua nas apostas, cotas,
      *> livro-caixa e auditoria, com os valores intactos. motivo e
      *> referencia do registro ja vem preenchidos pelo chamador
           move "ANONIMIZADO" to jogador-nome
           move 0 to jogador-cpf
           move spaces to jogador-telefone
           move 0 to jogador-limite-diario
           set jogador-anonimizado to true
           rewrite jogador-rec
               invalid key
                   display "Erro ao anonimizar jogador: " fs-jogadores
               not invalid key
                   add 1 to qnt-anonimizados
                   perform grava-registro-anonimizacao
                   display "Jogador " jogador-em-analise
                       " anonimizado (ultima atividade: "
                       ultima-atividade ")."
           end-rewrite
           .
       anonimiza-jogador-exit.
           exit.


       grava-registro-anonimizacao section.

           move function current-date(1:14) to anon-data-hora
           move jogador-em-analise to anon-jogador-id
           move motivo-anonimizacao to anon-motivo
           move referencia-anonimizacao to anon-referencia
           move ultima-atividade to anon-ultima-atividade
      *> carimbo do operador identificado no login
           move ops-operador-id to anon-operador

           open extend anonimiza-file
           if fs-anonimiza = "35"
               open output anonimiza-file
           end-if
           write anonimizacao-rec
           close anonimiza-file
           .
       grava-registro-anonimizacao-exit.
           exit.


       lista-anonimizacoes section.

           move 0 to qnt-listados
           open input anonimiza-file
           if fs-anonimiza not = "00"
               display "Nenhuma anonimizacao registrada (ANONIMIZA.DAT "
                   "status " fs-anonimiza ")."
           else
               perform until fs-anonimiza = "10"
                   read anonimiza-file
                       at end
                           move "10" to fs-anonimiza
                       not at end
                           add 1 to qnt-listados
                           display anon-data-hora " jogador "
                               anon-jogador-id " motivo " anon-motivo
                               " referencia " anon-referencia
                               " ultima atividade "
                               anon-ultima-atividade
                               " operador " anon-operador
                   end-read
               end-perform
               close anonimiza-file
               display "Anonimizacoes registradas: " qnt-listados
           end-if
           .
       lista-anonimizacoes-exit.
           exit.


       finaliza section.

           close jogadores-file
           if fs-apostas not = "35"
               close apostas-file
           end-if
           if cotas-disponivel
               close cotas-file
           end-if
           stop run
           .
       finaliza-exit.
           exit.
