           select auditoria-file assign to "AUDITORIA.DAT"
               organization is line sequential
               file status is fs-auditoria.
           select retencao-file assign to "RETENCAO.DAT"
               organization is line sequential
               file status is fs-retencao.
       i-o-control.

      *> declaração de variáveis
       FD  auditoria-file.
       COPY "audit.cpy".

       FD  retencao-file.
       COPY "retencao.cpy".

      *> variáveis de trabalho
       working-storage section.

       77  total-prescrito                         pic 9(10)v99.
       77  qnt-sem-data                            pic 9(04).

      *> devolucao da retencao de imposto de renda (RETENCAO.DAT): o
      *> premio rejeitado pelo banco ja teve o imposto retido e lancado
      *> no primeiro envio a remessa; se ele prescreve sem ser pago, a
      *> retencao de cada favorecido e devolvida (registro "D" em
      *> RETENCAO.DAT e lancamento "D" no livro-caixa)
       77  fs-retencao                             pic x(02).
       77  flag-premio-rejeitado                   pic x(01).
           88  premio-era-rejeitado                value "S".
           88  premio-nao-rejeitado                value "N".
       77  qnt-retencoes-bilhete                   pic 9(02).
       77  ind-rtc                                 pic 9(02).
       77  ind-achou-rtc                           pic 9(02).
       01  tabela-retencao-bilhete occurs 99 times.
           05  tr-registro                         pic x(100).

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
                   "executar a prescricao de premios."
               stop run
           end-if
           .
       verifica-acesso-exit.
           exit.


       inicializa section.

      *> inicilização das variáveis: a data de corte e a data de hoje
      *> livro-caixa, com as imagens antes/depois na trilha de
      *> auditoria como qualquer outra alteracao de APOSTAS.DAT
           move aposta-rec to imagem-antes-aposta
           if aposta-premio-rejeitado
               set premio-era-rejeitado to true
           else
               set premio-nao-rejeitado to true
           end-if
           set aposta-premio-prescrito to true
           rewrite aposta-rec
               invalid key
                   add aposta-valor-premio to total-prescrito
                   perform grava-movimento-prescricao
                   perform grava-auditoria-alteracao
                   if premio-era-rejeitado
                       perform devolve-retencao-bilhete
                   end-if
                   display "Premio prescrito: jogador " aposta-jogador-id
                       " bilhete " aposta-slip-id " liquidado em "
                       aposta-data-liquidacao " valor "
           exit.


       devolve-retencao-bilhete section.

      *> localiza em RETENCAO.DAT as retencoes em vigor do premio do
      *> bilhete corrente (uma por favorecido) e grava a devolucao de
      *> cada uma, com os mesmos valores. uma retencao ja devolvida por
      *> um "D" de mesmo conteudo (correcao de CPF/nome do cadastro no
      *> reenvio da remessa, que grava "D" + "R" corrigido) sai da
      *> tabela, para so o efeito liquido ser devolvido
           move 0 to qnt-retencoes-bilhete
           open input retencao-file
           if fs-retencao = "00"
               perform until fs-retencao = "10"
                   read retencao-file
                       at end
                           move "10" to fs-retencao
                       not at end
                           if rtc-jogador-id = aposta-jogador-id
                                   and rtc-slip-id = aposta-slip-id
                                   and rtc-concurso = aposta-concurso-alvo
                               perform acumula-retencao-bilhete
                           end-if
                   end-read
               end-perform
               close retencao-file
           end-if

           if qnt-retencoes-bilhete > 0
               open extend retencao-file
               if fs-retencao = "35"
                   open output retencao-file
               end-if
               perform varying ind-rtc from 1 by 1
                       until ind-rtc > qnt-retencoes-bilhete
                   move tr-registro(ind-rtc) to retencao-rec
                   move data-hoje to rtc-data
                   set rtc-devolucao to true
                   write retencao-rec
                   if rtc-valor-irrf > 0
                       perform grava-movimento-devolucao-irrf
                   end-if
               end-perform
               close retencao-file
           end-if
           .
       devolve-retencao-bilhete-exit.
           exit.


       acumula-retencao-bilhete section.

           if rtc-retencao
               if qnt-retencoes-bilhete < 99
                   add 1 to qnt-retencoes-bilhete
                   move retencao-rec to tr-registro(qnt-retencoes-bilhete)
               end-if
           else
               move 0 to ind-achou-rtc
               perform varying ind-rtc from 1 by 1
                       until ind-rtc > qnt-retencoes-bilhete
                   if ind-achou-rtc = 0
                           and tr-registro(ind-rtc)(10:91)
                               = retencao-rec(10:91)
                       move ind-rtc to ind-achou-rtc
                   end-if
               end-perform
               if ind-achou-rtc > 0
                   move tr-registro(qnt-retencoes-bilhete)
                       to tr-registro(ind-achou-rtc)
                   subtract 1 from qnt-retencoes-bilhete
               end-if
           end-if
           .
       acumula-retencao-bilhete-exit.
           exit.


       grava-movimento-devolucao-irrf section.

      *> lancamento de devolucao do imposto retido, no mesmo favorecido
      *> e organizador do lancamento "I" original; rotina batch,
      *> terminal 0
           move data-hoje to mov-data
           move aposta-concurso-alvo to mov-concurso
           set mov-devolucao-irrf to true
           move rtc-beneficiario-id to mov-jogador-id
           move aposta-slip-id to mov-slip-id
           move rtc-valor-irrf to mov-valor
           move 0 to mov-terminal-id
           if aposta-qnt-cotas numeric and aposta-qnt-cotas > 1
               move aposta-jogador-id to mov-cota-organizador
           else
               move 0 to mov-cota-organizador
           end-if
           perform grava-movimento
           .
       grava-movimento-devolucao-irrf-exit.
           exit.


       grava-movimento section.

      *> acrescenta ao livro-caixa (MOVIMENTO.DAT) o lancamento ja
               open output movimento-file
           end-if

      *> carimbo do operador identificado no login
           move ops-operador-id to mov-operador
           write movimento-rec

           close movimento-file
               open output auditoria-file
           end-if

      *> carimbo do operador identificado no login
           move ops-operador-id to aud-operador
           write auditoria-rec

           close auditoria-file
      *> imagem-antes-aposta logo apos o READ; aud-modo 0 = prescricao
      *> (ver audit.cpy)
           move function current-date(1:14) to aud-data-hora
           move "0" to aud-modo
           set aud-alteracao to true
           move imagem-antes-aposta to aud-imagem-antes
           move aposta-rec to aud-imagem-depois
