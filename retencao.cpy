      *> copybook: layout de um registro de retencao de imposto de renda
      *> na fonte sobre premio (RETENCAO.DAT) - um registro por
      *> pagamento de premio (um por dono de cota no bolao), gravado
      *> pelo programa "pagamentos" no primeiro envio do premio a
      *> remessa bancaria; sequencial, gravado por extensao (append),
      *> mesmo padrao de ACUMULA.HIST. pagamentos abaixo da faixa de
      *> isencao tambem sao gravados (com imposto zero), porque o
      *> informe de rendimentos do ganhador lista todos os premios.
      *> o programa "retencao" tira daqui o resumo de recolhimento do
      *> imposto por periodo e o informe anual de rendimentos por CPF
       01  retencao-rec.
           05  rtc-data                        pic x(08).
      *> "R" = retencao no pagamento do premio; "D" = devolucao da
      *> retencao de premio rejeitado pelo banco que prescreveu sem
      *> ser pago (programa prescreve) - os valores da devolucao sao
      *> os mesmos da retencao original e entram subtraindo. no
      *> reenvio de premio rejeitado com o CPF/nome do favorecido
      *> corrigido no cadastro, o pagamentos grava o "D" da retencao
      *> original e um "R" novo com os mesmos valores no CPF/nome
      *> corrente (sem novo lancamento "I" no livro-caixa)
           05  rtc-tipo                        pic x(01).
               88  rtc-retencao                value "R".
               88  rtc-devolucao               value "D".
           05  rtc-concurso                    pic 9(06).
      *> chave do bilhete premiado (no bolao, a do organizador)
           05  rtc-jogador-id                  pic 9(06).
           05  rtc-slip-id                     pic 9(02).
      *> favorecido do pagamento: o proprio jogador no bilhete comum,
      *> o dono da cota no bolao; CPF e nome copiados do cadastro no
      *> momento do pagamento
           05  rtc-beneficiario-id             pic 9(06).
           05  rtc-cpf                         pic 9(11).
           05  rtc-nome                        pic x(30).
           05  rtc-valor-bruto                 pic 9(08)v99.
           05  rtc-valor-irrf                  pic 9(08)v99.
           05  rtc-valor-liquido               pic 9(08)v99.
