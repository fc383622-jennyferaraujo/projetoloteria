      *> sequencial, gravado por extensao (append) - mesmo padrao
      *> de SORTEIOS.HIST. o estorno abate o valor da coluna de vendas
      *> e a prescricao devolve o valor da coluna de premios no
      *> fechamento do caixa (programa "fechacaixa").
      *> "I" = imposto de renda retido na fonte sobre premio pago
      *> (programa "pagamentos", um por favorecido com imposto) e
      *> "D" = devolucao dessa retencao quando o premio rejeitado pelo
      *> banco prescreve sem ser pago (programa "prescreve"): o imposto
      *> ja esta contido no valor bruto do premio "P", entao o
      *> fechamento mostra a retencao em coluna propria, fora do saldo.
      *> "B" = premio pago em dinheiro no balcao do terminal (modo 10
      *> do projetoloteria), pelo valor liquido entregue ao ganhador:
      *> e saida de caixa da gaveta do terminal, nao premio novo (o
      *> premio ja entrou pelo "P" da apuracao)
       01  movimento-rec.
           05  mov-data                        pic x(08).
           05  mov-concurso                    pic 9(06).
               88  mov-premio                  value "P".
               88  mov-estorno                 value "E".
               88  mov-prescricao              value "X".
               88  mov-irrf                    value "I".
               88  mov-devolucao-irrf          value "D".
               88  mov-pagamento-balcao        value "B".
           05  mov-jogador-id                  pic 9(06).
           05  mov-slip-id                     pic 9(02).
           05  mov-valor                       pic 9(08)v99.
      *> lancamentos gravados antes da criacao do campo ficam com ele
      *> em branco e valem como 0 (mesma tolerancia de mov-terminal-id)
           05  mov-cota-organizador            pic 9(06).
      *> operador identificado no login (ver operctl.cpy) que gerou o
      *> lancamento; lancamentos gravados antes da criacao do campo
      *> ficam com ele em branco
           05  mov-operador                    pic x(08).
