      *> copybook: operador identificado na execucao, compartilhado
      *> (EXTERNAL) entre o programa login, que o preenche, e os
      *> programas que exigem login (mesmo recurso de fechdctl.cpy).
      *> quem ja encontra o operador logado nao pergunta de novo: os
      *> programas da cadeia do fechadia rodam com o operador que
      *> abriu o fechamento. o codigo do operador e carimbado em todo
      *> registro de AUDITORIA.DAT e MOVIMENTO.DAT.
      *> perfis: V = vendedor (venda, bolao, pagamento no balcao e
      *> conferencia de comprovante), G = gerente (tambem lote,
      *> manutencoes, cancelamento, calendario, remessa/retorno,
      *> prescricao e interface contabil), A = apuracao (apuracao
      *> oficial e fechamento do dia), D = administrador (tudo,
      *> inclusive operadores, parametros, expurgo e salvaguarda)
       01  operador-sessao external.
           05  ops-operador-id                 pic x(08).
           05  ops-perfil                      pic x(01).
               88  ops-vendedor                value "V".
               88  ops-gerente                 value "G".
               88  ops-apuracao                value "A".
               88  ops-administrador           value "D".
           05  ops-situacao                    pic x(01).
               88  operador-logado             value "S".
