      *> copybook: layout de uma linha do informe anual de rendimentos
      *> de premios por CPF (INFORME.LST), gerado pelo programa
      *> "retencao"
       01  info-rel-rec                           pic x(200).
