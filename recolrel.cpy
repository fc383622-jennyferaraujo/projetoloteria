      *> copybook: layout de uma linha do resumo de recolhimento do
      *> imposto de renda retido sobre premios (RECOLHIMENTO.LST),
      *> gerado pelo programa "retencao"
       01  recol-rel-rec                          pic x(200).
