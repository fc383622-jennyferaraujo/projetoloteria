      *> copybook: linha do relatorio de ocorrencias do monitoramento
      *> de jogadores suspeitos (MONITORA.LST, programa "monitora")
       01  moni-rel-rec                        pic x(200).
