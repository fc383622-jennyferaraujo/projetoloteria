      *> copybook: layout de uma linha do relatorio das versoes da
      *> tabela de parametros (PARAMETROS.LST), gerado pelo programa
      *> "parametros", com os concursos apurados com cada versao
       01  parm-rel-rec                           pic x(200).
