      *> copybook: acumuladores de um grupo do relatorio gerencial de
      *> vendas (programa vendas) - as vendas de um terminal num
      *> concurso, ou o total do concurso. incluido sob um item de
      *> grupo (linha de tabela ou 01) com o prefixo trocado por
      *> replacing, mesmo recurso usado com sorthist.cpy.
      *> os bilhetes cancelados entram em emitidos e cancelados; as
      *> quebras por origem e por dezenas e os jogadores distintos
      *> contam so os bilhetes validos (nao cancelados).
      *> origem: 1 digitado, 2 surpresinha, 3 surpresinha quente,
      *> 4 teimosinha, 5 bolao, 6 lote, 7 nao informada (bilhete
      *> convertido de layout anterior); dezenas: 1 = 6 ... 5 = 10
           10  grp-terminal                    pic 9(03).
           10  grp-qnt-emitidos                pic 9(06).
           10  grp-qnt-cancelados              pic 9(06).
           10  grp-valor-emitido               pic 9(10)v99.
           10  grp-valor-cancelado             pic 9(10)v99.
           10  grp-qnt-jogadores               pic 9(06).
           10  grp-origem occurs 7 times.
               15  grp-origem-qnt              pic 9(06).
               15  grp-origem-valor            pic 9(10)v99.
           10  grp-dezenas occurs 5 times.
               15  grp-dezenas-qnt             pic 9(06).
               15  grp-dezenas-valor           pic 9(10)v99.
