      *> copybook: linha do arquivo delimitado (";") do relatorio
      *> gerencial de vendas, para planilha (VENDAS.CSV, programa
      *> vendas): uma linha de cabecalho com os nomes das colunas e
      *> uma linha por terminal e por total de cada concurso
       01  vend-csv-rec                        pic x(400).
