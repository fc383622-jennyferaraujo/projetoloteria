      *> copybook: layout do controle das exportacoes contabeis
      *> (EXPORTA.DAT), indexado pela data do livro-caixa exportada:
      *> uma data so pode ser exportada de novo depois do estorno
      *> explicito da exportacao anterior (programa "contabil")
       01  exporta-rec.
           05  exp-data                        pic x(08).
           05  exp-lote                        pic 9(06).
           05  exp-situacao                    pic x(01).
               88  exp-exportada               value "X".
               88  exp-estornada               value "E".
           05  exp-data-hora-exportacao        pic x(14).
           05  exp-data-hora-estorno           pic x(14).
           05  exp-qnt-lancamentos             pic 9(05).
           05  exp-total-debito                pic 9(12)v99.
           05  exp-total-credito               pic 9(12)v99.
      *> ajuste da provisao do bolo acumulado lancado junto com esta
      *> data (so na ultima data do periodo exportado; zero nas
      *> demais), para o estorno devolver o saldo provisionado
           05  exp-ajuste-provisao             pic s9(10)v99.
