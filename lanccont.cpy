      *> copybook: layout de um lancamento contabil exportado
      *> (LANCCONT.DAT, sequencial, gravado por extensao; e
      *> LANCCONT.TMP, a area de montagem da exportacao em curso),
      *> gerado pelo programa "contabil" a partir do livro-caixa
      *> MOVIMENTO.DAT: um lancamento a debito e um a credito por
      *> evento e data. o estorno de uma exportacao grava os mesmos
      *> lancamentos com a natureza invertida e lanc-tipo "E"
       01  lanc-rec.
           05  lanc-lote                       pic 9(06).
           05  lanc-data                       pic x(08).
           05  lanc-evento                     pic x(02).
           05  lanc-natureza                   pic x(01).
               88  lanc-debito                 value "D".
               88  lanc-credito                value "C".
           05  lanc-conta                      pic x(12).
           05  lanc-valor                      pic 9(10)v99.
           05  lanc-historico                  pic x(30).
           05  lanc-tipo                       pic x(01).
               88  lanc-normal                 value "N".
               88  lanc-estorno                value "E".
