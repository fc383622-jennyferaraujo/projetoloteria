      *> copybook: layout de uma linha do relatorio de conferencia da
      *> exportacao contabil (CONTABIL.LST), gerado pelo programa
      *> "contabil": totais exportados por evento contra os totais do
      *> livro-caixa apurados com as regras do fechacaixa
       01  cont-rel-rec                           pic x(200).
