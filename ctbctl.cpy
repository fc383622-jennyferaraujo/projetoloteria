      *> copybook: registro de controle da interface contabil
      *> (CONTABIL.CTL) - ultimo lote de exportacao usado e saldo da
      *> provisao do bolo acumulado ja contabilizado, para a proxima
      *> exportacao lancar so a diferenca para o ACUMULA.DAT corrente
      *> (mesmo espirito do registro de controle CONCURSO.CTL)
       01  contabil-ctl-rec.
           05  ctb-ultimo-lote                 pic 9(06).
           05  ctb-saldo-provisao              pic 9(12)v99.
