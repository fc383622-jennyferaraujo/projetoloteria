      *> copybook: layout do registro do calendario de concursos
      *> (CONCURSOS.DAT), indexado pelo numero do concurso - mesmo
      *> padrao de arquivo indexado de TERMINAIS.DAT. cada concurso tem
      *> a data/hora do sorteio (AAAAMMDD / HHMM), o horario-limite de
      *> venda e a situacao: toda venda (interativa, surpresinha,
      *> teimosinha, bolao e lote) e todo cancelamento exigem concurso
      *> cadastrado, aberto e antes do horario-limite; a apuracao
      *> oficial exige que a data de OFICIAL.DAT seja a do calendario
      *> e marca o concurso como apurado
       01  calendario-rec.
           05  cal-concurso                    pic 9(06).
           05  cal-sorteio.
               10  cal-data-sorteio            pic x(08).
               10  cal-hora-sorteio            pic x(04).
           05  cal-limite-venda.
               10  cal-data-limite             pic x(08).
               10  cal-hora-limite             pic x(04).
      *> situacao: "A" = vendas abertas, "E" = vendas encerradas (pelo
      *> operador ou automaticamente ao passar do horario-limite),
      *> "P" = concurso apurado
           05  cal-situacao                    pic x(01).
               88  cal-aberto                  value "A".
               88  cal-vendas-encerradas       value "E".
               88  cal-apurado                 value "P".
