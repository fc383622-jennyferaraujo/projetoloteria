           05  ah-sena                         pic 9(10)v99.
           05  ah-quina                        pic 9(10)v99.
           05  ah-quadra                       pic 9(10)v99.
      *> vigencia (par-vigencia de PARAMETROS.DAT) da versao da tabela
      *> de parametros usada no rateio deste concurso; registros
      *> gravados antes da tabela de parametros tem o campo em branco
           05  ah-vigencia-parametros          pic x(08).
