      $set sourceformat"free"
      *> divisão de identificação do programa
       identification division.
       program-id. "cifrasen".
       author. "Jennyfer Aaujo".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *> divisão para configuração do ambiente
       environment Division.
       configuration Section.
           special-names. decimal-point is comma.

      *> declaração de variáveis
       data division.

      *> variáveis de trabalho
       working-storage section.

      *> chave da casa para a cifra das senhas (mesmo calculo do
      *> codigo de autenticacao do comprovante de aposta)
       77  chave-cifra                             pic 9(10) value 5820463917.
       77  acum-cifra                              pic 9(12).
       77  ind-cifra                               pic 9(02).

       01  dados-cifra.
           05  dc-operador                         pic x(08).
           05  dc-senha                            pic x(08).
       01  filler redefines dados-cifra.
           05  dc-caracter occurs 16 times         pic x(01).

      *> variaveis para comunicação entre programas
       linkage section.

       COPY "cifrapar.cpy".

      *> declaração do corpo do programa
       procedure division using cifra-parametros.

           perform inicializa.
           perform processamento.
           perform finaliza.

       inicializa section.

      *> inicilização das variáveis
           move cif-operador to dc-operador
           move cif-senha to dc-senha
           move chave-cifra to acum-cifra
           .
       inicializa-exit.
           exit.


       processamento section.

      *> cada caracter do codigo + senha e acumulado, ponderado pela
      *> posicao, modulo um primo de 10 digitos: o mesmo par sempre da
      *> a mesma cifra, e a mesma senha em operadores diferentes da
      *> cifras diferentes
           perform varying ind-cifra from 1 by 1 until ind-cifra > 16
               compute acum-cifra = function mod(
                   acum-cifra * 31
                   + function ord(dc-caracter(ind-cifra)) * ind-cifra
                   + 7, 9999999967)
           end-perform
           move acum-cifra to cif-resultado
           .
       processamento-exit.
           exit.


       finaliza section.
           goback
           .
       finaliza-exit.
           exit.
