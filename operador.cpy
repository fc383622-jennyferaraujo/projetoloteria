      *> copybook: layout do registro do cadastro de operadores
      *> (OPERADORES.DAT), indexado pelo codigo do operador - mesmo
      *> padrao de arquivo indexado de JOGADORES.DAT. a senha nunca e
      *> gravada: guarda-se so a cifra de 10 digitos calculada pelo
      *> programa cifrasen sobre codigo + senha. o perfil define o que
      *> o operador pode executar (ver operctl.cpy); a cada senha
      *> errada o login soma uma tentativa e, no limite, bloqueia o
      *> operador ate o administrador desbloquea-lo (programa
      *> operadores); o login certo zera as tentativas
       01  operador-rec.
           05  oper-id                         pic x(08).
           05  oper-nome                       pic x(30).
           05  oper-senha-cifrada              pic 9(10).
           05  oper-perfil                     pic x(01).
               88  oper-vendedor               value "V".
               88  oper-gerente                value "G".
               88  oper-apuracao               value "A".
               88  oper-administrador          value "D".
           05  oper-situacao                   pic x(01).
               88  oper-ativo                  value "A".
               88  oper-bloqueado              value "B".
           05  oper-tentativas                 pic 9(01).
           05  oper-ultimo-acesso              pic x(14).
