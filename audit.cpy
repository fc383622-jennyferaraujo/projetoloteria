      *> reservados antes pelo programa pagamentos e nao podem ser
      *> reutilizados sem mudar o significado da trilha ja gravada),
      *> 5 = remessa e 6 = retorno do programa pagamentos,
      *> 0 = prescricao de premios (programa prescreve).
      *> os digitos se esgotaram: modos novos usam letra, e o campo
      *> passou a alfanumerico (os digitos ja gravados continuam
      *> valendo como estao) - "B" = pagamento de premio no balcao
      *> (modo 10 do projetoloteria), "C" = conferencia de comprovante
      *> (modo 11) e "D" = manutencao do calendario de concursos (modo
      *> 12) - estes dois nao gravam APOSTAS.DAT hoje, mas tem letra
      *> reservada para nao sairem truncados como "1" e "2"
       01  auditoria-rec.
           05  aud-data-hora                   pic x(14).
           05  aud-modo                        pic x(01).
           05  aud-operacao                    pic x(01).
               88  aud-inclusao                value "I".
               88  aud-alteracao               value "A".
      *> completa com espacos na leitura)
           05  aud-imagem-antes                pic x(100).
           05  aud-imagem-depois               pic x(100).
      *> operador identificado no login (ver operctl.cpy) que fez a
      *> operacao; registros gravados antes da criacao do campo ficam
      *> com ele em branco (o line sequential completa com espacos)
           05  aud-operador                    pic x(08).
