      *> (e dos campos novos) nao abre mais: renomeie-o para
      *> APOSTAS.OLD e converta com o programa convaposta (opcao de
      *> layout "com valor pago/concurso-alvo"), que regrava o arquivo
      *> no layout atual ja com o indice por concurso (a opcao "com
      *> data de liquidacao/cotas" converte o layout imediatamente
      *> anterior a origem do jogo e ao terminal da venda). o programa
      *> salvaguarda recarrega um arquivo DO LAYOUT ATUAL a partir da
      *> descarga APOSTAS.SLV, para recuperacao de indice corrompido
       01  aposta-rec.
      *> bilhetes gravados antes da criacao do campo ficam com ele em
      *> branco e sao tratados como bilhete comum
           05  aposta-qnt-cotas                pic 9(02).
      *> como o jogo foi gerado na venda, para o relatorio gerencial
      *> de vendas (programa vendas): dezenas digitadas, surpresinha,
      *> surpresinha quente, replica de teimosinha, bolao ou lote. e o
      *> terminal (ver pontovda.cpy) em que o bilhete foi vendido.
      *> bilhetes convertidos de um layout anterior (convaposta) ficam
      *> com a origem em branco (nao informada) e terminal 0
           05  aposta-origem                   pic x(01).
               88  aposta-origem-digitada      value "D".
               88  aposta-origem-surpresinha   value "S".
               88  aposta-origem-quente        value "Q".
               88  aposta-origem-teimosinha    value "T".
               88  aposta-origem-bolao         value "B".
               88  aposta-origem-lote          value "L".
           05  aposta-terminal-venda           pic 9(03).
