      *>                     nao esta aberto para apostas
      *>                06 - Limite diario de gasto do apostador
      *>                     excedido
      *>                07 - Bolao invalido (cotista fora do cadastro,
      *>                     inativo ou repetido, ou cotas que nao
      *>                     fecham o total declarado)
      *>                08 - Posto de venda ou operador do cartao fora
      *>                     do cadastro ou inativo
      *>                09 - Cartao surpresinha com numero preenchido
      *>   Autor      : Elaine Martina Andre
      *>   Data       : 22/08/2026
      *>----------------------------------------------------------------
      *>                      concurso nao aberto para apostas
      *>   02/09/2026 EMA     Inclusao do motivo 06, limite diario de
      *>                      gasto do apostador excedido
      *>   15/10/2026 EMA     Inclusao da imagem do bolao copiada do
      *>                      cartao recebido e do motivo 07, bolao
      *>                      invalido
      *>   15/10/2026 EMA     Inclusao do posto e do operador copiados
      *>                      do cartao recebido e do motivo 08, posto
      *>                      ou operador invalido
      *>   15/10/2026 EMA     Inclusao da marca de surpresinha copiada
      *>                      do cartao recebido e do motivo 09,
      *>                      surpresinha com numero preenchido
      *>----------------------------------------------------------------
       01  cr-registro.
           05  cr-nr-cartao                     pic 9(08).
               88  cr-motivo-excedente          value "04".
               88  cr-motivo-concurso           value "05".
               88  cr-motivo-limite             value "06".
               88  cr-motivo-bolao              value "07".
               88  cr-motivo-posto              value "08".
               88  cr-motivo-surpresinha        value "09".
           05  cr-nr-apostas                    pic 9(02).
           05  cr-numeros-apostados.
               10  cr-num-apostado occurs 10 times
                                                 pic 9(02).
           05  cr-bolao                         pic x(87).
           05  cr-cod-posto                     pic 9(04).
           05  cr-cod-operador                  pic x(10).
           05  cr-surpresinha                   pic x(01).
               88  cr-cartao-surpresinha        value "S".
               88  cr-cartao-escolhido          value "N" " ".
