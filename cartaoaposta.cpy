      *>                      cartao (CADASTRO-APOSTADORES)
      *>   02/09/2026 EMA     Inclusao do numero do concurso para o
      *>                      qual o cartao foi vendido (CONCURSOS)
      *>   15/10/2026 EMA     Inclusao do bolao: total de cotas, cotas
      *>                      do dono do cartao (responsavel) e ate 9
      *>                      cotistas com as suas cotas; total de
      *>                      cotas zero indica aposta individual
      *>   15/10/2026 EMA     Inclusao do posto de venda (POSTOS-VENDA)
      *>                      e do operador (OPERADORES-POSTO) que
      *>                      venderam o cartao
      *>   15/10/2026 EMA     Inclusao da marca de surpresinha: o
      *>                      cartao chega so com a quantidade de
      *>                      numeros e o lote escolhe os numeros
      *>----------------------------------------------------------------
       01  ca-registro.
           05  ca-cod-apostador                 pic 9(06).
           05  ca-numeros-apostados.
               10  ca-num-apostado occurs 10 times
                                                 pic 9(02).
           05  ca-bolao.
               10  ca-total-cotas               pic 9(03).
               10  ca-cotas-responsavel         pic 9(03).
               10  ca-cotista occurs 9 times.
                   15  ca-cod-cotista           pic 9(06).
                   15  ca-cotas-cotista         pic 9(03).
           05  ca-cod-posto                     pic 9(04).
           05  ca-cod-operador                  pic x(10).
           05  ca-surpresinha                   pic x(01).
               88  ca-cartao-surpresinha        value "S".
               88  ca-cartao-escolhido          value "N" " ".
