      *>   02/09/2026 EMA     Inclusao da data de vigencia; o arquivo
      *>                      passa a aceitar varios registros, um por
      *>                      vigencia
      *>   15/10/2026 EMA     Inclusao do percentual da arrecadacao do
      *>                      concurso destinado a cada faixa, base do
      *>                      rateio oficial na apuracao
      *>----------------------------------------------------------------
       01  pj-registro.
           05  pj-data-vigencia                 pic 9(08).
           05  pj-premio-sena                   pic 9(09)v99.
           05  pj-premio-quina                  pic 9(09)v99.
           05  pj-premio-quadra                 pic 9(09)v99.
           05  pj-perc-rateio-sena              pic 9(03)v99.
           05  pj-perc-rateio-quina             pic 9(03)v99.
           05  pj-perc-rateio-quadra            pic 9(03)v99.
