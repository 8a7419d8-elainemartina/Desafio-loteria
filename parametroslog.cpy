      *>   Historico de Alteracoes
      *>   Data       Autor   Descricao
      *>   02/09/2026 EMA     Criacao do layout da trilha de alteracoes
      *>   15/10/2026 EMA     Inclusao dos percentuais de rateio por
      *>                      faixa, espelhando os parametros do jogo
      *>----------------------------------------------------------------
       01  pl-registro.
           05  pl-data-gravacao                 pic 9(08).
           05  pl-premio-sena                   pic 9(09)v99.
           05  pl-premio-quina                  pic 9(09)v99.
           05  pl-premio-quadra                 pic 9(09)v99.
           05  pl-perc-rateio-sena              pic 9(03)v99.
           05  pl-perc-rateio-quina             pic 9(03)v99.
           05  pl-perc-rateio-quadra            pic 9(03)v99.
