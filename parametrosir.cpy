      *>----------------------------------------------------------------
      *>   Copybook   : PARAMETROSIR
      *>   Descricao  : Layout do registro de parametros do imposto de
      *>                renda retido na fonte sobre premios (arquivo
      *>                PARAMETROS-IR): limite de isencao e aliquota.
      *>                Premio acima do limite tem o imposto retido
      *>                pela aliquota sobre o valor bruto inteiro.
      *>                Como nos parametros do jogo, o arquivo guarda
      *>                um registro por vigencia; o registro em vigor
      *>                em uma data e o de maior data de vigencia menor
      *>                ou igual a ela. Cada registro guarda tambem
      *>                quem o gravou e quando.
      *>   Autor      : Elaine Martina Andre
      *>   Data       : 15/10/2026
      *>----------------------------------------------------------------
      *>   Historico de Alteracoes
      *>   Data       Autor   Descricao
      *>   15/10/2026 EMA     Criacao do layout dos parametros do IR
      *>----------------------------------------------------------------
       01  pi-registro.
           05  pi-data-vigencia                 pic 9(08).
           05  pi-limite-isencao                pic 9(09)v99.
           05  pi-aliquota                      pic 9(02)v99.
           05  pi-data-gravacao                 pic 9(08).
           05  pi-hora-gravacao                 pic 9(08).
           05  pi-operador                      pic x(30).
