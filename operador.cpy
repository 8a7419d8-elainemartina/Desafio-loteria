      *>----------------------------------------------------------------
      *>   Copybook   : OPERADOR
      *>   Descricao  : Layout do registro do cadastro de operadores
      *>                dos postos de venda (arquivo OPERADORES-POSTO,
      *>                indexado pelo posto e pelo codigo do operador):
      *>                quem pode vender, estornar e pagar premios em
      *>                cada posto do POSTOS-VENDA.
      *>   Autor      : Elaine Martina Andre
      *>   Data       : 15/10/2026
      *>----------------------------------------------------------------
      *>   Historico de Alteracoes
      *>   Data       Autor   Descricao
      *>   15/10/2026 EMA     Criacao do layout do cadastro de operadores
      *>----------------------------------------------------------------
       01  op-registro.
           05  op-chave.
               10  op-cod-posto                 pic 9(04).
               10  op-codigo                    pic x(10).
           05  op-nome                          pic x(40).
           05  op-situacao                      pic x(01).
               88  op-ativo                     value "A".
               88  op-inativo                   value "I".
