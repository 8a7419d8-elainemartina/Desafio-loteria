      *>----------------------------------------------------------------
      *>   Copybook   : POSTO
      *>   Descricao  : Layout do registro do cadastro de postos de
      *>                venda (arquivo POSTOS-VENDA, indexado pelo
      *>                codigo do posto): nome, percentual de comissao
      *>                sobre a arrecadacao liquida do posto e
      *>                situacao. Os operadores de cada posto ficam no
      *>                OPERADORES-POSTO.
      *>   Autor      : Elaine Martina Andre
      *>   Data       : 15/10/2026
      *>----------------------------------------------------------------
      *>   Historico de Alteracoes
      *>   Data       Autor   Descricao
      *>   15/10/2026 EMA     Criacao do layout do cadastro de postos
      *>----------------------------------------------------------------
       01  pv-registro.
           05  pv-codigo                        pic 9(04).
           05  pv-nome                          pic x(40).
           05  pv-perc-comissao                 pic 9(02)v99.
           05  pv-situacao                      pic x(01).
               88  pv-ativo                     value "A".
               88  pv-inativo                   value "I".
