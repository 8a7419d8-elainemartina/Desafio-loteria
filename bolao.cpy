      *>----------------------------------------------------------------
      *>   Copybook   : BOLAO
      *>   Descricao  : Layout de um registro do cadastro de cotas de
      *>                bolao (arquivo BOLAO-COTAS, indexado pelo
      *>                protocolo da aposta e pelo codigo do cotista):
      *>                um registro por apostador participante de uma
      *>                aposta em bolao, com a quantidade de cotas dele
      *>                e a parte do preco da aposta que lhe cabe. O
      *>                responsavel pelo bolao e o dono da aposta no
      *>                APOSTAS-HIST e tem o seu proprio registro aqui.
      *>   Autor      : Elaine Martina Andre
      *>   Data       : 15/10/2026
      *>----------------------------------------------------------------
      *>   Historico de Alteracoes
      *>   Data       Autor   Descricao
      *>   15/10/2026 EMA     Criacao do layout das cotas de bolao
      *>----------------------------------------------------------------
       01  bl-registro.
           05  bl-chave.
               10  bl-protocolo                 pic 9(18).
               10  bl-cod-apostador             pic 9(06).
           05  bl-concurso                      pic 9(06).
           05  bl-data                          pic 9(08).
           05  bl-qtd-cotas                     pic 9(03).
           05  bl-total-cotas                   pic 9(03).
           05  bl-valor-cota                    pic 9(05)v99.
           05  bl-participacao                  pic x(01).
               88  bl-responsavel               value "R".
               88  bl-cotista                   value "C".
