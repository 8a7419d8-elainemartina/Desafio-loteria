      *>   Historico de Alteracoes
      *>   Data       Autor   Descricao
      *>   02/09/2026 EMA     Criacao do layout da interface contabil
      *>   15/10/2026 EMA     Inclusao do tipo de lancamento no detalhe
      *>                      (aposta ou premio do rateio oficial)
      *>   15/10/2026 EMA     Tipo de lancamento C para a cota de um
      *>                      cotista de aposta em bolao
      *>   15/10/2026 EMA     Tipo de lancamento E para o estorno de
      *>                      aposta: o detalhe traz os valores do
      *>                      lancamento estornado, a serem revertidos
      *>                      pela contabilidade; os totais do trailer
      *>                      continuam somando os detalhes como vieram
      *>   15/10/2026 EMA     Tipo de lancamento R para o imposto de
      *>                      renda retido no pagamento de um premio:
      *>                      o detalhe traz a data do pagamento e o
      *>                      imposto retido no campo do premio; o
      *>                      trailer ganha o total retido, fora do
      *>                      total de premios
      *>----------------------------------------------------------------
       01  ec-cab-registro.
           05  ec-cab-tipo                      pic x(01).
           05  ec-det-valor-arrecadado          pic 9(05)v99.
           05  ec-det-premio-devido             pic 9(09)v99.
           05  ec-det-faixa-premio              pic x(01).
           05  ec-det-tipo-lancamento           pic x(01).
           05  filler                           pic x(05).

       01  ec-tra-registro.
           05  ec-tra-tipo                      pic x(01).
           05  ec-tra-qtd-detalhes              pic 9(08).
           05  ec-tra-total-arrecadado          pic 9(13)v99.
           05  ec-tra-total-premios             pic 9(13)v99.
           05  ec-tra-total-retido              pic 9(13)v99.
           05  filler                           pic x(06).
