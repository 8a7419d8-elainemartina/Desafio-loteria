      *>----------------------------------------------------------------
      *>   Copybook   : DECLARACAOIR
      *>   Descricao  : Layout do arquivo anual entregue a Receita
      *>                (arquivo IR-DECLARACAO-<ano>) com os premios
      *>                pagos e o imposto de renda retido no ano-
      *>                calendario: um cabecalho com o ano, um detalhe
      *>                por apostador beneficiado e um trailer com a
      *>                quantidade de beneficiarios e os totais.
      *>   Tipos      : H - Cabecalho  D - Detalhe  T - Trailer
      *>   Autor      : Elaine Martina Andre
      *>   Data       : 15/10/2026
      *>----------------------------------------------------------------
      *>   Historico de Alteracoes
      *>   Data       Autor   Descricao
      *>   15/10/2026 EMA     Criacao do layout da declaracao anual
      *>----------------------------------------------------------------
       01  di-cab-registro.
           05  di-cab-tipo                      pic x(01).
               88  di-cab-header                value "H".
           05  di-cab-ano-calendario            pic 9(04).
           05  di-cab-data-geracao              pic 9(08).
           05  di-cab-hora-geracao              pic 9(08).
           05  filler                           pic x(89).

       01  di-det-registro.
           05  di-det-tipo                      pic x(01).
               88  di-det-detalhe               value "D".
           05  di-det-cod-apostador             pic 9(06).
           05  di-det-documento                 pic x(14).
           05  di-det-nome                      pic x(40).
           05  di-det-qtd-pagamentos            pic 9(05).
           05  di-det-valor-bruto               pic 9(11)v99.
           05  di-det-valor-ir                  pic 9(11)v99.
           05  di-det-valor-liquido             pic 9(11)v99.
           05  filler                           pic x(05).

       01  di-tra-registro.
           05  di-tra-tipo                      pic x(01).
               88  di-tra-trailer               value "T".
           05  di-tra-qtd-beneficiarios         pic 9(08).
           05  di-tra-total-bruto               pic 9(13)v99.
           05  di-tra-total-ir                  pic 9(13)v99.
           05  di-tra-total-liquido             pic 9(13)v99.
           05  filler                           pic x(56).
