      *>   Copybook   : PAGAMENTO
      *>   Descricao  : Layout de um registro do controle de pagamento
      *>                de premios (arquivo PAGAMENTOS-PREMIO, indexado
      *>                pelo lancamento premiado): quem pagou, quando
      *>                e quanto foi pago de cada premio devido no
      *>                MOVIMENTO-FINANCEIRO. A chave unica pelo
      *>                lancamento garante que o mesmo premio nunca
      *>                seja registrado como pago duas vezes.
      *>   Autor      : Elaine Martina Andre
      *>   Data       : 02/09/2026
      *>----------------------------------------------------------------
      *>   Historico de Alteracoes
      *>   Data       Autor   Descricao
      *>   02/09/2026 EMA     Criacao do layout do pagamento de premio
      *>   15/10/2026 EMA     Chave passa a ser o lancamento pago
      *>                      (protocolo, apostador e tipo), pois um
      *>                      protocolo pode ter o premio do jogo e o
      *>                      premio do rateio oficial do concurso
      *>   15/10/2026 EMA     Inclusao do posto de venda e do operador
      *>                      que pagaram o premio
      *>   15/10/2026 EMA     Retencao do imposto de renda: o valor
      *>                      pago passa a ser o premio bruto, com o
      *>                      imposto retido, a aliquota aplicada e o
      *>                      liquido entregue ao apostador. Registros
      *>                      convertidos trazem imposto zero e liquido
      *>                      igual ao bruto
      *>   15/10/2026 EMA     O layout original (chave so pelo
      *>                      protocolo) e convertido uma unica vez
      *>                      pelo CONVERTEPAGAMENTOS, antes de rodar
      *>                      os programas deste layout: tipo A, sem
      *>                      posto e operador, imposto zero e liquido
      *>                      igual ao bruto
      *>----------------------------------------------------------------
       01  pg-registro.
           05  pg-chave.
               10  pg-protocolo                 pic 9(18).
               10  pg-cod-apostador             pic 9(06).
               10  pg-tipo-lancamento           pic x(01).
                   88  pg-lanc-aposta           value "A".
                   88  pg-lanc-premio           value "P".
           05  pg-data-pagamento                pic 9(08).
           05  pg-hora-pagamento                pic 9(08).
           05  pg-pagador                       pic x(30).
      *>   Premio bruto devido no lancamento
           05  pg-valor-pago                    pic 9(09)v99.
           05  pg-faixa-premio                  pic x(01).
               88  pg-faixa-sena                value "S".
               88  pg-faixa-quina               value "Q".
               88  pg-faixa-quadra              value "D".
           05  pg-cod-posto                     pic 9(04).
           05  pg-cod-operador                  pic x(10).
           05  pg-aliquota-ir                   pic 9(02)v99.
           05  pg-valor-ir                      pic 9(09)v99.
           05  pg-valor-liquido                 pic 9(09)v99.
