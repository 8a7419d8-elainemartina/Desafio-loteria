      *>                devido pela faixa alcancada, base do fechamento
      *>                de caixa diario.
      *>   Faixas     : S - Sena  Q - Quina  D - Quadra  N - Nenhuma
      *>   Tipos      : A - Aposta (valor arrecadado da aposta vendida)
      *>                C - Cota de bolao (parte do preco da aposta
      *>                    paga por um cotista que nao e o responsavel)
      *>                P - Premio do rateio oficial do concurso
      *>                E - Estorno (devolve o valor e anula o premio
      *>                    de um lancamento de aposta ou de cota da
      *>                    aposta estornada)
      *>   Autor      : Elaine Martina Andre
      *>   Data       : 22/08/2026
      *>----------------------------------------------------------------
      *>   22/08/2026 EMA     Criacao do layout do movimento financeiro
      *>   22/08/2026 EMA     Protocolo alinhado ao novo formato composto
      *>                      pela estampa da execucao
      *>   15/10/2026 EMA     Inclusao do concurso da aposta e do tipo
      *>                      de lancamento, para as linhas de premio
      *>                      do rateio oficial gravadas na apuracao;
      *>                      brancos nos registros anteriores valem
      *>                      como lancamento de aposta
      *>   15/10/2026 EMA     Inclusao do tipo C, cota de bolao: cada
      *>                      cotista tem a sua linha com a parte dele
      *>                      no preco e no premio da aposta
      *>   15/10/2026 EMA     Inclusao do tipo E, estorno: repete os
      *>                      valores do lancamento estornado, na data
      *>                      do estorno, e guarda a data da aposta
      *>                      estornada para o limite diario
      *>   15/10/2026 EMA     Inclusao do posto de venda e do operador
      *>                      do lancamento: quem vendeu a aposta ou a
      *>                      cota, quem estornou, ou, no premio do
      *>                      rateio, quem vendeu a aposta premiada
      *>----------------------------------------------------------------
       01  mv-registro.
           05  mv-protocolo                     pic 9(18).
               88  mv-faixa-quina               value "Q".
               88  mv-faixa-quadra              value "D".
               88  mv-faixa-nenhuma             value "N".
           05  mv-concurso                      pic 9(06).
           05  mv-tipo-lancamento               pic x(01).
               88  mv-lanc-aposta               value "A" " ".
               88  mv-lanc-premio               value "P".
               88  mv-lanc-cota                 value "C".
               88  mv-lanc-estorno              value "E".
           05  mv-data-aposta                   pic 9(08).
           05  mv-cod-posto                     pic 9(04).
           05  mv-cod-operador                  pic x(10).
