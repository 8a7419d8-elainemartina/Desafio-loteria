       77  ws-premio-sena                          pic 9(09)v99.
       77  ws-premio-quina                         pic 9(09)v99.
       77  ws-premio-quadra                        pic 9(09)v99.
       77  ws-perc-rateio-sena                     pic 9(03)v99.
       77  ws-perc-rateio-quina                    pic 9(03)v99.
       77  ws-perc-rateio-quadra                   pic 9(03)v99.
       77  ws-perc-total                           pic 9(04)v99.
       77  ws-operador                             pic x(30).
       77  ws-resposta                             pic x(01).

           05  ws-vig-premio-sena               pic 9(09)v99.
           05  ws-vig-premio-quina              pic 9(09)v99.
           05  ws-vig-premio-quadra             pic 9(09)v99.
           05  ws-vig-perc-rateio-sena          pic 9(03)v99.
           05  ws-vig-perc-rateio-quina         pic 9(03)v99.
           05  ws-vig-perc-rateio-quadra        pic 9(03)v99.

       77  ws-valor-tela                           pic zzzzzzzz9,99.
       77  ws-perc-tela                            pic zz9,99.

      *>----Variaveis para comunicação entre programas
       linkage section.
               accept ws-premio-quadra
           end-perform

      *>   Percentuais da arrecadacao do concurso destinados ao rateio
      *>   de cada faixa na apuracao oficial; a soma das tres faixas
      *>   nao pode passar da arrecadacao inteira
           perform aceita-perc-rateio

           perform until ws-perc-total <= 100
               display "A Soma dos Percentuais de Rateio Passa de 100%"
                   " - Informe os Percentuais Novamente."
               perform aceita-perc-rateio
           end-perform

           display "Confirma a Gravacao da Vigencia " ws-data-vigencia
               "? (S/N)"
           accept ws-resposta
       inclui-vigencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Digitacao dos Percentuais de Rateio da Arrecadacao por Faixa
      *>------------------------------------------------------------------------
       aceita-perc-rateio section.

           display "Percentual da Arrecadacao Para a Sena  : "
           accept ws-perc-rateio-sena

           perform until ws-perc-rateio-sena > zero
               display "O Percentual Deve Ser Maior do Que Zero."
               accept ws-perc-rateio-sena
           end-perform

           display "Percentual da Arrecadacao Para a Quina : "
           accept ws-perc-rateio-quina

           perform until ws-perc-rateio-quina > zero
               display "O Percentual Deve Ser Maior do Que Zero."
               accept ws-perc-rateio-quina
           end-perform

           display "Percentual da Arrecadacao Para a Quadra: "
           accept ws-perc-rateio-quadra

           perform until ws-perc-rateio-quadra > zero
               display "O Percentual Deve Ser Maior do Que Zero."
               accept ws-perc-rateio-quadra
           end-perform

           compute ws-perc-total = ws-perc-rateio-sena
                                 + ws-perc-rateio-quina
                                 + ws-perc-rateio-quadra

           .
       aceita-perc-rateio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Acrescenta a Nova Vigencia ao Arquivo de Parametros
      *>------------------------------------------------------------------------
       grava-vigencia section.
           move ws-premio-quina  to pj-premio-quina
           move ws-premio-quadra to pj-premio-quadra

           move ws-perc-rateio-sena   to pj-perc-rateio-sena
           move ws-perc-rateio-quina  to pj-perc-rateio-quina
           move ws-perc-rateio-quadra to pj-perc-rateio-quadra

           open extend parametros-arq
           if ws-fs-par = "35"
               open output parametros-arq
           move ws-premio-quina  to pl-premio-quina
           move ws-premio-quadra to pl-premio-quadra

           move ws-perc-rateio-sena   to pl-perc-rateio-sena
           move ws-perc-rateio-quina  to pl-perc-rateio-quina
           move ws-perc-rateio-quadra to pl-perc-rateio-quadra

           open extend log-arq
           if ws-fs-log = "35"
               open output log-arq
           move pj-premio-quina  to ws-vig-premio-quina
           move pj-premio-quadra to ws-vig-premio-quadra

           move pj-perc-rateio-sena   to ws-vig-perc-rateio-sena
           move pj-perc-rateio-quina  to ws-vig-perc-rateio-quina
           move pj-perc-rateio-quadra to ws-vig-perc-rateio-quadra

           .
       guarda-registro-vigente-exit.
           exit.
           move ws-vig-premio-quadra to ws-valor-tela
           display "Premio da Quadra    : R$ " ws-valor-tela

           move ws-vig-perc-rateio-sena to ws-perc-tela
           display "Rateio da Sena      : " ws-perc-tela "%"
           move ws-vig-perc-rateio-quina to ws-perc-tela
           display "Rateio da Quina     : " ws-perc-tela "%"
           move ws-vig-perc-rateio-quadra to ws-perc-tela
           display "Rateio da Quadra    : " ws-perc-tela "%"

           .
       exibe-registro-vigente-exit.
           exit.
