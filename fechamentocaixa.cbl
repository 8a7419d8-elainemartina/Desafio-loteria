       77  ws-qtd-apostas-dia                      pic 9(08).
       77  ws-total-arrecadado-dia                 pic 9(11)v99.
       77  ws-total-premios-dia                    pic 9(11)v99.
       77  ws-qtd-estornos-dia                     pic 9(08).
       77  ws-total-estornado-dia                  pic 9(11)v99.
       77  ws-premios-estornados-dia               pic 9(11)v99.
       77  ws-liquido-dia                          pic s9(11)v99.

      *>   Totais gerais do periodo do arquivo
       77  ws-qtd-apostas-geral                    pic 9(08).
       77  ws-total-arrecadado-geral               pic 9(11)v99.
       77  ws-total-premios-geral                  pic 9(11)v99.
       77  ws-qtd-estornos-geral                   pic 9(08).
       77  ws-total-estornado-geral                pic 9(11)v99.
       77  ws-premios-estornados-geral             pic 9(11)v99.
       77  ws-liquido-geral                        pic s9(11)v99.

      *>   Mascaras de edicao para os valores na tela
           move zero to ws-qtd-apostas-geral
           move zero to ws-total-arrecadado-geral
           move zero to ws-total-premios-geral
           move zero to ws-qtd-estornos-geral
           move zero to ws-total-estornado-geral
           move zero to ws-premios-estornados-geral

           open input movimento-arq

               move zero to ws-qtd-apostas-dia
               move zero to ws-total-arrecadado-dia
               move zero to ws-total-premios-dia
               move zero to ws-qtd-estornos-dia
               move zero to ws-total-estornado-dia
               move zero to ws-premios-estornados-dia
               set ws-tem-dia-aberto to true
           end-if

      *>   Linha de premio do rateio oficial entra so no total de
      *>   premios do dia da apuracao, sem contar como aposta; a linha de
      *>   cota de bolao soma o valor e o premio do cotista, mas a aposta
      *>   ja foi contada na linha do responsavel
           if mv-lanc-aposta
               add 1 to ws-qtd-apostas-dia
               add 1 to ws-qtd-apostas-geral
           end-if

      *>   O estorno entra no dia em que foi feito: devolve o valor da
      *>   aposta ou da cota estornada e anula o premio dela
           if mv-lanc-estorno
               add 1                   to ws-qtd-estornos-dia
               add 1                   to ws-qtd-estornos-geral
               add mv-valor-arrecadado to ws-total-estornado-dia
               add mv-premio-devido    to ws-premios-estornados-dia
               add mv-valor-arrecadado to ws-total-estornado-geral
               add mv-premio-devido    to ws-premios-estornados-geral
               go to acumula-lancamento-exit
           end-if

           add mv-valor-arrecadado to ws-total-arrecadado-dia
           add mv-premio-devido    to ws-total-premios-dia

           add mv-valor-arrecadado to ws-total-arrecadado-geral
           add mv-premio-devido    to ws-total-premios-geral

       fecha-dia section.

           compute ws-liquido-dia
               = ws-total-arrecadado-dia - ws-total-estornado-dia
               - ws-total-premios-dia + ws-premios-estornados-dia

           display " "
           display "----- Dia " ws-data-quebra " -----"
           move ws-total-premios-dia to ws-valor-tela
           display "Total de Premios   : R$ " ws-valor-tela

           if ws-qtd-estornos-dia > zero
               display "Lancamentos Estornados: " ws-qtd-estornos-dia
               move ws-total-estornado-dia to ws-valor-tela
               display "Valor Estornado    : R$ " ws-valor-tela
               move ws-premios-estornados-dia to ws-valor-tela
               display "Premios Anulados   : R$ " ws-valor-tela
           end-if

           move ws-liquido-dia to ws-liquido-tela
           display "Resultado Liquido  : R$ " ws-liquido-tela

       finaliza-fechamento section.

           compute ws-liquido-geral
               = ws-total-arrecadado-geral - ws-total-estornado-geral
               - ws-total-premios-geral + ws-premios-estornados-geral

           display " "
           display "----- Total Geral do Periodo -----"
           move ws-total-premios-geral to ws-valor-tela
           display "Total de Premios   : R$ " ws-valor-tela

           if ws-qtd-estornos-geral > zero
               display "Lancamentos Estornados: " ws-qtd-estornos-geral
               move ws-total-estornado-geral to ws-valor-tela
               display "Valor Estornado    : R$ " ws-valor-tela
               move ws-premios-estornados-geral to ws-valor-tela
               display "Premios Anulados   : R$ " ws-valor-tela
           end-if

           move ws-liquido-geral to ws-liquido-tela
           display "Resultado Liquido  : R$ " ws-liquido-tela

