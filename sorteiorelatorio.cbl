
       77  ws-qtd-lidos                            pic 9(08).

      *>   Participacao da surpresinha (numeros escolhidos pelo sistema)
      *>   contra as apostas com numeros escolhidos pelo apostador
       77  ws-qtd-surpresinha                      pic 9(08).
       77  ws-qtd-escolhidas                       pic 9(08).
       77  ws-perc-surpresinha                     pic 9(03)v99.
       77  ws-perc-escolhidas                      pic 9(03)v99.
       77  ws-perc-tela                            pic zz9,99.

      *>   Estatisticas por tamanho de aposta (6 a 10 numeros)
       01  ws-tab-por-tamanho.
           05  ws-linha-tam occurs 5 times.
           set ws-sem-auditoria to true
           set ws-sem-resumo to true
           move zero to ws-qtd-lidos
           move zero to ws-qtd-surpresinha
           move zero to ws-qtd-escolhidas
           move zero to ws-tempo-mais-lento

           move 99999999 to ws-tempo-mais-rapido

           add 1 to ws-qtd-lidos

           if ah-aposta-surpresinha
               add 1 to ws-qtd-surpresinha
           else
               add 1 to ws-qtd-escolhidas
           end-if

           move ah-nr-apostas to ws-idx-tam
           subtract 5 from ws-idx-tam

      *>------------------------------------------------------------------------
      *>                 Acumula a Frequencia de um Sorteio Auditado
      *>------------------------------------------------------------------------
      *>   O registro da surpresinha tambem fica na trilha, mas guarda
      *>   numeros de aposta e nao de sorteio: fica fora da frequencia
       acumula-frequencia section.

           if au-reg-surpresinha
               go to acumula-frequencia-exit
           end-if

           perform varying ws-idx-sorteado from 1 by 1 until ws-idx-sorteado > 6
               if au-num-sorteado(ws-idx-sorteado) >= 1
                   and au-num-sorteado(ws-idx-sorteado) <= 60
           display "Total de Apostas Registradas no Historico: " ws-qtd-lidos
           display " "

           if ws-qtd-lidos > 0
               compute ws-perc-surpresinha rounded
                   = ws-qtd-surpresinha * 100 / ws-qtd-lidos
               compute ws-perc-escolhidas rounded
                   = ws-qtd-escolhidas * 100 / ws-qtd-lidos
           else
               move zero to ws-perc-surpresinha
               move zero to ws-perc-escolhidas
           end-if

           display "----- Surpresinha x Numeros Escolhidos Pelo Apostador -----"
           move ws-perc-surpresinha to ws-perc-tela
           display "Surpresinha (Numeros do Sistema): " ws-qtd-surpresinha
               " Apostas ( " ws-perc-tela "% )"
           move ws-perc-escolhidas to ws-perc-tela
           display "Numeros Escolhidos Pelo Apostador: " ws-qtd-escolhidas
               " Apostas ( " ws-perc-tela "% )"
           display " "

           display "----- Media de Tentativas Ate Ganhar, Por Quantidade de Numeros -----"
           perform varying ws-idx-tam from 1 by 1 until ws-idx-tam > 5

