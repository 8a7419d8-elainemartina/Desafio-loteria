           display " "
           display "----- Aposta de Protocolo " ah-protocolo " -----"
           display "Apostador : " ah-cod-apostador

           if ah-aposta-bolao
               display "Modalidade: Bolao - Apostador Acima e o "
                   "Responsavel"
           end-if

           display "Concurso  : " ah-concurso
           display "Data      : " ah-data " Hora: " ah-hora

      *>   Apostas anteriores ao cadastro de postos nao tem posto
           if ah-cod-posto > zero
               display "Vendida no Posto " ah-cod-posto
                   " Pelo Operador " ah-cod-operador
           end-if
           display "Quantidade de Numeros Apostados: " ah-nr-apostas

           if ah-aposta-surpresinha
               display "Surpresinha - Numeros Escolhidos Pelo Sistema"
           end-if

           display "Numeros Apostados: " with no advancing
           perform varying ws-idx-num from 1 by 1
                   until ws-idx-num > ah-nr-apostas
               display "Situacao  : Jogo Concluido com a Sena Fechada"
           end-if

           if ah-aposta-estornada
               display "Situacao  : APOSTA ESTORNADA - Consulte o "
                   "Controle de Estornos"
           end-if

           .
       exibe-aposta-exit.
           exit.
