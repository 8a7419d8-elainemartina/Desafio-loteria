                                    ==au-sementes==            by ==ag-sementes==
                                    ==au-semente==             by ==ag-semente==
                                    ==au-numeros-sorteados==   by ==ag-numeros-sorteados==
                                    ==au-num-sorteado==        by ==ag-num-sorteado==
                                    ==au-tipo-registro==       by ==ag-tipo-registro==
                                    ==au-reg-sorteio==         by ==ag-reg-sorteio==
                                    ==au-reg-surpresinha==     by ==ag-reg-surpresinha==
                                    ==au-protocolo==           by ==ag-protocolo==
                                    ==au-qtd-numeros==         by ==ag-qtd-numeros==
                                    ==au-numeros-surpresinha== by ==ag-numeros-surpresinha==
                                    ==au-surpresinha==         by ==ag-surpresinha==
                                    ==au-semente-surp==        by ==ag-semente-surp==
                                    ==au-num-surp==            by ==ag-num-surp==.

       fd  resumo-arq
           label records are standard.
                                    ==au-sementes==            by ==at-sementes==
                                    ==au-semente==             by ==at-semente==
                                    ==au-numeros-sorteados==   by ==at-numeros-sorteados==
                                    ==au-num-sorteado==        by ==at-num-sorteado==
                                    ==au-tipo-registro==       by ==at-tipo-registro==
                                    ==au-reg-sorteio==         by ==at-reg-sorteio==
                                    ==au-reg-surpresinha==     by ==at-reg-surpresinha==
                                    ==au-protocolo==           by ==at-protocolo==
                                    ==au-qtd-numeros==         by ==at-qtd-numeros==
                                    ==au-numeros-surpresinha== by ==at-numeros-surpresinha==
                                    ==au-surpresinha==         by ==at-surpresinha==
                                    ==au-semente-surp==        by ==at-semente-surp==
                                    ==au-num-surp==            by ==at-num-surp==.

      *>-----Variaveis de trabalho
       working-storage section.
           end-if

           add 1 to ws-qtd-arquivados

      *>   A geracao de numeros de uma surpresinha e arquivada junto,
      *>   mas nao e sorteio: fica fora do resumo de frequencia
           if au-reg-surpresinha
               go to arquiva-registro-exit
           end-if

           add 1 to ws-qtd-sorteios-mes

           perform varying ws-idx-sorteado from 1 by 1
