           select pagamentos-arq assign to "PAGAMENTOS-PREMIO"
               organization is indexed
               access mode is dynamic
               record key is pg-chave
               file status is ws-fs-pag.

      *>   Aposta estornada nao tem premio em aberto
           select estornos-arq assign to "ESTORNOS-APOSTA"
               organization is indexed
               access mode is random
               record key is es-protocolo
               file status is ws-fs-est.

      *>-----Declaração de variáveis
       data division.

           label records are standard.
           copy pagamento.

       fd  estornos-arq
           label records are standard.
           copy estorno.

      *>-----Variaveis de trabalho
       working-storage section.

       77  ws-fs-mov                               pic x(02).
       77  ws-fs-pag                               pic x(02).
       77  ws-fs-est                               pic x(02).

       77  ws-flag-est                             pic x(05).
           88 ws-tem-estornos                      value "true".
           88 ws-sem-estornos                      value "false".

       77  ws-flag-fim-mov                         pic x(05).
           88 ws-fim-mov                           value "true".
               end-if
           end-if

           set ws-tem-estornos to true

           open input estornos-arq

           if ws-fs-est = "35"
               set ws-sem-estornos to true
           else
               if ws-fs-est <> "00"
                   display "Erro ao Abrir o Controle de Estornos - "
                       "Status " ws-fs-est
                   move 8 to return-code
                   stop run
               end-if
           end-if

           display " "
           display " ----------- Premios em Aberto em " ws-data-atual
               " -----------"
                   at end
                       set ws-fim-mov to true
                   not at end
                       if  mv-premio-devido > zero
                       and not mv-lanc-estorno
                           perform confere-pagamento
                       end-if
               end-read
      *>------------------------------------------------------------------------
       confere-pagamento section.

      *>   O premio da aposta estornada foi anulado pelo estorno
           if ws-tem-estornos
               move mv-protocolo to es-protocolo
               read estornos-arq
                   invalid key
                       continue
                   not invalid key
                       go to confere-pagamento-exit
               end-read
           end-if

           if ws-tem-pagamentos
               move mv-protocolo     to pg-protocolo
               move mv-cod-apostador to pg-cod-apostador
               if mv-lanc-premio
                   set pg-lanc-premio to true
               else
                   set pg-lanc-aposta to true
               end-if
               read pagamentos-arq
                   invalid key
                       perform acumula-pendente
               close pagamentos-arq
           end-if

           if ws-tem-estornos
               close estornos-arq
           end-if

           stop run
           .
       finaliza-relatorio-exit.
