               record key is lr-protocolo
               file status is ws-fs-rec.

      *>   Controle de pagamentos de premios: o imposto de renda retido
      *>   em cada pagamento vai a contabilidade na data do pagamento
           select pagamentos-arq assign to "PAGAMENTOS-PREMIO"
               organization is indexed
               access mode is sequential
               record key is pg-chave
               file status is ws-fs-pag.

      *>-----Declaração de variáveis
       data division.

           label records are standard.
           copy lancamentorecusado.

       fd  pagamentos-arq
           label records are standard.
           copy pagamento.

      *>-----Variaveis de trabalho
       working-storage section.

       77  ws-fs-env                               pic x(02).
       77  ws-fs-ctl                               pic x(02).
       77  ws-fs-rec                               pic x(02).
       77  ws-fs-pag                               pic x(02).

       77  ws-opcao                                pic x(01).
           88 ws-opcao-envio                       value "1".
           88 ws-fim-mov                           value "true".
           88 ws-n-fim-mov                         value "false".

       77  ws-flag-fim-pag                         pic x(05).
           88 ws-fim-pagamentos                    value "true".
           88 ws-n-fim-pagamentos                  value "false".

      *>   Indica se o controle de recusados existe; o reenvio sem ele
      *>   nao tem o que reenviar
       77  ws-flag-rec                             pic x(05).
       77  ws-qtd-detalhes                         pic 9(08).
       77  ws-total-arrecadado                     pic 9(13)v99.
       77  ws-total-premios                        pic 9(13)v99.
       77  ws-total-retido                         pic 9(13)v99.

       77  ws-valor-tela                           pic zzzzzzzzzzz9,99.

           move zero to ws-qtd-detalhes
           move zero to ws-total-arrecadado
           move zero to ws-total-premios
           move zero to ws-total-retido

           display " "
           display " ----------- Exportacao Para a Contabilidade"

           end-perform

           perform gera-retencoes

           perform grava-trailer

           .
       gera-envio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Grava um Detalhe Para Cada Imposto de Renda Retido em Premio
      *>------------------------------------------------------------------------
      *>   No envio normal entram as retencoes dos pagamentos feitos na
      *>   data de movimento informada; no reenvio, as dos protocolos
      *>   recusados. Sem controle de pagamentos nao houve retencao
       gera-retencoes section.

           set ws-n-fim-pagamentos to true

           open input pagamentos-arq

           if ws-fs-pag = "35"
               go to gera-retencoes-exit
           end-if

           if ws-fs-pag <> "00"
               display "Erro ao Abrir o Controle de Pagamentos - Status "
                   ws-fs-pag
               move 8 to return-code
               stop run
           end-if

           perform until ws-fim-pagamentos

               read pagamentos-arq next record
                   at end
                       set ws-fim-pagamentos to true
                   not at end
                       if pg-valor-ir > zero
                           if ws-opcao-envio
                               if pg-data-pagamento = ws-data-movimento
                                   perform grava-detalhe-retencao
                               end-if
                           else
                               move pg-protocolo to lr-protocolo
                               read recusados-arq
                                   invalid key
                                       continue
                                   not invalid key
                                       perform grava-detalhe-retencao
                               end-read
                           end-if
                       end-if
               end-read

           end-perform

           close pagamentos-arq

           .
       gera-retencoes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>     Grava o Detalhe do Imposto Retido em um Pagamento de Premio
      *>------------------------------------------------------------------------
      *>   O imposto retido segue no campo do premio do detalhe e soma
      *>   no total retido do trailer, nao no total de premios
       grava-detalhe-retencao section.

           move spaces to ec-det-registro
           set  ec-det-detalhe        to true
           move pg-protocolo          to ec-det-protocolo
           move pg-cod-apostador      to ec-det-cod-apostador
           move pg-data-pagamento     to ec-det-data
           move zero                  to ec-det-nr-apostas
           move zero                  to ec-det-valor-arrecadado
           move pg-valor-ir           to ec-det-premio-devido
           move pg-faixa-premio       to ec-det-faixa-premio
           move "R"                   to ec-det-tipo-lancamento

           write ec-det-registro

           if ws-fs-env <> "00"
               display "Erro ao Gravar um Detalhe do Envio - Status "
                   ws-fs-env
               move 8 to return-code
               stop run
           end-if

           add 1           to ws-qtd-detalhes
           add pg-valor-ir to ws-total-retido

           .
       grava-detalhe-retencao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>     Inclui o Lancamento no Reenvio se Ele Consta dos Recusados
      *>------------------------------------------------------------------------
       confere-recusado section.
           move mv-premio-devido      to ec-det-premio-devido
           move mv-faixa-premio       to ec-det-faixa-premio

           evaluate true
               when mv-lanc-premio
                   move "P" to ec-det-tipo-lancamento
               when mv-lanc-cota
                   move "C" to ec-det-tipo-lancamento
               when mv-lanc-estorno
                   move "E" to ec-det-tipo-lancamento
               when other
                   move "A" to ec-det-tipo-lancamento
           end-evaluate

           write ec-det-registro

           if ws-fs-env <> "00"
           move ws-qtd-detalhes      to ec-tra-qtd-detalhes
           move ws-total-arrecadado  to ec-tra-total-arrecadado
           move ws-total-premios     to ec-tra-total-premios
           move ws-total-retido      to ec-tra-total-retido

           write ec-tra-registro

           move ws-total-premios to ws-valor-tela
           display "Total de Premios     : R$ " ws-valor-tela

           move ws-total-retido to ws-valor-tela
           display "Total de IR Retido   : R$ " ws-valor-tela

           if ws-qtd-detalhes = zero
               display "Aviso: Nenhum Lancamento Entrou no Envio."
           end-if
