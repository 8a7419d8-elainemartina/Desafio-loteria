               organization is sequential
               file status is ws-fs-mov.

           select bolao-arq assign to "BOLAO-COTAS"
               organization is indexed
               access mode is random
               record key is bl-chave
               file status is ws-fs-bol.

      *>-----Declaração de variáveis
       data division.

           label records are standard.
           copy movimento.

       fd  bolao-arq
           label records are standard.
           copy bolao.

      *>-----Variaveis de trabalho
       working-storage section.

       77  ws-fs-cad                               pic x(02).
       77  ws-fs-hist                              pic x(02).
       77  ws-fs-mov                               pic x(02).
       77  ws-fs-bol                               pic x(02).

       77  ws-flag-fim-mov                         pic x(05).
           88 ws-fim-mov                           value "true".
               10  ws-lanc-valor                   pic 9(05)v99.
               10  ws-lanc-premio                  pic 9(09)v99.
               10  ws-lanc-faixa                   pic x(01).
               10  ws-lanc-tipo                    pic x(01).

      *>   Tipo de lancamento procurado para a aposta em exibicao: o
      *>   lancamento da aposta e, depois, o premio do rateio oficial
       77  ws-tipo-procurado                       pic x(01).

      *>   Indica se a aposta em exibicao tem lancamento casado
       77  ws-flag-lanc                            pic x(05).

       77  ws-idx-num                              pic 9(02) comp.

      *>   Apostas em bolao de outro responsavel entram no extrato do
      *>   cotista; sem o cadastro de cotas so as apostas proprias saem
       77  ws-flag-cotas                           pic x(05).
           88 ws-tem-cotas                         value "true".
           88 ws-sem-cotas                         value "false".

       77  ws-flag-participa                       pic x(05).
           88 ws-participa-aposta                  value "true".
           88 ws-n-participa-aposta                value "false".

      *>   Totais do periodo do extrato
       77  ws-qtd-apostas                          pic 9(08).
       77  ws-qtd-sem-lancamento                   pic 9(08).
               stop run
           end-if

           set ws-tem-cotas to true
           open input bolao-arq

           if ws-fs-bol = "35"
               set ws-sem-cotas to true
           else
               if ws-fs-bol <> "00"
                   display "Erro ao Abrir o Cadastro de Cotas de Bolao - "
                       "Status " ws-fs-bol
                   move 8 to return-code
                   stop run
               end-if
           end-if

           display " "
           display "----- Extrato de " ap-nome
           display "----- Periodo de " ws-data-inicio " a " ws-data-fim
                   at end
                       set ws-fim-mov to true
                   not at end
      *>               O premio do rateio e lancado na data da apuracao
      *>               e o estorno na data em que foi feito, que podem
      *>               cair depois do periodo da aposta
                       if  mv-cod-apostador = ws-cod-apostador
                       and ((mv-data >= ws-data-inicio
                             and mv-data <= ws-data-fim)
                            or mv-lanc-premio or mv-lanc-estorno)
                           perform guarda-lancamento
                       end-if
               end-read
           move mv-premio-devido    to ws-lanc-premio(ws-qtd-lancamentos)
           move mv-faixa-premio     to ws-lanc-faixa(ws-qtd-lancamentos)

           evaluate true
               when mv-lanc-premio
                   move "P" to ws-lanc-tipo(ws-qtd-lancamentos)
               when mv-lanc-cota
                   move "C" to ws-lanc-tipo(ws-qtd-lancamentos)
               when mv-lanc-estorno
                   move "E" to ws-lanc-tipo(ws-qtd-lancamentos)
               when other
                   move "A" to ws-lanc-tipo(ws-qtd-lancamentos)
           end-evaluate

           .
       guarda-lancamento-exit.
           exit.
                   at end
                       set ws-fim-hist to true
                   not at end
                       if  ah-data >= ws-data-inicio
                       and ah-data <= ws-data-fim
                           perform verifica-participacao
                           if ws-participa-aposta
                               perform exibe-uma-aposta
                           end-if
                       end-if
               end-read

       lista-apostas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Verifica se o Apostador Participa da Aposta Lida do Historico
      *>------------------------------------------------------------------------
      *>   O apostador participa das apostas que fez e dos boloes de
      *>   outros responsaveis em que tem cotas; nas apostas em bolao o
      *>   registro de cotas do apostador e guardado para a exibicao
       verifica-participacao section.

           set ws-n-participa-aposta to true
           move zeros to bl-qtd-cotas bl-total-cotas

           if ah-aposta-bolao and ws-tem-cotas
               move ah-protocolo     to bl-protocolo
               move ws-cod-apostador to bl-cod-apostador
               read bolao-arq
                   invalid key
                       move zeros to bl-qtd-cotas bl-total-cotas
                   not invalid key
                       set ws-participa-aposta to true
               end-read
           end-if

           if ah-cod-apostador = ws-cod-apostador
               set ws-participa-aposta to true
           end-if

           .
       verifica-participacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Exibe uma Aposta do Extrato Casada com Seu Lancamento
      *>------------------------------------------------------------------------
       exibe-uma-aposta section.
               display "Situacao : Jogo Parou no Limite de Tentativas"
           end-if

           if ah-aposta-bolao
               if bl-total-cotas > zero
                   display "Bolao    : " bl-qtd-cotas " de "
                       bl-total-cotas " Cotas"
               else
                   display "Bolao    : Cotas Nao Encontradas no Cadastro"
               end-if
           end-if

      *>   O responsavel pelo bolao tem o lancamento da aposta com a sua
      *>   parte; o cotista tem o lancamento da sua cota
           if ah-cod-apostador = ws-cod-apostador
               move "A" to ws-tipo-procurado
           else
               move "C" to ws-tipo-procurado
           end-if
           perform procura-lancamento

           if ws-lancamento-achado
                   "Financeiro."
           end-if

           move "P" to ws-tipo-procurado
           perform procura-lancamento

           if ws-lancamento-achado
               move ws-lanc-premio(ws-idx-lanc) to ws-valor-tela
               display "Premio do Rateio do Concurso: R$ " ws-valor-tela
               add ws-lanc-premio(ws-idx-lanc) to ws-total-premios
           end-if

      *>   A aposta estornada devolve o valor e anula o premio; antes da
      *>   consolidacao do estorno so a marca do historico aparece
           if ah-aposta-estornada
               display "Situacao : Aposta Estornada"
               move "E" to ws-tipo-procurado
               perform procura-lancamento
               if ws-lancamento-achado
                   move ws-lanc-valor(ws-idx-lanc) to ws-valor-tela
                   display "Valor Devolvido : R$ " ws-valor-tela
                   subtract ws-lanc-valor(ws-idx-lanc)
                       from ws-total-gasto
                   subtract ws-lanc-premio(ws-idx-lanc)
                       from ws-total-premios
               end-if
           end-if

           .
       exibe-uma-aposta-exit.
           exit.
           perform varying ws-idx-lanc from 1 by 1
                   until ws-idx-lanc > ws-qtd-lancamentos
                      or ws-lancamento-achado
               if  ws-lanc-protocolo(ws-idx-lanc) = ah-protocolo
               and ws-lanc-tipo(ws-idx-lanc) = ws-tipo-procurado
                   set ws-lancamento-achado to true
               end-if
           end-perform
           end-if

           close apostas-hist-arq

           if ws-tem-cotas
               close bolao-arq
           end-if

           stop run
           .
       finaliza-extrato-exit.
