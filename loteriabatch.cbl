               organization is sequential
               file status is ws-fs-mov-mestre.

      *>   As cotas dos cartoes de bolao deste lote seguem o mesmo
      *>   esquema de arquivo de trabalho estampado, fundido no mestre
      *>   BOLAO-COTAS pela consolidacao
           select bolao-arq assign to ws-nome-mov-bol
               organization is sequential
               file status is ws-fs-bol.

      *>   Cadastro de postos de venda e dos seus operadores, contra o
      *>   qual o posto e o operador de cada cartao sao conferidos
           select postos-arq assign to "POSTOS-VENDA"
               organization is indexed
               access mode is random
               record key is pv-codigo
               file status is ws-fs-pos.

           select operadores-arq assign to "OPERADORES-POSTO"
               organization is indexed
               access mode is random
               record key is op-chave
               file status is ws-fs-ope.

      *>   Comprovantes impressos das apostas deste lote, um por cartao
      *>   processado; o arquivo fica estampado com a data e hora de
      *>   partida como os arquivos de trabalho, mas vai para a
      *>   impressao e nao para a consolidacao
           select comprovante-arq assign to ws-nome-comprovante
               organization is sequential
               file status is ws-fs-comp.

      *>-----Declaração de variáveis
       data division.

                                    ==mv-faixa-sena==          by ==mm-faixa-sena==
                                    ==mv-faixa-quina==         by ==mm-faixa-quina==
                                    ==mv-faixa-quadra==        by ==mm-faixa-quadra==
                                    ==mv-faixa-nenhuma==       by ==mm-faixa-nenhuma==
                                    ==mv-concurso==            by ==mm-concurso==
                                    ==mv-tipo-lancamento==     by ==mm-tipo-lancamento==
                                    ==mv-lanc-aposta==         by ==mm-lanc-aposta==
                                    ==mv-lanc-premio==         by ==mm-lanc-premio==
                                    ==mv-lanc-cota==           by ==mm-lanc-cota==
                                    ==mv-lanc-estorno==        by ==mm-lanc-estorno==
                                    ==mv-data-aposta==         by ==mm-data-aposta==
                                    ==mv-cod-posto==           by ==mm-cod-posto==
                                    ==mv-cod-operador==        by ==mm-cod-operador==.

       fd  bolao-arq
           label records are standard.
           copy bolao.

       fd  postos-arq
           label records are standard.
           copy posto.

       fd  operadores-arq
           label records are standard.
           copy operador.

       fd  comprovante-arq
           label records are standard.
       01  cm-linha                                pic x(80).

      *>-----Variaveis de trabalho
       working-storage section.
                                   ==ca-concurso==            by ==wc-concurso==
                                   ==ca-nr-apostas==          by ==wc-nr-apostas==
                                   ==ca-numeros-apostados==   by ==wc-numeros-apostados==
                                   ==ca-num-apostado==        by ==wc-num-apostado==
                                   ==ca-bolao==               by ==wc-bolao==
                                   ==ca-total-cotas==         by ==wc-total-cotas==
                                   ==ca-cotas-responsavel==   by ==wc-cotas-responsavel==
                                   ==ca-cotista==             by ==wc-cotista==
                                   ==ca-cod-cotista==         by ==wc-cod-cotista==
                                   ==ca-cotas-cotista==       by ==wc-cotas-cotista==
                                   ==ca-cod-posto==           by ==wc-cod-posto==
                                   ==ca-cod-operador==        by ==wc-cod-operador==
                                   ==ca-surpresinha==         by ==wc-surpresinha==
                                   ==ca-cartao-surpresinha==  by ==wc-cartao-surpresinha==
                                   ==ca-cartao-escolhido==    by ==wc-cartao-escolhido==.

      *>   Numeros sorteados na volta atual
       77  ws-num-sort1                            pic 9(02).
       01  ws-tab-sementes.
           05  ws-semente-sort occurs 6 times      pic 9(08).

      *>   Surpresinha: o cartao chega so com a quantidade e o lote
      *>   escolhe os numeros, cada um com a sua propria semente, que
      *>   vai para a trilha de auditoria junto com o protocolo
       77  ws-flag-num-surp                        pic x(05).
           88 ws-num-surp-novo                     value "true".
           88 ws-num-surp-repetido                 value "false".

       77  ws-data-surp                            pic 9(08).
       77  ws-hora-surp                            pic 9(08).
       77  ws-idx-surp                             pic 9(02) comp.
       77  ws-idx-surp-dup                         pic 9(02) comp.

       01  ws-tab-surpresinha.
           05  ws-surpresinha occurs 10 times.
               10  ws-sem-surp                     pic 9(08).
               10  ws-num-surp                     pic 9(02).

       77  ws-contador                             pic 9(08).

      *>   Tempo gasto até acertar a aposta
       77  ws-fs-conc                              pic x(02).
       77  ws-fs-cad                               pic x(02).
       77  ws-fs-mov-mestre                        pic x(02).
       77  ws-fs-pos                               pic x(02).
       77  ws-fs-ope                               pic x(02).
       77  ws-data-atual                           pic 9(08).

      *>   Controle do limite diario de gasto do apostador (jogo
       77  ws-limite-diario                        pic 9(07)v99.
       77  ws-gasto-dia                            pic 9(11)v99.

      *>   Apostador cujo gasto do dia esta sendo levantado: o dono do
      *>   cartao ou um cotista do bolao
       77  ws-cod-gasto                            pic 9(06).

       77  ws-flag-fim-mestre                      pic x(05).
           88 ws-fim-mestre                        value "true".
           88 ws-n-fim-mestre                      value "false".
       77  ws-nome-mov-hist                        pic x(30).
       77  ws-nome-mov-aud                         pic x(30).
       77  ws-nome-mov-fin                         pic x(30).
       77  ws-nome-mov-bol                         pic x(30).

      *>   Limite maximo de tentativas por cartao, lido do arquivo de
      *>   parametros na partida do lote; um cartao azarado para de
       77  ws-fs-chk                               pic x(02).
       77  ws-ultimo-cartao-concluido              pic 9(08).

      *>   Bolao: o cartao pode dividir a aposta em cotas entre o dono
      *>   do cartao, responsavel pelo bolao, e ate 9 cotistas do
      *>   cadastro; cada um paga e recebe na proporcao das suas cotas,
      *>   e os centavos que o arredondamento deixa de fora ficam com o
      *>   responsavel
       77  ws-fs-bol                               pic x(02).

       77  ws-flag-bolao                           pic x(05).
           88 ws-com-bolao                         value "true".
           88 ws-sem-bolao                         value "false".

       77  ws-flag-bolao-valido                    pic x(05).
           88 ws-bolao-valido                      value "true".
           88 ws-bolao-invalido                    value "false".

       77  ws-soma-cotas                           pic 9(04).
       77  ws-qtd-cotistas                         pic 9(02) comp.
       77  ws-idx-cot                              pic 9(02) comp.
       77  ws-idx-cot-dup                          pic 9(02) comp.

       77  ws-valor-aposta                         pic 9(05)v99.
       77  ws-valor-responsavel                    pic 9(05)v99.
       77  ws-soma-valor-cotistas                  pic 9(05)v99.
       77  ws-premio-aposta                        pic 9(09)v99.
       77  ws-premio-responsavel                   pic 9(09)v99.
       77  ws-soma-premio-cotistas                 pic 9(09)v99.

       01  ws-tab-cotistas.
           05  ws-cotista occurs 9 times.
               10  ws-cot-codigo                   pic 9(06).
               10  ws-cot-cotas                    pic 9(03).
               10  ws-cot-valor                    pic 9(05)v99.
               10  ws-cot-premio                   pic 9(09)v99.

      *>   Comprovante de cada aposta do lote: linhas de impressao e
      *>   codigo de verificacao calculado sobre o conteudo da aposta,
      *>   conferido no pagamento do premio
       77  ws-fs-comp                              pic x(02).
       77  ws-nome-comprovante                     pic x(30).
       77  ws-idx-comp                             pic 9(02) comp.

       copy comprovante.

       copy codigoverificacao.

      *>----Variaveis para comunicação entre programas
       linkage section.

               stop run
           end-if

      *>   Abre o cadastro de postos de venda e o de operadores, que
      *>   conferem quem vendeu cada cartao
           open input postos-arq

           if ws-fs-pos = "35"
               display "Cadastro de Postos de Venda Nao Encontrado - "
                   "Cadastre os Postos Antes de Rodar o Lote."
               stop run
           end-if

           if ws-fs-pos <> "00"
               display "Erro ao Abrir o Cadastro de Postos de Venda - "
                   "Status " ws-fs-pos
               move 8 to return-code
               stop run
           end-if

           open input operadores-arq

           if ws-fs-ope = "35"
               display "Cadastro de Operadores Nao Encontrado - "
                   "Cadastre os Operadores Antes de Rodar o Lote."
               stop run
           end-if

           if ws-fs-ope <> "00"
               display "Erro ao Abrir o Cadastro de Operadores - "
                   "Status " ws-fs-ope
               move 8 to return-code
               stop run
           end-if

      *>   Registra a estampa desta execucao no controle de movimentos
      *>   pendentes, para a consolidacao na janela batch
           perform registra-movimento-batch
               stop run
           end-if

      *>   Os comprovantes do lote tambem vao para um unico arquivo,
      *>   aberto uma vez e impresso ao fim do lote
           open output comprovante-arq
           if ws-fs-comp <> "00"
               display "Erro ao Abrir o Arquivo de Comprovantes - Status "
                   ws-fs-comp
               move 8 to return-code
               stop run
           end-if

           .
       inicializa-batch-exit.
           exit.
                  ws-estampa-hora  delimited by size
               into ws-nome-mov-fin

           move spaces to ws-nome-mov-bol
           string "BOLAO-MOV-"     delimited by size
                  ws-estampa-data  delimited by size
                  ws-estampa-hora  delimited by size
               into ws-nome-mov-bol

           move spaces to ws-nome-comprovante
           string "COMPROVANTES-"  delimited by size
                  ws-estampa-data  delimited by size
                  ws-estampa-hora  delimited by size
               into ws-nome-comprovante

      *>   A sequencia de protocolos desta execucao parte do zero; o
      *>   protocolo de cada aposta e a estampa mais esta sequencia
           move zero to ws-seq-protocolo

           set ws-cartao-valido to true

      *>   O cartao precisa vir de um posto ativo e de um operador
      *>   ativo desse posto
           perform valida-posto-cartao

      *>   O concurso do cartao precisa existir no calendario e estar
      *>   aberto para apostas
           move wc-concurso to co-numero
                   end-if
           end-read

      *>   O cartao surpresinha chega so com a quantidade; os numeros
      *>   sao escolhidos pelo lote depois da validacao
           if wc-cartao-surpresinha
               perform valida-surpresinha-cartao
           else
               if wc-nr-apostas < 6 or wc-nr-apostas > 10
                   set ws-cartao-invalido to true
                   set cr-motivo-quantidade to true
                   perform grava-rejeicao
               else

                   perform varying ws-idx-val from 1 by 1
                           until ws-idx-val > wc-nr-apostas

                       if wc-num-apostado(ws-idx-val) < 1
                       or wc-num-apostado(ws-idx-val) > 60
                           set ws-cartao-invalido to true
                           set cr-motivo-intervalo to true
                           perform grava-rejeicao
                       end-if

                       perform varying ws-idx-dup from 1 by 1
                               until ws-idx-dup >= ws-idx-val
                           if wc-num-apostado(ws-idx-dup)
                              = wc-num-apostado(ws-idx-val)
                               set ws-cartao-invalido to true
                               set cr-motivo-repetido to true
                               perform grava-rejeicao
                               move ws-idx-val to ws-idx-dup
                           end-if
                       end-perform

                   end-perform

      *>           As posicoes alem da quantidade declarada devem estar
      *>           zeradas: a contagem de acertos percorre as 10 posicoes
      *>           do cartao, e um numero esquecido ali entraria no jogo
                   compute ws-idx-val = wc-nr-apostas + 1
                   perform until ws-idx-val > 10
                       if wc-num-apostado(ws-idx-val) <> zero
                           set ws-cartao-invalido to true
                           set cr-motivo-excedente to true
                           perform grava-rejeicao
                       end-if
                       add 1 to ws-idx-val
                   end-perform

               end-if
           end-if

      *>       O bolao do cartao, se houver, precisa ter cotistas ativos
      *>       no cadastro e cotas que fechem o total declarado
           if ws-cartao-valido
               perform valida-bolao-cartao
           end-if

      *>       Por ultimo, o cartao que passou nas criticas de conteudo
      *>       ainda precisa caber no limite diario de gasto do dono e,
      *>       no bolao, de cada cotista
           if ws-cartao-valido
               perform valida-limite-cartao
           end-if
       valida-cartao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Valida a Quantidade e as Posicoes do Cartao Surpresinha
      *>------------------------------------------------------------------------
      *>   A quantidade segue a regra de 6 a 10 numeros; as 10 posicoes
      *>   de numeros devem vir zeradas, e um cartao surpresinha com
      *>   numero preenchido e devolvido com o motivo 09, pois nao ha
      *>   como saber se o apostador queria aqueles numeros
       valida-surpresinha-cartao section.

           if wc-nr-apostas < 6 or wc-nr-apostas > 10
               set ws-cartao-invalido to true
               set cr-motivo-quantidade to true
               perform grava-rejeicao
           end-if

           perform varying ws-idx-val from 1 by 1
                   until ws-idx-val > 10
               if wc-num-apostado(ws-idx-val) <> zero
                   set ws-cartao-invalido to true
                   set cr-motivo-surpresinha to true
                   perform grava-rejeicao
                   move 10 to ws-idx-val
               end-if
           end-perform

           .
       valida-surpresinha-cartao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>     Rejeita o Cartao de Posto ou Operador Fora do Cadastro
      *>------------------------------------------------------------------------
      *>   Cartao sem posto ou operador no cadastro, ou com qualquer um
      *>   dos dois inativo, e devolvido com o motivo 08
       valida-posto-cartao section.

           move wc-cod-posto to pv-codigo
           read postos-arq
               invalid key
                   set ws-cartao-invalido to true
                   set cr-motivo-posto to true
                   perform grava-rejeicao
                   go to valida-posto-cartao-exit
           end-read

           if pv-inativo
               set ws-cartao-invalido to true
               set cr-motivo-posto to true
               perform grava-rejeicao
               go to valida-posto-cartao-exit
           end-if

           move wc-cod-posto    to op-cod-posto
           move wc-cod-operador to op-codigo
           read operadores-arq
               invalid key
                   set ws-cartao-invalido to true
                   set cr-motivo-posto to true
                   perform grava-rejeicao
                   go to valida-posto-cartao-exit
           end-read

           if op-inativo
               set ws-cartao-invalido to true
               set cr-motivo-posto to true
               perform grava-rejeicao
           end-if

           .
       valida-posto-cartao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Rejeita o Cartao que Estouraria o Limite Diario do Apostador
      *>------------------------------------------------------------------------
      *>   Um dono de cartao sem registro no cadastro nao tem limite
      *>   conhecido e a parte dele segue como sempre seguiu; com limite
      *>   zero o apostador joga sem teto
      *>   No bolao o dono do cartao responde so pela parte dele, e a
      *>   cota de cada cotista e conferida contra o limite do cotista,
      *>   tenha o dono registro no cadastro ou nao
       valida-limite-cartao section.

           move wc-cod-apostador to ap-codigo
           read cadastro-arq
               invalid key
                   move zero to ws-limite-diario
               not invalid key
                   move ap-limite-diario to ws-limite-diario
           end-read

           if ws-limite-diario > zero
               move wc-cod-apostador to ws-cod-gasto
               perform calcula-gasto-dia-lote

               if ws-gasto-dia + ws-valor-responsavel
                  > ws-limite-diario
                   set ws-cartao-invalido to true
                   set cr-motivo-limite to true
                   perform grava-rejeicao
                   go to valida-limite-cartao-exit
               end-if
           end-if

           perform varying ws-idx-cot from 1 by 1
                   until ws-idx-cot > ws-qtd-cotistas
                      or ws-cartao-invalido
               perform valida-limite-cotista
           end-perform

           .
       valida-limite-cartao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Rejeita o Cartao de Bolao que Estouraria o Limite de um Cotista
      *>------------------------------------------------------------------------
       valida-limite-cotista section.

           move ws-cot-codigo(ws-idx-cot) to ap-codigo
           read cadastro-arq
               invalid key
                   go to valida-limite-cotista-exit
           end-read

           move ap-limite-diario to ws-limite-diario

           if ws-limite-diario = zero
               go to valida-limite-cotista-exit
           end-if

           move ws-cot-codigo(ws-idx-cot) to ws-cod-gasto
           perform calcula-gasto-dia-lote

           if ws-gasto-dia + ws-cot-valor(ws-idx-cot) > ws-limite-diario
               set ws-cartao-invalido to true
               set cr-motivo-limite to true
               perform grava-rejeicao
           end-if

           .
       valida-limite-cotista-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Valida o Bolao do Cartao e Calcula a Cota de Cada Um
      *>------------------------------------------------------------------------
      *>   Total de cotas zero e aposta individual: o dono do cartao
      *>   paga o preco inteiro. No bolao, o dono do cartao precisa ter
      *>   ao menos uma cota, cada posicao de cotista preenchida precisa
      *>   trazer um apostador ativo do cadastro, diferente do dono e
      *>   dos demais cotistas, com ao menos uma cota, e as cotas de
      *>   todos precisam fechar o total declarado
       valida-bolao-cartao section.

           set ws-sem-bolao to true
           move zero to ws-qtd-cotistas
           move zero to ws-soma-valor-cotistas

           compute ws-idx-preco = wc-nr-apostas - 5
           move ws-preco-aposta(ws-idx-preco) to ws-valor-aposta
           move ws-valor-aposta to ws-valor-responsavel

           if wc-total-cotas = zero
               go to valida-bolao-cartao-exit
           end-if

           set ws-com-bolao to true
           set ws-bolao-valido to true
           move wc-cotas-responsavel to ws-soma-cotas

           if wc-cotas-responsavel = zero
               set ws-bolao-invalido to true
           end-if

           perform varying ws-idx-cot from 1 by 1 until ws-idx-cot > 9
               perform valida-um-cotista-cartao
           end-perform

      *>   Mesmo teto de cotas do bolao feito no jogo interativo
           if ws-soma-cotas <> wc-total-cotas
           or ws-qtd-cotistas = zero
           or wc-total-cotas > 100
               set ws-bolao-invalido to true
           end-if

           if ws-bolao-invalido
               set ws-cartao-invalido to true
               set cr-motivo-bolao to true
               perform grava-rejeicao
               go to valida-bolao-cartao-exit
           end-if

      *>   O responsavel paga a sua parte mais os centavos que o
      *>   arredondamento das cotas dos demais deixou de fora
           compute ws-valor-responsavel =
                   ws-valor-aposta - ws-soma-valor-cotistas

           .
       valida-bolao-cartao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Valida uma Posicao de Cotista do Bolao do Cartao
      *>------------------------------------------------------------------------
       valida-um-cotista-cartao section.

           if wc-cod-cotista(ws-idx-cot) = zero
               if wc-cotas-cotista(ws-idx-cot) <> zero
                   set ws-bolao-invalido to true
               end-if
               go to valida-um-cotista-cartao-exit
           end-if

           if wc-cotas-cotista(ws-idx-cot) = zero
           or wc-cod-cotista(ws-idx-cot) = wc-cod-apostador
               set ws-bolao-invalido to true
               go to valida-um-cotista-cartao-exit
           end-if

           perform varying ws-idx-cot-dup from 1 by 1
                   until ws-idx-cot-dup >= ws-idx-cot
               if wc-cod-cotista(ws-idx-cot-dup)
                  = wc-cod-cotista(ws-idx-cot)
                   set ws-bolao-invalido to true
               end-if
           end-perform

           move wc-cod-cotista(ws-idx-cot) to ap-codigo
           read cadastro-arq
               invalid key
                   set ws-bolao-invalido to true
                   go to valida-um-cotista-cartao-exit
           end-read

           if not ap-ativo
               set ws-bolao-invalido to true
               go to valida-um-cotista-cartao-exit
           end-if

           add 1 to ws-qtd-cotistas
           move wc-cod-cotista(ws-idx-cot)
             to ws-cot-codigo(ws-qtd-cotistas)
           move wc-cotas-cotista(ws-idx-cot)
             to ws-cot-cotas(ws-qtd-cotistas)
           compute ws-cot-valor(ws-qtd-cotistas) =
                   ws-valor-aposta * wc-cotas-cotista(ws-idx-cot)
                   / wc-total-cotas
           move zero to ws-cot-premio(ws-qtd-cotistas)

           add wc-cotas-cotista(ws-idx-cot)   to ws-soma-cotas
           add ws-cot-valor(ws-qtd-cotistas) to ws-soma-valor-cotistas

           .
       valida-um-cotista-cartao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Levanta o Gasto do Dia do Apostador no Movimento Financeiro
      *>   que este proprio lote ja gravou; lancamentos de outras
      *>   execucoes ainda nao consolidadas entram no gasto somente
      *>   apos a consolidacao da janela batch
      *>   O apostador levantado e o de WS-COD-GASTO: o dono do cartao
      *>   ou um cotista, cuja cota tem linha propria no movimento
       calcula-gasto-dia-lote section.

           move zero to ws-gasto-dia
                       at end
                           set ws-fim-mestre to true
                       not at end
      *>                   O estorno devolve o valor ao gasto do dia em
      *>                   que a aposta estornada foi feita
                           if mm-cod-apostador = ws-cod-gasto
                               evaluate true
                                   when mm-lanc-estorno
                                       if mm-data-aposta = ws-data-atual
                                           subtract mm-valor-arrecadado
                                               from ws-gasto-dia
                                       end-if
                                   when mm-data = ws-data-atual
                                       add mm-valor-arrecadado
                                           to ws-gasto-dia
                               end-evaluate
                           end-if
                   end-read

                   at end
                       set ws-fim-gasto to true
                   not at end
                       if  mv-cod-apostador = ws-cod-gasto
                       and mv-data = ws-data-atual
                           add mv-valor-arrecadado to ws-gasto-dia
                       end-if
                 to cr-num-apostado(ws-idx-num)
           end-perform

           move wc-bolao to cr-bolao

           move wc-cod-posto    to cr-cod-posto
           move wc-cod-operador to cr-cod-operador
           move wc-surpresinha  to cr-surpresinha

           write cr-registro

           if ws-fs-rej <> "00"
           set ws-n-fim to true
           set ws-n-parou-limite to true

      *>   No cartao surpresinha os numeros sao escolhidos agora, antes
      *>   do primeiro sorteio
           if wc-cartao-surpresinha
               perform gera-surpresinha-batch
           end-if

           accept ws-hora-inicio from time

           perform until ws-fim
           display " "
           display "----- Resultado do Cartao " ws-nr-cartao " -----"
           display "Apostador: " wc-cod-apostador

           if wc-cartao-surpresinha
               display "Surpresinha - Numeros Escolhidos Pelo Sistema"
           end-if

           if ws-com-bolao
               display "Bolao de " wc-total-cotas " Cotas - Cotas do"
                   " Responsavel: " wc-cotas-responsavel " - Cotistas: "
                   ws-qtd-cotistas
           end-if
           display "Numeros Apostados: " wc-num-apostado(1) " " wc-num-apostado(2)
               " " wc-num-apostado(3) " " wc-num-apostado(4) " " wc-num-apostado(5)
               " " wc-num-apostado(6) " " wc-num-apostado(7) " " wc-num-apostado(8)

           perform grava-historico-batch
           perform grava-movimento-batch
           perform grava-bolao-batch
           perform grava-comprovante-batch

           .
       processa-um-cartao-exit.
      *>   Um lancamento por cartao processado, com o valor arrecadado
      *>   pela tabela de precos do tamanho da aposta e o premio devido
      *>   pela faixa alcancada; e a base do fechamento de caixa diario
      *>   No cartao de bolao o lancamento da aposta fica com a parte
      *>   do dono do cartao e cada cotista ganha uma linha de cota com
      *>   a sua parte no preco e no premio
       grava-movimento-batch section.

           move ws-protocolo     to mv-protocolo
           compute ws-idx-preco = wc-nr-apostas - 5
           move ws-preco-aposta(ws-idx-preco) to mv-valor-arrecadado

           move wc-concurso to mv-concurso
           set  mv-lanc-aposta to true
           move zero to mv-data-aposta
           move wc-cod-posto    to mv-cod-posto
           move wc-cod-operador to mv-cod-operador

           evaluate ws-melhor-acertos
               when 6
                   set  mv-faixa-sena to true
                   move zero to mv-premio-devido
           end-evaluate

           move mv-premio-devido to ws-premio-aposta

           if ws-com-bolao
               perform reparte-premio-bolao-batch
               move ws-valor-responsavel  to mv-valor-arrecadado
               move ws-premio-responsavel to mv-premio-devido
           end-if

           open extend movimento-arq
           if ws-fs-mov = "35"
               open output movimento-arq
               stop run
           end-if

           if ws-com-bolao
               perform grava-cotas-movimento-batch
           end-if

           close movimento-arq

           .
       grava-movimento-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Reparte o Premio da Aposta Pelas Cotas do Bolao
      *>------------------------------------------------------------------------
      *>   Cada cotista recebe o premio vezes as suas cotas sobre o
      *>   total, truncado no centavo; o responsavel fica com o resto
       reparte-premio-bolao-batch section.

           move zero to ws-soma-premio-cotistas

           perform varying ws-idx-cot from 1 by 1
                   until ws-idx-cot > ws-qtd-cotistas
               compute ws-cot-premio(ws-idx-cot) =
                       ws-premio-aposta * ws-cot-cotas(ws-idx-cot)
                       / wc-total-cotas
               add ws-cot-premio(ws-idx-cot) to ws-soma-premio-cotistas
           end-perform

           compute ws-premio-responsavel =
                   ws-premio-aposta - ws-soma-premio-cotistas

           .
       reparte-premio-bolao-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Grava as Linhas de Cota dos Cotistas do Bolao
      *>------------------------------------------------------------------------
      *>   O arquivo de movimento ja esta aberto e a linha da aposta do
      *>   dono do cartao ja foi gravada; cada linha de cota repete o
      *>   protocolo, a data, o tamanho e a faixa da aposta
       grava-cotas-movimento-batch section.

           set mv-lanc-cota to true

           perform varying ws-idx-cot from 1 by 1
                   until ws-idx-cot > ws-qtd-cotistas

               move ws-cot-codigo(ws-idx-cot) to mv-cod-apostador
               move ws-cot-valor(ws-idx-cot)  to mv-valor-arrecadado
               move ws-cot-premio(ws-idx-cot) to mv-premio-devido

               write mv-registro

               if ws-fs-mov <> "00"
                   display "Erro ao Gravar a Cota do Bolao no Movimento"
                       " Financeiro - Status " ws-fs-mov
                   move 8 to return-code
                   stop run
               end-if

           end-perform

           .
       grava-cotas-movimento-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Grava as Cotas do Bolao no Arquivo de Trabalho Estampado
      *>------------------------------------------------------------------------
      *>   Um registro para o dono do cartao, responsavel pelo bolao, e
      *>   um para cada cotista, todos com o protocolo da aposta
       grava-bolao-batch section.

           if ws-sem-bolao
               go to grava-bolao-batch-exit
           end-if

           open extend bolao-arq
           if ws-fs-bol = "35"
               open output bolao-arq
           end-if

           move ws-protocolo          to bl-protocolo
           move wc-cod-apostador      to bl-cod-apostador
           move wc-concurso           to bl-concurso
           move ws-data-atual         to bl-data
           move wc-cotas-responsavel  to bl-qtd-cotas
           move wc-total-cotas        to bl-total-cotas
           move ws-valor-responsavel  to bl-valor-cota
           set  bl-responsavel to true

           perform grava-uma-cota-bolao-batch

           set bl-cotista to true

           perform varying ws-idx-cot from 1 by 1
                   until ws-idx-cot > ws-qtd-cotistas
               move ws-cot-codigo(ws-idx-cot) to bl-cod-apostador
               move ws-cot-cotas(ws-idx-cot)  to bl-qtd-cotas
               move ws-cot-valor(ws-idx-cot)  to bl-valor-cota
               perform grava-uma-cota-bolao-batch
           end-perform

           close bolao-arq

           .
       grava-bolao-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>              Grava um Registro de Cota do Bolao
      *>------------------------------------------------------------------------
       grava-uma-cota-bolao-batch section.

           write bl-registro

           if ws-fs-bol <> "00"
               display "Erro ao Gravar a Cota do Bolao - Status "
                   ws-fs-bol
               move 8 to return-code
               stop run
           end-if

           .
       grava-uma-cota-bolao-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>            Conta Quantos dos Numeros Sorteados Estao no Cartao
      *>------------------------------------------------------------------------
       conta-acertos-batch section.
       conta-acertos-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>         Gera os Numeros do Cartao Surpresinha Pelo Sistema
      *>------------------------------------------------------------------------
      *>   Cada posicao recebe um numero de 1 a 60 tirado de uma semente
      *>   propria, como no sorteio; a semente e o numero de cada posicao
      *>   sao guardados para a trilha de auditoria, gravada junto com a
      *>   aposta quando o protocolo ja e conhecido
       gera-surpresinha-batch section.

           accept ws-data-surp from date yyyymmdd
           accept ws-hora-surp from time

           perform varying ws-idx-surp from 1 by 1 until ws-idx-surp > 10
               move zero to ws-sem-surp(ws-idx-surp)
               move zero to ws-num-surp(ws-idx-surp)
           end-perform

           perform varying ws-idx-surp from 1 by 1
                   until ws-idx-surp > wc-nr-apostas
               perform sorteia-numero-surpresinha-batch
           end-perform

           perform varying ws-idx-surp from 1 by 1 until ws-idx-surp > 10
               move ws-num-surp(ws-idx-surp)
                 to wc-num-apostado(ws-idx-surp)
           end-perform

           .
       gera-surpresinha-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Sorteia o Numero de Uma Posicao da Surpresinha, Sem Repetir
      *>------------------------------------------------------------------------
      *>   O numero e a parte inteira de random(semente) x 60, mais 1;
      *>   numero que repete uma posicao anterior e descartado e a
      *>   posicao e sorteada de novo com uma nova semente
       sorteia-numero-surpresinha-batch section.

           set ws-num-surp-repetido to true

           perform until ws-num-surp-novo

               perform semente-delay-batch
               move     ws-semente to ws-sem-surp(ws-idx-surp)
               compute  ws-num-sort-aux = function random(ws-semente)
               multiply ws-num-sort-aux by 60
                   giving ws-num-surp(ws-idx-surp)
               add 1 to ws-num-surp(ws-idx-surp)

               set ws-num-surp-novo to true

               perform varying ws-idx-surp-dup from 1 by 1
                       until ws-idx-surp-dup >= ws-idx-surp
                   if ws-num-surp(ws-idx-surp-dup)
                      = ws-num-surp(ws-idx-surp)
                       set ws-num-surp-repetido to true
                       move ws-idx-surp to ws-idx-surp-dup
                   end-if
               end-perform

           end-perform

           .
       sorteia-numero-surpresinha-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                         Sorteio dos Números
      *>------------------------------------------------------------------------
       sorteio-batch section.
           move ws-data-atual   to au-data
           move ws-hora-aud     to au-hora

           set  au-reg-sorteio  to true
           move zero            to au-protocolo
           move zero            to au-qtd-numeros
           move zeros           to au-numeros-surpresinha

           move ws-semente-sort(1) to au-semente(1)
           move ws-semente-sort(2) to au-semente(2)
           move ws-semente-sort(3) to au-semente(3)
       grava-auditoria-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Grava na Trilha de Auditoria as Sementes e os Numeros da Surpresinha
      *>------------------------------------------------------------------------
       grava-auditoria-surpresinha-batch section.

           move ws-data-surp    to au-data
           move ws-hora-surp    to au-hora

           set  au-reg-surpresinha to true
           move ws-protocolo    to au-protocolo
           move wc-nr-apostas   to au-qtd-numeros
           move zeros           to au-sementes
           move zeros           to au-numeros-sorteados

           perform varying ws-idx-surp from 1 by 1 until ws-idx-surp > 10
               move ws-sem-surp(ws-idx-surp)
                 to au-semente-surp(ws-idx-surp)
               move ws-num-surp(ws-idx-surp)
                 to au-num-surp(ws-idx-surp)
           end-perform

           write au-registro

           if ws-fs-aud <> "00"
               display "Erro ao Gravar a Trilha de Auditoria - Status "
                   ws-fs-aud
               move 8 to return-code
               stop run
           end-if

           .
       grava-auditoria-surpresinha-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>              Gravação do Histórico de Apostas e Sorteios
      *>------------------------------------------------------------------------
       grava-historico-batch section.

      *>   Aposta nova ainda nao foi conferida contra resultado oficial
           set ah-nao-conferida to true
           move zero to ah-acertos-oficiais

           if ws-com-bolao
               set ah-aposta-bolao to true
           else
               set ah-aposta-individual to true
           end-if

           set ah-aposta-valida to true

           move wc-cod-posto    to ah-cod-posto
           move wc-cod-operador to ah-cod-operador

           if wc-cartao-surpresinha
               set ah-aposta-surpresinha to true
           else
               set ah-aposta-escolhida to true
           end-if

      *>   O codigo de verificacao do comprovante e calculado sobre a
      *>   aposta exatamente como ela vai para o historico, onde o
      *>   pagamento do premio vai recalcula-lo; a aposta fica marcada
      *>   com o comprovante emitido, impresso logo em seguida com ele
           set ah-comprovante-emitido to true

           move ah-protocolo         to cv-protocolo
           move ah-cod-apostador     to cv-cod-apostador
           move ah-concurso          to cv-concurso
           move ah-cod-posto         to cv-cod-posto
           move ah-nr-apostas        to cv-nr-apostas
           move ah-numeros-apostados to cv-numeros-apostados
           perform calcula-codigo-verificacao

           open extend apostas-hist-arq
           if ws-fs-hist = "35"

           close apostas-hist-arq

      *>   A geracao da surpresinha entra na trilha com o protocolo da
      *>   aposta que acabou de ser gravada
           if wc-cartao-surpresinha
               perform grava-auditoria-surpresinha-batch
           end-if

           display "Aposta do Cartao " ws-nr-cartao
               " Registrada Sob o Protocolo " ws-protocolo

       gera-protocolo-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Calcula o Codigo de Verificacao do Comprovante
      *>------------------------------------------------------------------------
      *>   Cada digito dos dados da aposta entra no acumulado (vezes 31,
      *>   mais o digito mais 1), reduzido a cada passo ao resto da
      *>   divisao por 99999989. O calculo e o mesmo do jogo interativo
      *>   e do pagamento de premios, que o refaz pelo historico
       calcula-codigo-verificacao section.

           move zero to cv-acumulado

           perform varying cv-idx-digito from 1 by 1
                   until cv-idx-digito > 56
               compute cv-acumulado =
                       cv-acumulado * 31 + cv-digito(cv-idx-digito) + 1
               divide cv-acumulado by 99999989
                   giving cv-quociente remainder cv-resto
               move cv-resto to cv-acumulado
           end-perform

           move cv-resto to cv-codigo

           .
       calcula-codigo-verificacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Imprime o Comprovante da Aposta do Cartao Processado
      *>------------------------------------------------------------------------
      *>   O nome do apostador e o do posto vem dos cadastros abertos
      *>   na partida do lote; o codigo de verificacao e o calculado na
      *>   gravacao do historico
       grava-comprovante-batch section.

           move spaces to cm-nome-apostador
           move wc-cod-apostador to ap-codigo
           read cadastro-arq
               invalid key
                   continue
               not invalid key
                   move ap-nome to cm-nome-apostador
           end-read

           move spaces to cm-nome-posto
           move wc-cod-posto to pv-codigo
           read postos-arq
               invalid key
                   continue
               not invalid key
                   move pv-nome to cm-nome-posto
           end-read

           move ws-protocolo       to cm-protocolo
           move ws-data-atual(7:2) to cm-dia
           move ws-data-atual(5:2) to cm-mes
           move ws-data-atual(1:4) to cm-ano
           move ws-hora-final(1:2) to cm-hh
           move ws-hora-final(3:2) to cm-mm
           move ws-hora-final(5:2) to cm-ss
           move wc-cod-posto       to cm-cod-posto
           move wc-cod-operador    to cm-cod-operador
           move wc-concurso        to cm-concurso
           move wc-cod-apostador   to cm-cod-apostador

           perform varying ws-idx-comp from 1 by 1 until ws-idx-comp > 10
               move cv-num-apostado(ws-idx-comp)
                 to cm-num-impresso(ws-idx-comp)
           end-perform

           if wc-cartao-surpresinha
               move "Surpresinha - Numeros Escolhidos Pelo Sistema"
                 to cm-modalidade
           else
               move "Numeros Escolhidos Pelo Apostador" to cm-modalidade
           end-if

           compute ws-idx-preco = wc-nr-apostas - 5
           move ws-preco-aposta(ws-idx-preco) to cm-valor
           move wc-total-cotas to cm-total-cotas
           move cv-codigo      to cm-codigo

           write cm-linha from cm-lin-traco
           write cm-linha from cm-lin-titulo
           write cm-linha from cm-lin-traco
           write cm-linha from cm-lin-protocolo
           write cm-linha from cm-lin-posto
           write cm-linha from cm-lin-operador
           write cm-linha from cm-lin-concurso
           write cm-linha from cm-lin-apostador
           write cm-linha from cm-lin-numeros
           write cm-linha from cm-lin-modalidade
           if ws-com-bolao
               write cm-linha from cm-lin-bolao
           end-if
           write cm-linha from cm-lin-valor
           write cm-linha from cm-lin-codigo
           write cm-linha from cm-lin-aviso
           write cm-linha from cm-lin-traco

           if ws-fs-comp <> "00"
               display "Erro ao Imprimir o Comprovante - Status "
                   ws-fs-comp
               move 8 to return-code
               stop run
           end-if

           display "Comprovante Impresso - Codigo de Verificacao "
               cv-codigo

           .
       grava-comprovante-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Finalização Programa
      *>------------------------------------------------------------------------
       finaliza-batch section.
           close cartoes-rej-arq
           close concursos-arq
           close cadastro-arq
           close postos-arq
           close operadores-arq
           close comprovante-arq
           stop run
           .
       finaliza-batch-exit.
