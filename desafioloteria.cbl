           select movimento-mestre-arq assign to "MOVIMENTO-FINANCEIRO"
               organization is sequential
               file status is ws-fs-mov-mestre.

      *>   As cotas de uma aposta em bolao seguem o mesmo esquema de
      *>   arquivo de trabalho estampado, fundido no mestre BOLAO-COTAS
      *>   pela consolidacao
           select bolao-arq assign to ws-nome-mov-bol
               organization is sequential
               file status is ws-fs-bol.

      *>   Cadastro de postos de venda e dos seus operadores: toda
      *>   aposta registra o posto e o operador que a venderam
           select postos-arq assign to "POSTOS-VENDA"
               organization is indexed
               access mode is dynamic
               record key is pv-codigo
               file status is ws-fs-pos.

           select operadores-arq assign to "OPERADORES-POSTO"
               organization is indexed
               access mode is dynamic
               record key is op-chave
               file status is ws-fs-ope.

      *>   Comprovante impresso da aposta, entregue ao apostador; fica
      *>   estampado com a data e hora de partida como os arquivos de
      *>   trabalho, mas vai para a impressao e nao para a consolidacao
           select comprovante-arq assign to ws-nome-comprovante
               organization is sequential
               file status is ws-fs-comp.
       i-o-control.

      *>-----Declaração de variáveis
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
       77  ws-limite-tela                          pic zzzzzz9,99.
       77  ws-gasto-tela                           pic zzzzzzzzz9,99.

      *>   Apostador cujo gasto do dia esta sendo levantado: o dono da
      *>   aposta ou um cotista do bolao
       77  ws-cod-gasto                            pic 9(06).

       77  ws-flag-fim-mestre                      pic x(05).
           88 ws-fim-mestre                        value "true".
           88 ws-n-fim-mestre                      value "false".

      *>   Variaveis para a identificacao do posto de venda e do
      *>   operador que esta vendendo a aposta
       77  ws-fs-pos                               pic x(02).
       77  ws-fs-ope                               pic x(02).
       77  ws-cod-posto                            pic 9(04).
       77  ws-cod-operador                         pic x(10).
       77  ws-nome-posto                           pic x(40).

       77  ws-flag-posto                           pic x(05).
           88 ws-posto-ok                          value "true".
           88 ws-posto-pendente                    value "false".

      *>   Variaveis para a escolha do concurso da aposta no calendario
       77  ws-fs-conc                              pic x(02).
       77  ws-concurso                             pic 9(06).
       77  ws-nome-mov-hist                        pic x(30).
       77  ws-nome-mov-aud                         pic x(30).
       77  ws-nome-mov-fin                         pic x(30).
       77  ws-nome-mov-bol                         pic x(30).
       01  ws-tab-sementes.
           05  ws-semente-sort occurs 6 times      pic 9(08).

      *>   Surpresinha: o apostador so informa a quantidade e o sistema
      *>   escolhe os numeros, cada um com a sua propria semente, que
      *>   vai para a trilha de auditoria junto com o protocolo
       77  ws-resp-surpresinha                     pic x(01).

       77  ws-flag-surpresinha                     pic x(05).
           88 ws-com-surpresinha                   value "true".
           88 ws-sem-surpresinha                   value "false".

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

      *>   Bolao: a aposta pode ser dividida em cotas entre o apostador
      *>   identificado, responsavel pelo bolao, e ate 9 cotistas do
      *>   cadastro; cada um paga e recebe na proporcao das suas cotas,
      *>   e os centavos que o arredondamento deixa de fora ficam com o
      *>   responsavel
       77  ws-fs-bol                               pic x(02).
       77  ws-resp-bolao                           pic x(01).

       77  ws-flag-bolao                           pic x(05).
           88 ws-com-bolao                         value "true".
           88 ws-sem-bolao                         value "false".

       77  ws-flag-cotista                         pic x(05).
           88 ws-cotista-aceito                    value "true".
           88 ws-cotista-recusado                  value "false".

       77  ws-total-cotas                          pic 9(03).
       77  ws-cotas-responsavel                    pic 9(03).
       77  ws-cotas-restantes                      pic 9(03).
       77  ws-cotas-digitadas                      pic 9(03).
       77  ws-cod-cotista                          pic 9(06).
       77  ws-limite-cotista                       pic 9(07)v99.
       77  ws-max-cotistas                         pic 9(02) comp value 9.
       77  ws-qtd-cotistas                         pic 9(02) comp.
       77  ws-idx-cot                              pic 9(02) comp.

       77  ws-valor-aposta                         pic 9(05)v99.
       77  ws-valor-cota                           pic 9(05)v99.
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

      *>   Comprovante da aposta: linhas de impressao e codigo de
      *>   verificacao calculado sobre o conteudo da aposta, conferido
      *>   no pagamento do premio
       77  ws-fs-comp                              pic x(02).
       77  ws-nome-comprovante                     pic x(30).
       77  ws-nome-apostador                       pic x(40).
       77  ws-idx-comp                             pic 9(02) comp.

       copy comprovante.

       copy codigoverificacao.

      *>----Variaveis para comunicação entre programas
       linkage section.

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
       confere-checkpoint-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Identifica o Posto de Venda e o Operador Antes da Aposta
      *>------------------------------------------------------------------------
      *>   So vende quem e operador ativo de um posto ativo no
      *>   POSTOS-VENDA; o posto e o operador aceitos aqui sao gravados
      *>   na aposta e em cada lancamento financeiro dela
       identifica-posto-operador section.

           open input postos-arq

           if ws-fs-pos = "35"
               display "Cadastro de Postos de Venda Nao Encontrado - "
                   "Cadastre os Postos Antes de Apostar."
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
                   "Cadastre os Operadores Antes de Apostar."
               stop run
           end-if

           if ws-fs-ope <> "00"
               display "Erro ao Abrir o Cadastro de Operadores - "
                   "Status " ws-fs-ope
               move 8 to return-code
               stop run
           end-if

           set ws-posto-pendente to true

           perform until ws-posto-ok

               display "Informe o Codigo do Posto de Venda: "
               accept ws-cod-posto

               display "Informe o Codigo do Operador: "
               accept ws-cod-operador

               move ws-cod-posto to pv-codigo
               read postos-arq
                   invalid key
                       display "Posto " ws-cod-posto " Nao Cadastrado."
                   not invalid key
                       if pv-ativo
                           perform confere-operador-posto
                       else
                           display "Posto " ws-cod-posto " Esta Inativo."
                       end-if
               end-read

           end-perform

           close postos-arq
           close operadores-arq

           .
       identifica-posto-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Confere se o Operador Informado e Ativo no Posto
      *>------------------------------------------------------------------------
       confere-operador-posto section.

           move ws-cod-posto    to op-cod-posto
           move ws-cod-operador to op-codigo
           read operadores-arq
               invalid key
                   display "Operador " ws-cod-operador
                       " Nao Cadastrado no Posto " ws-cod-posto "."
               not invalid key
                   if op-ativo
                       set ws-posto-ok to true
                       move pv-nome to ws-nome-posto
                       display "Posto " pv-nome
                       display "Operador " op-nome
                   else
                       display "Operador " ws-cod-operador " Esta Inativo."
                   end-if
           end-read

           .
       confere-operador-posto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>         Identifica o Apostador no Cadastro Antes da Aposta
      *>------------------------------------------------------------------------
      *>   So aceita apostar quem tem codigo no CADASTRO-APOSTADORES e
                       if ap-ativo
                           set ws-apostador-ok to true
                           move ap-limite-diario to ws-limite-diario
                           move ap-nome to ws-nome-apostador
                           display "Boa Sorte, " ap-nome
                       else
                           display "Apostador " ws-cod-apostador " Esta Inativo."

      *>   Jogo responsavel: quem ja atingiu o proprio limite diario de
      *>   gasto nao comeca uma nova aposta hoje
           move ws-cod-apostador to ws-cod-gasto
           perform calcula-gasto-dia

           if ws-limite-diario > zero
      *>   no movimento mestre ja consolidado; lancamentos de execucoes
      *>   ainda nao consolidadas entram no gasto somente apos a
      *>   consolidacao da janela batch
      *>   O apostador levantado e o de WS-COD-GASTO; a cota de bolao
      *>   de um cotista tem linha propria no movimento e entra no
      *>   gasto dele, nao no do responsavel
       calcula-gasto-dia section.

           move zero to ws-gasto-dia
                   at end
                       set ws-fim-mestre to true
                   not at end
      *>               O estorno devolve o valor ao gasto do dia em que
      *>               a aposta estornada foi feita
                       if mm-cod-apostador = ws-cod-gasto
                           evaluate true
                               when mm-lanc-estorno
                                   if mm-data-aposta = ws-data-atual
                                       subtract mm-valor-arrecadado
                                           from ws-gasto-dia
                                   end-if
                               when mm-data = ws-data-atual
                                   add mm-valor-arrecadado to ws-gasto-dia
                           end-evaluate
                       end-if
               end-read

      *>------------------------------------------------------------------------
      *>   Recusa a Aposta que Estouraria o Limite Diario do Apostador
      *>------------------------------------------------------------------------
      *>   Na aposta em bolao conta apenas a parte do responsavel; as
      *>   cotas dos demais ja foram conferidas contra o limite de cada
      *>   cotista na formacao do bolao
       verifica-limite-diario section.

           if ws-limite-diario = zero
               go to verifica-limite-diario-exit
           end-if

      *>   A formacao do bolao levantou o gasto de cada cotista; o
      *>   gasto do responsavel e levantado de novo
           if ws-com-bolao
               move ws-cod-apostador to ws-cod-gasto
               perform calcula-gasto-dia
           end-if

           if ws-gasto-dia + ws-valor-responsavel
              > ws-limite-diario
               move ws-limite-diario to ws-limite-tela
               move ws-gasto-dia     to ws-gasto-tela
       identifica-concurso-exit.
           exit.
      *>------------------------------------------------------------------------
      *>           Forma o Bolao: Cotas do Responsavel e dos Cotistas
      *>------------------------------------------------------------------------
      *>   O apostador identificado e o responsavel pelo bolao e dono
      *>   da aposta no historico; os cotistas precisam estar ativos no
      *>   cadastro e a cota de cada um precisa caber no limite diario
      *>   de gasto dele. Sem bolao, a aposta inteira e do responsavel
       aceita-bolao section.

           set ws-sem-bolao to true
           move zero to ws-qtd-cotistas
           move zero to ws-total-cotas
           move zero to ws-cotas-responsavel
           move zero to ws-soma-valor-cotistas

           compute ws-idx-preco = ws-nr-apostas - 5
           move ws-preco-aposta(ws-idx-preco) to ws-valor-aposta
           move ws-valor-aposta to ws-valor-responsavel

           display "A Aposta e um Bolao? (S/N): "
           accept ws-resp-bolao

           if ws-resp-bolao <> "S" and ws-resp-bolao <> "s"
               go to aceita-bolao-exit
           end-if

           set ws-com-bolao to true

           perform until ws-total-cotas >= 2 and ws-total-cotas <= 100
               display "Total de Cotas do Bolao (2 a 100): "
               accept ws-total-cotas
           end-perform

           perform until ws-cotas-responsavel >= 1
                     and ws-cotas-responsavel < ws-total-cotas
               display "Cotas do Responsavel " ws-cod-apostador
                   " (1 a " ws-total-cotas " Menos 1): "
               accept ws-cotas-responsavel
           end-perform

           compute ws-cotas-restantes =
                   ws-total-cotas - ws-cotas-responsavel

           open input cadastro-arq

           if ws-fs-cad <> "00"
               display "Erro ao Abrir o Cadastro de Apostadores - "
                   "Status " ws-fs-cad
               move 8 to return-code
               stop run
           end-if

           perform until ws-cotas-restantes = zero
               perform aceita-um-cotista
           end-perform

           close cadastro-arq

           if ws-qtd-cotistas = zero
               display "Nenhum Cotista Aceito - a Aposta Segue Como"
                   " Aposta Individual do Responsavel."
               set ws-sem-bolao to true
               go to aceita-bolao-exit
           end-if

      *>   O responsavel paga a sua parte mais os centavos que o
      *>   arredondamento das cotas dos demais deixou de fora
           compute ws-valor-responsavel =
                   ws-valor-aposta - ws-soma-valor-cotistas

           move ws-valor-aposta to ws-valor-tela
           display "Bolao de " ws-total-cotas " Cotas - Valor da"
               " Aposta: R$ " ws-valor-tela
           move ws-valor-responsavel to ws-valor-tela
           display "   Responsavel " ws-cod-apostador " - "
               ws-cotas-responsavel " Cota(s) - R$ " ws-valor-tela

           perform varying ws-idx-cot from 1 by 1
                   until ws-idx-cot > ws-qtd-cotistas
               move ws-cot-valor(ws-idx-cot) to ws-valor-tela
               display "   Cotista     " ws-cot-codigo(ws-idx-cot) " - "
                   ws-cot-cotas(ws-idx-cot) " Cota(s) - R$ "
                   ws-valor-tela
           end-perform

           .
       aceita-bolao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>             Aceita um Cotista do Bolao e as Suas Cotas
      *>------------------------------------------------------------------------
      *>   Codigo zero encerra o bolao e deixa as cotas ainda nao
      *>   distribuidas com o responsavel, o mesmo que acontece ao
      *>   atingir o maximo de cotistas
       aceita-um-cotista section.

           if ws-qtd-cotistas >= ws-max-cotistas
               display "Limite de " ws-max-cotistas " Cotistas Atingido"
                   " - as " ws-cotas-restantes " Cota(s) Restante(s)"
                   " Ficam com o Responsavel."
               add ws-cotas-restantes to ws-cotas-responsavel
               move zero to ws-cotas-restantes
               go to aceita-um-cotista-exit
           end-if

           display "Codigo do Cotista (Zero Deixa as "
               ws-cotas-restantes " Cota(s) Restante(s) com o"
               " Responsavel): "
           accept ws-cod-cotista

           if ws-cod-cotista = zero
               add ws-cotas-restantes to ws-cotas-responsavel
               move zero to ws-cotas-restantes
               go to aceita-um-cotista-exit
           end-if

           set ws-cotista-aceito to true

           if ws-cod-cotista = ws-cod-apostador
               set ws-cotista-recusado to true
           end-if

           perform varying ws-idx-cot from 1 by 1
                   until ws-idx-cot > ws-qtd-cotistas
               if ws-cot-codigo(ws-idx-cot) = ws-cod-cotista
                   set ws-cotista-recusado to true
               end-if
           end-perform

           if ws-cotista-recusado
               display "Apostador " ws-cod-cotista " Ja Participa"
                   " Deste Bolao."
               go to aceita-um-cotista-exit
           end-if

           move ws-cod-cotista to ap-codigo
           read cadastro-arq
               invalid key
                   display "Codigo " ws-cod-cotista " Nao Cadastrado."
                   go to aceita-um-cotista-exit
           end-read

           if not ap-ativo
               display "Apostador " ws-cod-cotista " Esta Inativo."
               go to aceita-um-cotista-exit
           end-if

           move ap-limite-diario to ws-limite-cotista

           move zero to ws-cotas-digitadas
           perform until ws-cotas-digitadas >= 1
                     and ws-cotas-digitadas <= ws-cotas-restantes
               display "Cotas de " ap-nome " (1 a "
                   ws-cotas-restantes "): "
               accept ws-cotas-digitadas
           end-perform

           compute ws-valor-cota =
                   ws-valor-aposta * ws-cotas-digitadas / ws-total-cotas

      *>   Jogo responsavel: a cota entra no gasto do dia do cotista
           if ws-limite-cotista > zero
               move ws-cod-cotista to ws-cod-gasto
               perform calcula-gasto-dia
               if ws-gasto-dia + ws-valor-cota > ws-limite-cotista
                   move ws-limite-cotista to ws-limite-tela
                   move ws-gasto-dia      to ws-gasto-tela
                   display "Cotista Recusado: a Cota Somada aos R$ "
                       ws-gasto-tela " Ja Gastos Hoje Ultrapassa o"
                       " Limite Diario de R$ " ws-limite-tela "."
                   go to aceita-um-cotista-exit
               end-if
           end-if

           add 1 to ws-qtd-cotistas
           move ws-cod-cotista     to ws-cot-codigo(ws-qtd-cotistas)
           move ws-cotas-digitadas to ws-cot-cotas(ws-qtd-cotistas)
           move ws-valor-cota      to ws-cot-valor(ws-qtd-cotistas)
           move zero               to ws-cot-premio(ws-qtd-cotistas)

           add ws-valor-cota to ws-soma-valor-cotistas
           subtract ws-cotas-digitadas from ws-cotas-restantes

           .
       aceita-um-cotista-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                        Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.
           display "3: Cada Aposta Pode Conter De 6 a 10 Numeros"
           display " "
      *> ----------------------------------------------------
      *>   Identificar o posto de venda e o operador do balcao, que
      *>   ficam registrados na aposta e nos lancamentos dela
           perform identifica-posto-operador
      *> ----------------------------------------------------
      *>   Identificar no cadastro quem esta apostando, para que o
      *>   historico registre de quem e cada aposta
           perform identifica-apostador
               end-if
           end-perform
      *> ----------------------------------------------------
      *>   Perguntar se o apostador quer a surpresinha, em que o
      *>   sistema escolhe os numeros da aposta
           perform aceita-surpresinha
      *> ----------------------------------------------------
      *>   Perguntar se a aposta e um bolao e, se for, colher as cotas
      *>   do responsavel e de cada cotista
           perform aceita-bolao
      *> ----------------------------------------------------
      *>   Recusar a aposta se o valor dela estourar o limite diario
      *>   de gasto do apostador
           perform verifica-limite-diario
      *> ----------------------------------------------------
      *>   Chamar a section de acordo com a quantidade de números sendo apostados;
      *>   na surpresinha os numeros sao gerados pelo sistema
           if ws-com-surpresinha
               perform gera-surpresinha
           else
               evaluate ws-nr-apostas
                   when = 6
                       perform apostar-6-num
                   when = 7
                       perform apostar-7-num
                   when = 8
                       perform apostar-8-num
                   when = 9
                       perform apostar-9-num
                   when = 10
                       perform apostar-10-num
               end-evaluate
           end-if
      *> ----------------------------------------------------
      *>   So retoma o ponto de controle encontrado se for exatamente a
      *>   mesma aposta que acabou de ser digitada
       exibe-frequencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>            Pergunta se a Aposta Sera uma Surpresinha
      *>------------------------------------------------------------------------
       aceita-surpresinha section.

           set ws-sem-surpresinha to true

           display "Surpresinha? O Sistema Escolhe os " ws-nr-apostas
               " Numeros da Aposta (S/N)"
           accept ws-resp-surpresinha

           if ws-resp-surpresinha = "S" or ws-resp-surpresinha = "s"
               set ws-com-surpresinha to true
           end-if

           .
       aceita-surpresinha-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Gera os Numeros da Surpresinha Pelo Sistema
      *>------------------------------------------------------------------------
      *>   Cada posicao recebe um numero de 1 a 60 tirado de uma semente
      *>   propria, como no sorteio; a semente e o numero de cada posicao
      *>   sao guardados para a trilha de auditoria, gravada junto com a
      *>   aposta quando o protocolo ja e conhecido
       gera-surpresinha section.

           accept ws-data-surp from date yyyymmdd
           accept ws-hora-surp from time

           perform varying ws-idx-surp from 1 by 1 until ws-idx-surp > 10
               move zero to ws-sem-surp(ws-idx-surp)
               move zero to ws-num-surp(ws-idx-surp)
           end-perform

           perform varying ws-idx-surp from 1 by 1
                   until ws-idx-surp > ws-nr-apostas
               perform sorteia-numero-surpresinha
           end-perform

           move ws-num-surp(01) to ws-num1
           move ws-num-surp(02) to ws-num2
           move ws-num-surp(03) to ws-num3
           move ws-num-surp(04) to ws-num4
           move ws-num-surp(05) to ws-num5
           move ws-num-surp(06) to ws-num6
           move ws-num-surp(07) to ws-num7
           move ws-num-surp(08) to ws-num8
           move ws-num-surp(09) to ws-num9
           move ws-num-surp(10) to ws-num10

           display "Surpresinha - Numeros Escolhidos Pelo Sistema: "
               with no advancing
           perform varying ws-idx-surp from 1 by 1
                   until ws-idx-surp > ws-nr-apostas
               display ws-num-surp(ws-idx-surp) " " with no advancing
           end-perform
           display " "

           .
       gera-surpresinha-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Sorteia o Numero de Uma Posicao da Surpresinha, Sem Repetir
      *>------------------------------------------------------------------------
      *>   O numero e a parte inteira de random(semente) x 60, mais 1;
      *>   numero que repete uma posicao anterior e descartado e a
      *>   posicao e sorteada de novo com uma nova semente
       sorteia-numero-surpresinha section.

           set ws-num-surp-repetido to true

           perform until ws-num-surp-novo

               perform semente-delay
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
       sorteia-numero-surpresinha-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                         Apostar 6 Números
      *>------------------------------------------------------------------------
       apostar-6-num section.
           move ws-data-atual   to au-data
           move ws-hora-aud     to au-hora

           set  au-reg-sorteio  to true
           move zero            to au-protocolo
           move zero            to au-qtd-numeros
           move zeros           to au-numeros-surpresinha

           move ws-semente-sort(1) to au-semente(1)
           move ws-semente-sort(2) to au-semente(2)
           move ws-semente-sort(3) to au-semente(3)
       grava-auditoria-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Grava na Trilha de Auditoria as Sementes e os Numeros da Surpresinha
      *>------------------------------------------------------------------------
       grava-auditoria-surpresinha section.

           move ws-data-surp    to au-data
           move ws-hora-surp    to au-hora

           set  au-reg-surpresinha to true
           move ws-protocolo    to au-protocolo
           move ws-nr-apostas   to au-qtd-numeros
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
       grava-auditoria-surpresinha-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Grava o Ponto de Controle do Sorteio Ainda em Andamento
      *>------------------------------------------------------------------------
       grava-checkpoint section.

      *>   Aposta nova ainda nao foi conferida contra resultado oficial
           set ah-nao-conferida to true
           move zero to ah-acertos-oficiais

           if ws-com-bolao
               set ah-aposta-bolao to true
           else
               set ah-aposta-individual to true
           end-if

           set ah-aposta-valida to true

           move ws-cod-posto    to ah-cod-posto
           move ws-cod-operador to ah-cod-operador

           if ws-com-surpresinha
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
           if ws-com-surpresinha
               perform grava-auditoria-surpresinha
           end-if

           display "Aposta Registrada Sob o Protocolo " ws-protocolo
               " - Guarde Este Numero Para Consultas."

      *>   Um lancamento por aposta, com o valor arrecadado pela tabela
      *>   de precos do tamanho da aposta e o premio devido pela faixa
      *>   alcancada; e a base do fechamento de caixa diario
      *>   Na aposta em bolao o lancamento da aposta fica com a parte
      *>   do responsavel e cada cotista ganha uma linha de cota com a
      *>   sua parte no preco e no premio
       grava-movimento section.

           move ws-protocolo     to mv-protocolo
           compute ws-idx-preco = ws-nr-apostas - 5
           move ws-preco-aposta(ws-idx-preco) to mv-valor-arrecadado

           move ws-concurso to mv-concurso
           set  mv-lanc-aposta to true
           move zero to mv-data-aposta
           move ws-cod-posto    to mv-cod-posto
           move ws-cod-operador to mv-cod-operador

           evaluate ws-melhor-acertos
               when 6
                   set  mv-faixa-sena to true
                   move zero to mv-premio-devido
           end-evaluate

           move mv-premio-devido to ws-premio-aposta

           if ws-com-bolao
               perform reparte-premio-bolao
               move ws-valor-responsavel  to mv-valor-arrecadado
               move ws-premio-responsavel to mv-premio-devido
           end-if

           open extend movimento-arq
           if ws-fs-mov = "35"
               open output movimento-arq
               stop run
           end-if

           if ws-com-bolao
               perform grava-cotas-movimento
           end-if

           close movimento-arq

           move ws-valor-aposta to ws-valor-tela
           display "Valor Arrecadado da Aposta: R$ " ws-valor-tela

           if ws-premio-aposta > zero
               move ws-premio-aposta to ws-premio-tela
               display "Premio Devido ao Apostador: R$ " ws-premio-tela
               if ws-com-bolao
                   display "Premio Repartido Entre os Cotistas do Bolao"
                       " na Proporcao das Cotas."
               end-if
           end-if

           .
       grava-movimento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Reparte o Premio da Aposta Pelas Cotas do Bolao
      *>------------------------------------------------------------------------
      *>   Cada cotista recebe o premio vezes as suas cotas sobre o
      *>   total, truncado no centavo; o responsavel fica com o resto
       reparte-premio-bolao section.

           move zero to ws-soma-premio-cotistas

           perform varying ws-idx-cot from 1 by 1
                   until ws-idx-cot > ws-qtd-cotistas
               compute ws-cot-premio(ws-idx-cot) =
                       ws-premio-aposta * ws-cot-cotas(ws-idx-cot)
                       / ws-total-cotas
               add ws-cot-premio(ws-idx-cot) to ws-soma-premio-cotistas
           end-perform

           compute ws-premio-responsavel =
                   ws-premio-aposta - ws-soma-premio-cotistas

           .
       reparte-premio-bolao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Grava as Linhas de Cota dos Cotistas do Bolao
      *>------------------------------------------------------------------------
      *>   O arquivo de movimento ja esta aberto e a linha da aposta do
      *>   responsavel ja foi gravada; cada linha de cota repete o
      *>   protocolo, a data, o tamanho e a faixa da aposta
       grava-cotas-movimento section.

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
       grava-cotas-movimento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Grava as Cotas do Bolao no Arquivo de Trabalho Estampado
      *>------------------------------------------------------------------------
      *>   Um registro para o responsavel e um para cada cotista, todos
      *>   com o protocolo da aposta
       grava-bolao section.

           if ws-sem-bolao
               go to grava-bolao-exit
           end-if

           open extend bolao-arq
           if ws-fs-bol = "35"
               open output bolao-arq
           end-if

           move ws-protocolo          to bl-protocolo
           move ws-cod-apostador      to bl-cod-apostador
           move ws-concurso           to bl-concurso
           move ws-data-atual         to bl-data
           move ws-cotas-responsavel  to bl-qtd-cotas
           move ws-total-cotas        to bl-total-cotas
           move ws-valor-responsavel  to bl-valor-cota
           set  bl-responsavel to true

           perform grava-uma-cota-bolao

           set bl-cotista to true

           perform varying ws-idx-cot from 1 by 1
                   until ws-idx-cot > ws-qtd-cotistas
               move ws-cot-codigo(ws-idx-cot) to bl-cod-apostador
               move ws-cot-cotas(ws-idx-cot)  to bl-qtd-cotas
               move ws-cot-valor(ws-idx-cot)  to bl-valor-cota
               perform grava-uma-cota-bolao
           end-perform

           close bolao-arq

           .
       grava-bolao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>              Grava um Registro de Cota do Bolao
      *>------------------------------------------------------------------------
       grava-uma-cota-bolao section.

           write bl-registro

           if ws-fs-bol <> "00"
               display "Erro ao Gravar a Cota do Bolao - Status "
                   ws-fs-bol
               move 8 to return-code
               stop run
           end-if

           .
       grava-uma-cota-bolao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Calcula o Codigo de Verificacao do Comprovante
      *>------------------------------------------------------------------------
      *>   Cada digito dos dados da aposta entra no acumulado (vezes 31,
      *>   mais o digito mais 1), reduzido a cada passo ao resto da
      *>   divisao por 99999989. O calculo e o mesmo do lote de cartoes
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
      *>            Imprime o Comprovante da Aposta Registrada
      *>------------------------------------------------------------------------
      *>   O comprovante leva o codigo de verificacao calculado na
      *>   gravacao do historico; sem ele o premio nao e pago
       grava-comprovante section.

           move ws-protocolo      to cm-protocolo
           move ws-data-atual(7:2) to cm-dia
           move ws-data-atual(5:2) to cm-mes
           move ws-data-atual(1:4) to cm-ano
           move ws-hora-final(1:2) to cm-hh
           move ws-hora-final(3:2) to cm-mm
           move ws-hora-final(5:2) to cm-ss
           move ws-cod-posto      to cm-cod-posto
           move ws-nome-posto     to cm-nome-posto
           move ws-cod-operador   to cm-cod-operador
           move ws-concurso       to cm-concurso
           move ws-cod-apostador  to cm-cod-apostador
           move ws-nome-apostador to cm-nome-apostador

           perform varying ws-idx-comp from 1 by 1 until ws-idx-comp > 10
               move cv-num-apostado(ws-idx-comp)
                 to cm-num-impresso(ws-idx-comp)
           end-perform

           if ws-com-surpresinha
               move "Surpresinha - Numeros Escolhidos Pelo Sistema"
                 to cm-modalidade
           else
               move "Numeros Escolhidos Pelo Apostador" to cm-modalidade
           end-if

           compute ws-idx-preco = ws-nr-apostas - 5
           move ws-preco-aposta(ws-idx-preco) to cm-valor
           move ws-total-cotas to cm-total-cotas
           move cv-codigo      to cm-codigo

           open extend comprovante-arq
           if ws-fs-comp = "35"
               open output comprovante-arq
           end-if

           if ws-fs-comp <> "00"
               display "Erro ao Abrir o Arquivo de Comprovantes - Status "
                   ws-fs-comp
               move 8 to return-code
               stop run
           end-if

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

           close comprovante-arq

           display "Comprovante Impresso - Codigo de Verificacao "
               cv-codigo " - Entregue o Comprovante ao Apostador."

           .
       grava-comprovante-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Finalização Programa
      *>------------------------------------------------------------------------
       finaliza section.
           perform grava-historico
           perform grava-movimento
           perform grava-bolao
           perform grava-comprovante
           perform apaga-checkpoint
           close auditoria-arq
           stop run
