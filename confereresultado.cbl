               record key is ah-protocolo
               file status is ws-fs-hist.

      *>   Movimento financeiro mestre: fonte da arrecadacao do concurso
      *>   e destino das linhas de premio do rateio
           select movimento-arq assign to "MOVIMENTO-FINANCEIRO"
               organization is sequential
               file status is ws-fs-mov.

      *>   Percentuais de rateio por faixa, na vigencia da data do
      *>   sorteio do concurso
           select parametros-arq assign to "PARAMETROS-JOGO"
               organization is sequential
               file status is ws-fs-par.

      *>   Boletim de resultado do concurso apurado; o nome do arquivo
      *>   e montado com o numero do concurso
           select boletim-arq assign to ws-nome-boletim
               organization is sequential
               file status is ws-fs-bol.

      *>   Cotas das apostas em bolao: o premio de uma aposta em bolao
      *>   e repartido entre os cotistas na proporcao das cotas
           select bolao-arq assign to "BOLAO-COTAS"
               organization is indexed
               access mode is dynamic
               record key is bl-chave
               file status is ws-fs-cot.

      *>   Arquivo de trabalho com as linhas de premio do concurso que
      *>   ja estao no movimento (protocolo e apostador), levantadas
      *>   junto com a arrecadacao: a apuracao interrompida no meio da
      *>   gravacao dos premios e retomada sem lancar nenhum duas vezes.
      *>   Criado vazio a cada apuracao e removido ao final
           select trabalho-arq assign to "CONFERE-TRABALHO"
               organization is indexed
               access mode is random
               record key is wp-chave
               file status is ws-fs-trab.

      *>-----Declaração de variáveis
       data division.

           label records are standard.
           copy apostashist.

       fd  movimento-arq
           label records are standard.
           copy movimento.

       fd  parametros-arq
           label records are standard.
           copy parametrosjogo.

       fd  boletim-arq
           label records are standard.
       01  bo-linha                                pic x(80).

       fd  bolao-arq
           label records are standard.
           copy bolao.

       fd  trabalho-arq
           label records are standard.
       01  wp-registro.
           05  wp-chave.
               10  wp-protocolo                 pic 9(18).
               10  wp-cod-apostador             pic 9(06).

      *>-----Variaveis de trabalho
       working-storage section.

       77  ws-qtd-conferidas                       pic 9(08).
       77  ws-qtd-ja-conferidas                    pic 9(08).
       77  ws-qtd-outros-concursos                 pic 9(08).
       77  ws-qtd-estornadas                       pic 9(08).
       77  ws-qtd-sena                             pic 9(08).
       77  ws-qtd-quina                            pic 9(08).
       77  ws-qtd-quadra                           pic 9(08).

      *>   Controle do rateio: so a primeira apuracao do concurso reparte
      *>   os premios; uma nova conferencia de concurso ja apurado so
      *>   lista os ganhadores consolidados depois, para tratamento manual
       77  ws-fs-mov                               pic x(02).
       77  ws-fs-par                               pic x(02).
       77  ws-fs-bol                               pic x(02).
       77  ws-fs-cot                               pic x(02).

       77  ws-flag-rateio                          pic x(05).
           88 ws-faz-rateio                        value "true".
           88 ws-sem-rateio                        value "false".

      *>   Etapa do rateio ja concluida numa apuracao interrompida: cada
      *>   etapa e gravada no concurso logo que termina e a retomada
      *>   pula as ja feitas
       77  ws-etapa-rateio                         pic x(01).
           88 ws-etapa-pendente                    value " ".
           88 ws-etapa-premios                     value "P".
           88 ws-etapa-repasse                     value "R".

       77  ws-concurso-repasse-gravado             pic 9(06).

       77  ws-fs-trab                              pic x(02).

       77  ws-flag-trabalho                        pic x(05).
           88 ws-tem-trabalho                      value "true".
           88 ws-sem-trabalho                      value "false".

       77  ws-qtd-premios-ja-gravados              pic 9(08).

       77  ws-flag-fim-mov                         pic x(05).
           88 ws-fim-mov                           value "true".
           88 ws-n-fim-mov                         value "false".

       77  ws-flag-fim-par                         pic x(05).
           88 ws-fim-parametros                    value "true".
           88 ws-n-fim-parametros                  value "false".

       77  ws-melhor-vigencia                      pic 9(08).

      *>   Percentuais da arrecadacao destinados a cada faixa
       77  ws-perc-rateio-sena                     pic 9(03)v99.
       77  ws-perc-rateio-quina                    pic 9(03)v99.
       77  ws-perc-rateio-quadra                   pic 9(03)v99.

      *>   Valores do rateio do concurso
       77  ws-arrecadacao                          pic 9(11)v99.
       77  ws-acumulado-recebido                   pic 9(11)v99.
       77  ws-valor-faixa-sena                     pic 9(11)v99.
       77  ws-valor-faixa-quina                    pic 9(11)v99.
       77  ws-valor-faixa-quadra                   pic 9(11)v99.
       77  ws-premio-sena                          pic 9(09)v99.
       77  ws-premio-quina                         pic 9(09)v99.
       77  ws-premio-quadra                        pic 9(09)v99.
       77  ws-valor-repasse                        pic 9(11)v99.
       77  ws-concurso-repasse                     pic 9(06).
       77  ws-qtd-premios-gravados                 pic 9(08).

       77  ws-data-apuracao                        pic 9(08).
       77  ws-hora-apuracao                        pic 9(08).

      *>   Reparticao do premio de uma aposta em bolao pelas cotas: cada
      *>   cotista recebe a sua parte truncada no centavo e o responsavel
      *>   fica com o resto
       77  ws-premio-aposta                        pic 9(09)v99.
       77  ws-soma-premio-cotistas                 pic 9(09)v99.

       77  ws-flag-cotas                           pic x(05).
           88 ws-tem-cotas                         value "true".
           88 ws-sem-cotas                         value "false".

       77  ws-flag-fim-cotas                       pic x(05).
           88 ws-fim-cotas                         value "true".
           88 ws-n-fim-cotas                       value "false".

      *>   Linhas do boletim de resultado
       77  ws-nome-boletim                         pic x(30).
       77  ws-valor-bol                            pic zzzzzzzzzz9,99.
       77  ws-premio-bol                           pic zzzzzzzz9,99.

      *>----Variaveis para comunicação entre programas
       linkage section.

           perform inicializa-conferencia.
           perform carrega-resultado.
           perform confere-apostas.
           perform le-parametros-rateio.
           perform levanta-arrecadacao.
           perform calcula-rateio.
           perform grava-premios.
           perform repassa-acumulado.
           perform apura-concurso.
           perform emite-boletim.
           perform finaliza-conferencia.

      *>------------------------------------------------------------------------
           move zero to ws-qtd-conferidas
           move zero to ws-qtd-ja-conferidas
           move zero to ws-qtd-outros-concursos
           move zero to ws-qtd-estornadas
           move zero to ws-qtd-sena
           move zero to ws-qtd-quina
           move zero to ws-qtd-quadra
           move zero to ws-qtd-premios-gravados
           move zero to ws-qtd-premios-ja-gravados
           set ws-sem-trabalho to true
           move zero to ws-arrecadacao
           move zero to ws-valor-repasse
           move zero to ws-concurso-repasse
           move zero to ws-premio-sena
           move zero to ws-premio-quina
           move zero to ws-premio-quadra

      *>   O calendario e aberto para consulta e regravacao: o concurso
      *>   conferido ate o fim e marcado como apurado
           end-if

           move co-data-sorteio to ws-data-sorteio
           move co-acumulado-recebido to ws-acumulado-recebido

           if co-apurado
               set ws-sem-rateio to true
               display "Concurso " ws-concurso " Ja Apurado - o Rateio"
                   " Ja Foi Feito; Ganhadores Conferidos Agora Sao Apenas"
                   " Listados Para Tratamento Manual."
           else
               set ws-faz-rateio to true
           end-if

           move co-etapa-rateio     to ws-etapa-rateio
           move co-concurso-repasse to ws-concurso-repasse-gravado

           if ws-faz-rateio and ws-etapa-premios
               display "Apuracao Interrompida Retomada - Premios Ja "
                   "Lancados no Movimento."
           end-if

           if ws-faz-rateio and ws-etapa-repasse
               display "Apuracao Interrompida Retomada - Premios Ja "
                   "Lancados e Acumulado Ja Repassado ao Concurso "
                   ws-concurso-repasse-gravado "."
           end-if

           perform varying ws-idx-sort from 1 by 1 until ws-idx-sort > 6

                       evaluate true
                           when ah-concurso <> ws-concurso
                               add 1 to ws-qtd-outros-concursos
                           when ah-aposta-estornada
                               add 1 to ws-qtd-estornadas
                           when ah-ja-conferida
                               add 1 to ws-qtd-ja-conferidas
                               move ah-acertos-oficiais to ws-acertos
                               perform conta-ganhador
                           when other
                               perform confere-uma-aposta
                       end-evaluate

           evaluate ws-acertos
               when 6
                   display "SENA   - Protocolo " ah-protocolo
                       " Apostador " ah-cod-apostador " - 6 Acertos"
               when 5
                   display "QUINA  - Protocolo " ah-protocolo
                       " Apostador " ah-cod-apostador " - 5 Acertos"
               when 4
                   display "QUADRA - Protocolo " ah-protocolo
                       " Apostador " ah-cod-apostador " - 4 Acertos"
               when other
                   continue
           end-evaluate

           if ws-sem-rateio and ws-acertos >= 4
               display "   Ganhador Conferido Depois do Rateio do "
                   "Concurso - Encaminhar Para Tratamento Manual."
           end-if

           perform conta-ganhador

      *>   Os acertos oficiais ficam gravados na aposta: uma apuracao
      *>   interrompida e retomada conta os ganhadores ja conferidos sem
      *>   pontua-los outra vez
           move ws-acertos to ah-acertos-oficiais
           set ah-ja-conferida to true
           rewrite ah-registro

       confere-uma-aposta-exit.
           exit.
      *>------------------------------------------------------------------------
      *>           Conta um Ganhador do Concurso na Faixa Alcancada
      *>------------------------------------------------------------------------
       conta-ganhador section.

           evaluate ws-acertos
               when 6
                   add 1 to ws-qtd-sena
               when 5
                   add 1 to ws-qtd-quina
               when 4
                   add 1 to ws-qtd-quadra
               when other
                   continue
           end-evaluate

           .
       conta-ganhador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Leitura dos Percentuais de Rateio em Vigor na Data do Sorteio
      *>------------------------------------------------------------------------
      *>   Vale o registro de parametros de maior vigencia menor ou igual
      *>   a data do sorteio do concurso; sem arquivo, sem vigencia ou
      *>   com percentual zerado (vigencias gravadas antes do rateio),
      *>   a faixa assume o percentual padrao
       le-parametros-rateio section.

           move 35,00 to ws-perc-rateio-sena
           move 19,00 to ws-perc-rateio-quina
           move 19,00 to ws-perc-rateio-quadra

           if ws-sem-rateio
               go to le-parametros-rateio-exit
           end-if

           set ws-n-fim-parametros to true
           move zero to ws-melhor-vigencia

           open input parametros-arq

           if ws-fs-par = "35"
               display "Arquivo de Parametros Nao Encontrado - "
                   "Assumindo os Percentuais de Rateio Padrao."
               go to le-parametros-rateio-exit
           end-if

           if ws-fs-par <> "00"
               display "Erro ao Abrir o Arquivo de Parametros - Status "
                   ws-fs-par
               move 8 to return-code
               stop run
           end-if

           perform until ws-fim-parametros

               read parametros-arq
                   at end
                       set ws-fim-parametros to true
                   not at end
                       if  pj-data-vigencia <= ws-data-sorteio
                       and pj-data-vigencia >= ws-melhor-vigencia
                           move pj-data-vigencia to ws-melhor-vigencia
                           if pj-perc-rateio-sena > zero
                               move pj-perc-rateio-sena
                                 to ws-perc-rateio-sena
                           end-if
                           if pj-perc-rateio-quina > zero
                               move pj-perc-rateio-quina
                                 to ws-perc-rateio-quina
                           end-if
                           if pj-perc-rateio-quadra > zero
                               move pj-perc-rateio-quadra
                                 to ws-perc-rateio-quadra
                           end-if
                       end-if
               end-read

           end-perform

           close parametros-arq

           .
       le-parametros-rateio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Levanta a Arrecadacao das Apostas Vendidas Para o Concurso
      *>------------------------------------------------------------------------
       levanta-arrecadacao section.

           if ws-sem-rateio
               go to levanta-arrecadacao-exit
           end-if

           set ws-n-fim-mov to true

      *>   O arquivo de trabalho e criado vazio a cada apuracao
           open output trabalho-arq
           close trabalho-arq
           open i-o trabalho-arq

           if ws-fs-trab <> "00"
               display "Erro ao Abrir o Arquivo de Trabalho da "
                   "Apuracao - Status " ws-fs-trab
               move 8 to return-code
               stop run
           end-if

           set ws-tem-trabalho to true

           open input movimento-arq

           if ws-fs-mov = "35"
               display "Movimento Financeiro Nao Encontrado - "
                   "Arrecadacao do Concurso Zerada."
               go to levanta-arrecadacao-exit
           end-if

           if ws-fs-mov <> "00"
               display "Erro ao Abrir o Movimento Financeiro - Status "
                   ws-fs-mov
               move 8 to return-code
               stop run
           end-if

           perform until ws-fim-mov

               read movimento-arq
                   at end
                       set ws-fim-mov to true
                   not at end
      *>               O estorno vem sempre depois do lancamento que ele
      *>               devolve e abate a arrecadacao do concurso
                       if mv-concurso = ws-concurso
                           evaluate true
                               when mv-lanc-aposta or mv-lanc-cota
                                   add mv-valor-arrecadado
                                       to ws-arrecadacao
                               when mv-lanc-estorno
                                   subtract mv-valor-arrecadado
                                       from ws-arrecadacao
                               when mv-lanc-premio
                                   perform registra-premio-lancado
                           end-evaluate
                       end-if
               end-read

           end-perform

           close movimento-arq

           .
       levanta-arrecadacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>     Guarda uma Linha de Premio do Concurso Que Ja Esta no Movimento
      *>------------------------------------------------------------------------
       registra-premio-lancado section.

           move mv-protocolo     to wp-protocolo
           move mv-cod-apostador to wp-cod-apostador

           write wp-registro
               invalid key
                   continue
           end-write

           if ws-fs-trab <> "00" and ws-fs-trab <> "22"
               display "Erro ao Gravar no Arquivo de Trabalho da "
                   "Apuracao - Status " ws-fs-trab
               move 8 to return-code
               stop run
           end-if

           .
       registra-premio-lancado-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Reparte o Valor de Cada Faixa Entre os Seus Ganhadores
      *>------------------------------------------------------------------------
      *>   Cada faixa recebe o seu percentual da arrecadacao do concurso;
      *>   a sena recebe ainda o acumulado vindo de concursos anteriores.
      *>   O valor da faixa e dividido igualmente entre os ganhadores
      *>   dela (truncado no centavo); faixa sem ganhador acumula para a
      *>   sena do proximo concurso aberto, que precisa existir antes de
      *>   qualquer premio ser gravado
       calcula-rateio section.

           if ws-sem-rateio
               go to calcula-rateio-exit
           end-if

           compute ws-valor-faixa-sena
               = (ws-arrecadacao * ws-perc-rateio-sena / 100)
               + ws-acumulado-recebido
           compute ws-valor-faixa-quina
               = ws-arrecadacao * ws-perc-rateio-quina / 100
           compute ws-valor-faixa-quadra
               = ws-arrecadacao * ws-perc-rateio-quadra / 100

           if ws-qtd-sena > zero
               compute ws-premio-sena
                   = ws-valor-faixa-sena / ws-qtd-sena
           else
               add ws-valor-faixa-sena to ws-valor-repasse
           end-if

           if ws-qtd-quina > zero
               compute ws-premio-quina
                   = ws-valor-faixa-quina / ws-qtd-quina
           else
               add ws-valor-faixa-quina to ws-valor-repasse
           end-if

           if ws-qtd-quadra > zero
               compute ws-premio-quadra
                   = ws-valor-faixa-quadra / ws-qtd-quadra
           else
               add ws-valor-faixa-quadra to ws-valor-repasse
           end-if

      *>   Na retomada com o acumulado ja repassado vale o concurso que
      *>   o recebeu, mesmo que ele ja nao esteja aberto
           if ws-valor-repasse > zero
               if ws-etapa-repasse
                   move ws-concurso-repasse-gravado
                     to ws-concurso-repasse
               else
                   perform localiza-concurso-repasse
               end-if
           end-if

           .
       calcula-rateio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Localiza o Proximo Concurso Aberto Para Receber o Acumulado
      *>------------------------------------------------------------------------
       localiza-concurso-repasse section.

           move zero to ws-concurso-repasse

           move ws-concurso to co-numero
           start concursos-arq key is > co-numero
               invalid key
                   continue
               not invalid key
                   set ws-n-fim-arq to true
                   perform until ws-fim-arq
                       read concursos-arq next record
                           at end
                               set ws-fim-arq to true
                           not at end
                               if co-aberto
                                   move co-numero to ws-concurso-repasse
                                   set ws-fim-arq to true
                               end-if
                       end-read
                   end-perform
           end-start

           if ws-concurso-repasse = zero
               display "Nenhum Concurso Aberto Depois do " ws-concurso
                   " Para Receber o Acumulado - Abra o Proximo Concurso"
                   " e Rode a Apuracao Novamente."
               close concursos-arq
               close apostas-hist-arq
               move 8 to return-code
               stop run
           end-if

           .
       localiza-concurso-repasse-exit.
           exit.
      *>------------------------------------------------------------------------
      *>     Grava uma Linha de Premio Para Cada Aposta Premiada do Concurso
      *>------------------------------------------------------------------------
      *>   Segunda leitura do historico: cada aposta do concurso com
      *>   quatro ou mais acertos oficiais recebe um lancamento de premio
      *>   no movimento financeiro, que o torna pagavel no caixa. Ao fim
      *>   da gravacao a etapa fica marcada no concurso; a linha que ja
      *>   estava no movimento (gravacao interrompida) nao e repetida
       grava-premios section.

           if ws-sem-rateio or not ws-etapa-pendente
               go to grava-premios-exit
           end-if

           if ws-qtd-sena = zero and ws-qtd-quina = zero
              and ws-qtd-quadra = zero
               go to grava-premios-exit
           end-if

           accept ws-data-apuracao from date yyyymmdd
           accept ws-hora-apuracao from time

           close apostas-hist-arq
           open input apostas-hist-arq

           if ws-fs-hist <> "00"
               display "Erro ao Reabrir o Historico de Apostas - Status "
                   ws-fs-hist
               move 8 to return-code
               stop run
           end-if

           open extend movimento-arq
           if ws-fs-mov = "35"
               open output movimento-arq
           end-if

           if ws-fs-mov <> "00"
               display "Erro ao Abrir o Movimento Financeiro - Status "
                   ws-fs-mov
               move 8 to return-code
               stop run
           end-if

      *>   Sem o mestre de cotas nenhum bolao foi consolidado ainda
           set ws-tem-cotas to true

           open input bolao-arq

           if ws-fs-cot = "35"
               set ws-sem-cotas to true
           else
               if ws-fs-cot <> "00"
                   display "Erro ao Abrir o Mestre de Cotas de Bolao - "
                       "Status " ws-fs-cot
                   move 8 to return-code
                   stop run
               end-if
           end-if

           set ws-n-fim-arq to true

           perform until ws-fim-arq

               read apostas-hist-arq
                   at end
                       set ws-fim-arq to true
                   not at end
                       if  ah-concurso = ws-concurso
                       and ah-acertos-oficiais >= 4
                           perform grava-linha-premio
                       end-if
               end-read

           end-perform

           close movimento-arq

           if ws-tem-cotas
               close bolao-arq
           end-if

           set ws-etapa-premios to true
           perform grava-etapa-rateio

           .
       grava-premios-exit.
           exit.
      *>------------------------------------------------------------------------
      *>            Grava o Lancamento de Premio de uma Aposta
      *>------------------------------------------------------------------------
       grava-linha-premio section.

           move ah-protocolo      to mv-protocolo
           move ah-cod-apostador  to mv-cod-apostador
           move ws-data-apuracao  to mv-data
           move ws-hora-apuracao  to mv-hora
           move ah-nr-apostas     to mv-nr-apostas
           move zero              to mv-valor-arrecadado
           move ws-concurso       to mv-concurso
           set  mv-lanc-premio    to true
           move zero              to mv-data-aposta
           move ah-cod-posto      to mv-cod-posto
           move ah-cod-operador   to mv-cod-operador

           evaluate ah-acertos-oficiais
               when 6
                   set  mv-faixa-sena    to true
                   move ws-premio-sena   to mv-premio-devido
               when 5
                   set  mv-faixa-quina   to true
                   move ws-premio-quina  to mv-premio-devido
               when other
                   set  mv-faixa-quadra  to true
                   move ws-premio-quadra to mv-premio-devido
           end-evaluate

           if ah-aposta-bolao
               perform grava-premio-cotas
           else
               perform escreve-linha-premio
           end-if

           .
       grava-linha-premio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Reparte o Premio de uma Aposta em Bolao Pelas Suas Cotas
      *>------------------------------------------------------------------------
      *>   Cada cotista recebe uma linha de premio com o premio vezes as
      *>   suas cotas sobre o total, truncado no centavo; a linha do
      *>   responsavel, dono da aposta, sai por ultimo com o resto
       grava-premio-cotas section.

           move mv-premio-devido to ws-premio-aposta
           move zero to ws-soma-premio-cotistas

           if ws-tem-cotas
               perform percorre-cotas-bolao
           else
               display "Cotas do Bolao " ah-protocolo " Nao Encontradas"
                   " - Premio Lancado Inteiro ao Responsavel."
           end-if

           move ah-cod-apostador to mv-cod-apostador
           compute mv-premio-devido =
                   ws-premio-aposta - ws-soma-premio-cotistas

           perform escreve-linha-premio

           .
       grava-premio-cotas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Percorre as Cotas do Bolao da Aposta no Mestre de Cotas
      *>------------------------------------------------------------------------
       percorre-cotas-bolao section.

           move ah-protocolo to bl-protocolo
           move zero         to bl-cod-apostador

           start bolao-arq key is >= bl-chave
               invalid key
                   display "Cotas do Bolao " ah-protocolo " Nao "
                       "Encontradas - Premio Lancado Inteiro ao "
                       "Responsavel."
               not invalid key
                   set ws-n-fim-cotas to true
                   perform until ws-fim-cotas
                       read bolao-arq next record
                           at end
                               set ws-fim-cotas to true
                           not at end
                               if bl-protocolo <> ah-protocolo
                                   set ws-fim-cotas to true
                               else
                                   perform grava-premio-uma-cota
                               end-if
                       end-read
                   end-perform
           end-start

           .
       percorre-cotas-bolao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>            Grava a Linha de Premio de um Cotista do Bolao
      *>------------------------------------------------------------------------
       grava-premio-uma-cota section.

           if bl-responsavel
               go to grava-premio-uma-cota-exit
           end-if

           move bl-cod-apostador to mv-cod-apostador
           compute mv-premio-devido =
                   ws-premio-aposta * bl-qtd-cotas / bl-total-cotas
           add mv-premio-devido to ws-soma-premio-cotistas

           perform escreve-linha-premio

           .
       grava-premio-uma-cota-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Escreve uma Linha de Premio no Movimento Financeiro
      *>------------------------------------------------------------------------
       escreve-linha-premio section.

           move mv-protocolo     to wp-protocolo
           move mv-cod-apostador to wp-cod-apostador
           read trabalho-arq
               invalid key
                   continue
               not invalid key
                   display "   Premio do Protocolo " mv-protocolo
                       " Apostador " mv-cod-apostador " Ja Lancado - "
                       "Nao Foi Repetido."
                   add 1 to ws-qtd-premios-ja-gravados
                   go to escreve-linha-premio-exit
           end-read

           write mv-registro

           if ws-fs-mov <> "00"
               display "Erro ao Gravar o Premio do Protocolo "
                   ah-protocolo " - Status " ws-fs-mov
               move 8 to return-code
               stop run
           end-if

           add 1 to ws-qtd-premios-gravados

           .
       escreve-linha-premio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Repassa o Valor Sem Ganhador ao Proximo Concurso Aberto
      *>------------------------------------------------------------------------
       repassa-acumulado section.

           if ws-sem-rateio or ws-valor-repasse = zero
               go to repassa-acumulado-exit
           end-if

           if ws-etapa-repasse
               go to repassa-acumulado-exit
           end-if

           move ws-concurso-repasse to co-numero
           read concursos-arq
               invalid key
                   display "Erro ao Ler o Concurso " ws-concurso-repasse
                       " - Status " ws-fs-conc
                   move 8 to return-code
                   stop run
           end-read

           add ws-valor-repasse to co-acumulado-recebido

           rewrite co-registro
               invalid key
                   display "Erro ao Repassar o Acumulado ao Concurso "
                       ws-concurso-repasse " - Status " ws-fs-conc
                   move 8 to return-code
                   stop run
           end-rewrite

      *>   Marcada logo depois do repasse, para a retomada nunca somar o
      *>   mesmo acumulado duas vezes ao concurso seguinte
           set ws-etapa-repasse to true
           perform grava-etapa-rateio

           move ws-valor-repasse to ws-valor-bol
           display "Acumulado de R$ " ws-valor-bol
               " Repassado ao Concurso " ws-concurso-repasse

           .
       repassa-acumulado-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Grava no Concurso a Etapa do Rateio Que Acabou de Terminar
      *>------------------------------------------------------------------------
       grava-etapa-rateio section.

           move ws-concurso to co-numero
           read concursos-arq
               invalid key
                   display "Erro ao Reler o Concurso " ws-concurso
                       " - Status " ws-fs-conc
                   move 8 to return-code
                   stop run
           end-read

           move ws-etapa-rateio to co-etapa-rateio

           if ws-etapa-repasse
               move ws-valor-repasse    to co-acumulado-repassado
               move ws-concurso-repasse to co-concurso-repasse
           end-if

           rewrite co-registro
               invalid key
                   display "Erro ao Gravar a Etapa do Rateio do Concurso "
                       ws-concurso " - Status " ws-fs-conc
                   move 8 to return-code
                   stop run
           end-rewrite

           .
       grava-etapa-rateio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>         Marca o Concurso Conferido Ate o Fim Como Apurado
      *>------------------------------------------------------------------------
       apura-concurso section.

           if ws-sem-rateio
               go to apura-concurso-exit
           end-if

           end-read

           set co-apurado to true
           move ws-valor-repasse    to co-acumulado-repassado
           move ws-concurso-repasse to co-concurso-repasse

           rewrite co-registro
               invalid key
       apura-concurso-exit.
           exit.
      *>------------------------------------------------------------------------
      *>             Emissao do Boletim de Resultado do Concurso
      *>------------------------------------------------------------------------
      *>   Ganhadores e premio por ganhador de cada faixa, arrecadacao do
      *>   concurso e acumulado, em BOLETIM-CONCURSO-<numero>
       emite-boletim section.

           if ws-sem-rateio
               go to emite-boletim-exit
           end-if

           move spaces to ws-nome-boletim
           string "BOLETIM-CONCURSO-" delimited by size
                  ws-concurso         delimited by size
               into ws-nome-boletim

           open output boletim-arq

           if ws-fs-bol <> "00"
               display "Erro ao Abrir o Boletim " ws-nome-boletim
                   " - Status " ws-fs-bol
               move 8 to return-code
               stop run
           end-if

           move spaces to bo-linha
           string "BOLETIM DE RESULTADO - CONCURSO " delimited by size
                  ws-concurso                        delimited by size
                  " - SORTEIO DE "                   delimited by size
                  ws-data-sorteio                    delimited by size
               into bo-linha
           write bo-linha

           move spaces to bo-linha
           string "NUMEROS SORTEADOS: "  delimited by size
                  ws-num-oficial(1) " "  delimited by size
                  ws-num-oficial(2) " "  delimited by size
                  ws-num-oficial(3) " "  delimited by size
                  ws-num-oficial(4) " "  delimited by size
                  ws-num-oficial(5) " "  delimited by size
                  ws-num-oficial(6)      delimited by size
               into bo-linha
           write bo-linha

           move spaces to bo-linha
           write bo-linha

           move ws-arrecadacao to ws-valor-bol
           move spaces to bo-linha
           string "ARRECADACAO DO CONCURSO    : R$ " delimited by size
                  ws-valor-bol                         delimited by size
               into bo-linha
           write bo-linha

           move ws-acumulado-recebido to ws-valor-bol
           move spaces to bo-linha
           string "ACUMULADO RECEBIDO         : R$ " delimited by size
                  ws-valor-bol                         delimited by size
               into bo-linha
           write bo-linha

           move spaces to bo-linha
           write bo-linha

           move "FAIXA    GANHADORES   PREMIO POR GANHADOR" to bo-linha
           write bo-linha

           move ws-premio-sena to ws-premio-bol
           move spaces to bo-linha
           string "SENA     " delimited by size
                  ws-qtd-sena delimited by size
                  "     R$ "  delimited by size
                  ws-premio-bol delimited by size
               into bo-linha
           write bo-linha

           move ws-premio-quina to ws-premio-bol
           move spaces to bo-linha
           string "QUINA    " delimited by size
                  ws-qtd-quina delimited by size
                  "     R$ "  delimited by size
                  ws-premio-bol delimited by size
               into bo-linha
           write bo-linha

           move ws-premio-quadra to ws-premio-bol
           move spaces to bo-linha
           string "QUADRA   " delimited by size
                  ws-qtd-quadra delimited by size
                  "     R$ "  delimited by size
                  ws-premio-bol delimited by size
               into bo-linha
           write bo-linha

           move spaces to bo-linha
           write bo-linha

           move ws-valor-repasse to ws-valor-bol
           move spaces to bo-linha
           if ws-valor-repasse > zero
               string "ACUMULADO PARA O CONCURSO " delimited by size
                      ws-concurso-repasse          delimited by size
                      ": R$ "                      delimited by size
                      ws-valor-bol                 delimited by size
                   into bo-linha
           else
               move "PREMIO DA SENA SAIU - NADA ACUMULADO" to bo-linha
           end-if
           write bo-linha

           close boletim-arq

           display " "
           display "Boletim do Concurso Gravado em " ws-nome-boletim

           .
       emite-boletim-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Finalização Programa
      *>------------------------------------------------------------------------
       finaliza-conferencia section.
           display "Apostas de Outros Concursos : " ws-qtd-outros-concursos
           display "Apostas Conferidas Agora    : " ws-qtd-conferidas
           display "Apostas Ja Conferidas Antes : " ws-qtd-ja-conferidas
           display "Apostas Estornadas          : " ws-qtd-estornadas
           display " "
           display "Ganhadores da Sena          : " ws-qtd-sena
           display "Ganhadores da Quina         : " ws-qtd-quina
           display "Ganhadores da Quadra        : " ws-qtd-quadra
           display "Premios Gravados no Caixa   : " ws-qtd-premios-gravados
           if ws-qtd-premios-ja-gravados > zero
               display "Premios Ja Lancados Antes   : "
                   ws-qtd-premios-ja-gravados
           end-if

           close concursos-arq
           close apostas-hist-arq

      *>   O arquivo de trabalho ja cumpriu o papel dele; a remocao vem
      *>   antes de qualquer codigo de retorno da apuracao
           if ws-tem-trabalho
               close trabalho-arq
               call "CBL_DELETE_FILE" using "CONFERE-TRABALHO"
               move zero to return-code
           end-if

           stop run
           .
       finaliza-conferencia-exit.
