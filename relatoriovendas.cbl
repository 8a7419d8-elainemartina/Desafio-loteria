      $set sourceformat"free"
      *>-----Divisão de identificação do programa
       identification division.
       program-id. "relatoriovendas".
       author. "Elaine Martina Andre".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>-----Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>   Movimento financeiro mestre ja consolidado: as apostas, as
      *>   cotas e os estornos do dia dizem quanto cada posto e cada
      *>   operador arrecadaram
           select movimento-arq assign to "MOVIMENTO-FINANCEIRO"
               organization is sequential
               file status is ws-fs-mov.

      *>   Controle de pagamentos: os premios pagos no dia e por quem
           select pagamentos-arq assign to "PAGAMENTOS-PREMIO"
               organization is indexed
               access mode is sequential
               record key is pg-chave
               file status is ws-fs-pag.

      *>   Cadastros de postos e de operadores: nomes e percentual de
      *>   comissao de cada posto
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

      *>-----Declaração de variáveis
       data division.

      *>-----Variaveis de arquivos
       file section.
       fd  movimento-arq
           label records are standard.
           copy movimento.

       fd  pagamentos-arq
           label records are standard.
           copy pagamento.

       fd  postos-arq
           label records are standard.
           copy posto.

       fd  operadores-arq
           label records are standard.
           copy operador.

      *>-----Variaveis de trabalho
       working-storage section.

       77  ws-fs-mov                               pic x(02).
       77  ws-fs-pag                               pic x(02).
       77  ws-fs-pos                               pic x(02).
       77  ws-fs-ope                               pic x(02).

       77  ws-flag-fim-mov                         pic x(05).
           88 ws-fim-mov                           value "true".
           88 ws-n-fim-mov                         value "false".

       77  ws-flag-fim-pag                         pic x(05).
           88 ws-fim-pagamentos                    value "true".
           88 ws-n-fim-pagamentos                  value "false".

      *>   Sem o controle de pagamentos nenhum premio foi pago ainda
       77  ws-flag-pagamentos                      pic x(05).
           88 ws-tem-pagamentos                    value "true".
           88 ws-sem-pagamentos                    value "false".

      *>   Sem os cadastros os postos saem sem nome e sem comissao
       77  ws-flag-postos                          pic x(05).
           88 ws-tem-postos                        value "true".
           88 ws-sem-postos                        value "false".

       77  ws-flag-operadores                      pic x(05).
           88 ws-tem-operadores                    value "true".
           88 ws-sem-operadores                    value "false".

      *>   Data do relatorio, informada pelo operador; zero lista as
      *>   vendas de hoje
       77  ws-data-relatorio                       pic 9(08).

      *>   Posto e operador do lancamento ou do pagamento sendo
      *>   acumulado; lancamentos anteriores ao cadastro de postos
      *>   acumulam no posto zero
       77  ws-cod-posto                            pic 9(04).
       77  ws-cod-operador                         pic x(10).

      *>   Totais de cada operador, cada um dentro do seu posto, na
      *>   ordem em que aparecem no movimento e nos pagamentos
       77  ws-max-operadores                       pic 9(03) comp value 500.
       77  ws-qtd-operadores                       pic 9(03) comp.
       77  ws-idx-ope                              pic 9(03) comp.

       01  ws-tab-operadores.
           05  ws-operador occurs 500 times.
               10  ws-ope-posto                    pic 9(04).
               10  ws-ope-codigo                   pic x(10).
               10  ws-ope-qtd-apostas              pic 9(06).
               10  ws-ope-arrecadado               pic 9(09)v99.
               10  ws-ope-estornado                pic 9(09)v99.
               10  ws-ope-qtd-premios              pic 9(06).
               10  ws-ope-premios-pagos            pic 9(11)v99.

       77  ws-flag-ope                             pic x(05).
           88 ws-operador-achado                   value "true".
           88 ws-operador-nao-achado               value "false".

      *>   Postos distintos na ordem em que aparecem, para a quebra
       77  ws-max-postos                           pic 9(03) comp value 200.
       77  ws-qtd-postos                           pic 9(03) comp.
       77  ws-idx-pos                              pic 9(03) comp.

       01  ws-tab-postos.
           05  ws-posto occurs 200 times.
               10  ws-pos-codigo                   pic 9(04).

       77  ws-flag-pos                             pic x(05).
           88 ws-posto-achado                      value "true".
           88 ws-posto-nao-achado                  value "false".

      *>   Comissao do posto sobre a arrecadacao liquida de estornos;
      *>   estornos de apostas vendidas em outro dia podem deixar o
      *>   liquido do dia negativo, e a comissao e abatida
       77  ws-perc-comissao                        pic 9(02)v99.
       77  ws-liquido                              pic s9(09)v99.
       77  ws-comissao                             pic s9(09)v99.

      *>   Subtotais do posto em listagem
       77  ws-pos-qtd-apostas                      pic 9(08).
       77  ws-pos-arrecadado                       pic 9(11)v99.
       77  ws-pos-estornado                        pic 9(11)v99.
       77  ws-pos-liquido                          pic s9(11)v99.
       77  ws-pos-qtd-premios                      pic 9(08).
       77  ws-pos-premios-pagos                    pic 9(11)v99.
       77  ws-pos-comissao                         pic s9(11)v99.

      *>   Totais gerais do dia
       77  ws-tot-qtd-apostas                      pic 9(08).
       77  ws-tot-arrecadado                       pic 9(11)v99.
       77  ws-tot-estornado                        pic 9(11)v99.
       77  ws-tot-liquido                          pic s9(11)v99.
       77  ws-tot-qtd-premios                      pic 9(08).
       77  ws-tot-premios-pagos                    pic 9(11)v99.
       77  ws-tot-comissao                         pic s9(11)v99.

      *>   Mascaras de edicao para os valores na tela
       77  ws-valor-tela                           pic zzzzzzzzz9,99.
       77  ws-liquido-tela                         pic -zzzzzzzzz9,99.
       77  ws-perc-tela                            pic z9,99.

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa-relatorio.
           perform carrega-movimento.
           perform carrega-pagamentos.
           perform lista-postos.
           perform finaliza-relatorio.

      *>------------------------------------------------------------------------
      *>                     Procedimentos de Inicialização
      *>------------------------------------------------------------------------
       inicializa-relatorio section.

           move zero to ws-qtd-operadores
           move zero to ws-qtd-postos
           move zero to ws-tot-qtd-apostas
           move zero to ws-tot-arrecadado
           move zero to ws-tot-estornado
           move zero to ws-tot-liquido
           move zero to ws-tot-qtd-premios
           move zero to ws-tot-premios-pagos
           move zero to ws-tot-comissao
           set ws-n-fim-mov to true
           set ws-n-fim-pagamentos to true

           display " "
           display " ------- Vendas, Premios Pagos e Comissao por Posto -------"
           display "Data das Vendas (AAAAMMDD, ou 0 Para Hoje): "
           accept ws-data-relatorio

           if ws-data-relatorio = zero
               accept ws-data-relatorio from date yyyymmdd
           end-if

           open input movimento-arq

           if ws-fs-mov = "35"
               display "Nao Existe Movimento Financeiro Registrado Ainda."
               stop run
           end-if

           if ws-fs-mov <> "00"
               display "Erro ao Abrir o Movimento Financeiro - Status "
                   ws-fs-mov
               move 8 to return-code
               stop run
           end-if

           set ws-tem-pagamentos to true
           open input pagamentos-arq

           if ws-fs-pag = "35"
               set ws-sem-pagamentos to true
           else
               if ws-fs-pag <> "00"
                   display "Erro ao Abrir o Controle de Pagamentos - "
                       "Status " ws-fs-pag
                   move 8 to return-code
                   stop run
               end-if
           end-if

           set ws-tem-postos to true
           open input postos-arq

           if ws-fs-pos = "35"
               set ws-sem-postos to true
           else
               if ws-fs-pos <> "00"
                   display "Erro ao Abrir o Cadastro de Postos de Venda - "
                       "Status " ws-fs-pos
                   move 8 to return-code
                   stop run
               end-if
           end-if

           set ws-tem-operadores to true
           open input operadores-arq

           if ws-fs-ope = "35"
               set ws-sem-operadores to true
           else
               if ws-fs-ope <> "00"
                   display "Erro ao Abrir o Cadastro de Operadores - "
                       "Status " ws-fs-ope
                   move 8 to return-code
                   stop run
               end-if
           end-if

           .
       inicializa-relatorio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Acumula a Arrecadacao do Dia por Posto e por Operador
      *>------------------------------------------------------------------------
      *>   Apostas e cotas vendidas no dia somam, estornos feitos no dia
      *>   abatem; as linhas de premio do rateio nao sao venda
       carrega-movimento section.

           perform until ws-fim-mov

               read movimento-arq
                   at end
                       set ws-fim-mov to true
                   not at end
                       if  mv-data = ws-data-relatorio
                       and not mv-lanc-premio
                           perform acumula-lancamento
                       end-if
               end-read

           end-perform

           .
       carrega-movimento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>            Acumula um Lancamento no Seu Posto e Operador
      *>------------------------------------------------------------------------
       acumula-lancamento section.

           move mv-cod-posto    to ws-cod-posto
           move mv-cod-operador to ws-cod-operador
           perform localiza-operador

           evaluate true
               when mv-lanc-estorno
                   add mv-valor-arrecadado to ws-ope-estornado(ws-idx-ope)
               when mv-lanc-cota
                   add mv-valor-arrecadado to ws-ope-arrecadado(ws-idx-ope)
               when other
                   add 1                   to ws-ope-qtd-apostas(ws-idx-ope)
                   add mv-valor-arrecadado to ws-ope-arrecadado(ws-idx-ope)
           end-evaluate

           .
       acumula-lancamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Acumula os Premios Pagos no Dia por Posto e Operador
      *>------------------------------------------------------------------------
       carrega-pagamentos section.

           if ws-sem-pagamentos
               go to carrega-pagamentos-exit
           end-if

           perform until ws-fim-pagamentos

               read pagamentos-arq next record
                   at end
                       set ws-fim-pagamentos to true
                   not at end
                       if pg-data-pagamento = ws-data-relatorio
                           move pg-cod-posto    to ws-cod-posto
                           move pg-cod-operador to ws-cod-operador
                           perform localiza-operador
                           add 1 to ws-ope-qtd-premios(ws-idx-ope)
                           add pg-valor-pago
                             to ws-ope-premios-pagos(ws-idx-ope)
                       end-if
               end-read

           end-perform

           .
       carrega-pagamentos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>     Localiza o Operador na Tabela, Incluindo-o Se For Novo
      *>------------------------------------------------------------------------
      *>   Devolve em WS-IDX-OPE a posicao do operador de WS-COD-POSTO e
      *>   WS-COD-OPERADOR; o posto novo tambem entra na tabela de postos
       localiza-operador section.

           set ws-operador-nao-achado to true

           perform varying ws-idx-ope from 1 by 1
                   until ws-idx-ope > ws-qtd-operadores
                      or ws-operador-achado
               if  ws-ope-posto(ws-idx-ope)  = ws-cod-posto
               and ws-ope-codigo(ws-idx-ope) = ws-cod-operador
                   set ws-operador-achado to true
               end-if
           end-perform

      *>   O perform varying avanca o indice uma posicao alem do
      *>   operador encontrado antes de testar a condicao de saida
           if ws-operador-achado
               subtract 1 from ws-idx-ope
               go to localiza-operador-exit
           end-if

           if ws-qtd-operadores >= ws-max-operadores
               display "Limite de " ws-max-operadores " Operadores "
                   "por Dia Atingido - Relatorio Interrompido."
               move 8 to return-code
               stop run
           end-if

           add 1 to ws-qtd-operadores
           move ws-qtd-operadores to ws-idx-ope
           move ws-cod-posto      to ws-ope-posto(ws-idx-ope)
           move ws-cod-operador   to ws-ope-codigo(ws-idx-ope)
           move zero to ws-ope-qtd-apostas(ws-idx-ope)
           move zero to ws-ope-arrecadado(ws-idx-ope)
           move zero to ws-ope-estornado(ws-idx-ope)
           move zero to ws-ope-qtd-premios(ws-idx-ope)
           move zero to ws-ope-premios-pagos(ws-idx-ope)

           set ws-posto-nao-achado to true

           perform varying ws-idx-pos from 1 by 1
                   until ws-idx-pos > ws-qtd-postos
               if ws-pos-codigo(ws-idx-pos) = ws-cod-posto
                   set ws-posto-achado to true
               end-if
           end-perform

           if ws-posto-nao-achado
               if ws-qtd-postos >= ws-max-postos
                   display "Limite de " ws-max-postos " Postos "
                       "por Dia Atingido - Relatorio Interrompido."
                   move 8 to return-code
                   stop run
               end-if
               add 1 to ws-qtd-postos
               move ws-cod-posto to ws-pos-codigo(ws-qtd-postos)
           end-if

           .
       localiza-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Lista as Vendas da Data Agrupadas por Posto
      *>------------------------------------------------------------------------
       lista-postos section.

           display " "
           display "----- Vendas de " ws-data-relatorio " -----"

           if ws-qtd-operadores = zero
               display "Nenhuma Venda ou Pagamento Nesta Data."
               go to lista-postos-exit
           end-if

           perform varying ws-idx-pos from 1 by 1
                   until ws-idx-pos > ws-qtd-postos
               perform lista-um-posto
           end-perform

           .
       lista-postos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Lista os Operadores de um Posto e o Subtotal do Posto
      *>------------------------------------------------------------------------
       lista-um-posto section.

           move zero to ws-pos-qtd-apostas
           move zero to ws-pos-arrecadado
           move zero to ws-pos-estornado
           move zero to ws-pos-liquido
           move zero to ws-pos-qtd-premios
           move zero to ws-pos-premios-pagos
           move zero to ws-pos-comissao
           move zero to ws-perc-comissao

           display " "

           if ws-pos-codigo(ws-idx-pos) = zero
               display "Sem Posto (Lancamentos Anteriores ao Cadastro"
                   " de Postos)"
           else
               if ws-tem-postos
                   move ws-pos-codigo(ws-idx-pos) to pv-codigo
                   read postos-arq
                       invalid key
                           display "Posto " ws-pos-codigo(ws-idx-pos)
                               " - Nao Cadastrado"
                       not invalid key
                           move pv-perc-comissao to ws-perc-comissao
                           move pv-perc-comissao to ws-perc-tela
                           display "Posto " pv-codigo " - " pv-nome
                               " - Comissao " ws-perc-tela " %"
                   end-read
               else
                   display "Posto " ws-pos-codigo(ws-idx-pos)
               end-if
           end-if

           perform varying ws-idx-ope from 1 by 1
                   until ws-idx-ope > ws-qtd-operadores
               if ws-ope-posto(ws-idx-ope) = ws-pos-codigo(ws-idx-pos)
                   perform lista-um-operador
               end-if
           end-perform

           display "   --- Total do Posto " ws-pos-codigo(ws-idx-pos)
               " ---"
           display "   Apostas Vendidas : " ws-pos-qtd-apostas
           move ws-pos-arrecadado to ws-valor-tela
           display "   Arrecadado       : R$ " ws-valor-tela
           move ws-pos-estornado to ws-valor-tela
           display "   Estornado        : R$ " ws-valor-tela
           move ws-pos-liquido to ws-liquido-tela
           display "   Liquido          : R$" ws-liquido-tela
           move ws-pos-premios-pagos to ws-valor-tela
           display "   Premios Pagos    : " ws-pos-qtd-premios
               " - R$ " ws-valor-tela
           move ws-pos-comissao to ws-liquido-tela
           display "   Comissao Devida  : R$" ws-liquido-tela

           add ws-pos-qtd-apostas   to ws-tot-qtd-apostas
           add ws-pos-arrecadado    to ws-tot-arrecadado
           add ws-pos-estornado     to ws-tot-estornado
           add ws-pos-liquido       to ws-tot-liquido
           add ws-pos-qtd-premios   to ws-tot-qtd-premios
           add ws-pos-premios-pagos to ws-tot-premios-pagos
           add ws-pos-comissao      to ws-tot-comissao

           .
       lista-um-posto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Lista os Totais e a Comissao de um Operador
      *>------------------------------------------------------------------------
      *>   A comissao do operador e a parte dele na comissao do posto,
      *>   pelo mesmo percentual, truncada no centavo
       lista-um-operador section.

           compute ws-liquido = ws-ope-arrecadado(ws-idx-ope)
                              - ws-ope-estornado(ws-idx-ope)
           compute ws-comissao = ws-liquido * ws-perc-comissao / 100

           display "   Operador " ws-ope-codigo(ws-idx-ope)
               with no advancing

           if ws-tem-operadores and ws-ope-posto(ws-idx-ope) > zero
               move ws-ope-posto(ws-idx-ope)  to op-cod-posto
               move ws-ope-codigo(ws-idx-ope) to op-codigo
               read operadores-arq
                   invalid key
                       display " - Nao Cadastrado"
                   not invalid key
                       display " - " op-nome
               end-read
           else
               display " "
           end-if

           move ws-ope-arrecadado(ws-idx-ope) to ws-valor-tela
           display "      Apostas " ws-ope-qtd-apostas(ws-idx-ope)
               " Arrecadado R$ " ws-valor-tela
           move ws-ope-estornado(ws-idx-ope) to ws-valor-tela
           move ws-liquido to ws-liquido-tela
           display "      Estornado R$ " ws-valor-tela
               " Liquido R$" ws-liquido-tela
           move ws-ope-premios-pagos(ws-idx-ope) to ws-valor-tela
           display "      Premios Pagos " ws-ope-qtd-premios(ws-idx-ope)
               " - R$ " ws-valor-tela
           move ws-comissao to ws-liquido-tela
           display "      Comissao R$" ws-liquido-tela

           add ws-ope-qtd-apostas(ws-idx-ope)   to ws-pos-qtd-apostas
           add ws-ope-arrecadado(ws-idx-ope)    to ws-pos-arrecadado
           add ws-ope-estornado(ws-idx-ope)     to ws-pos-estornado
           add ws-liquido                       to ws-pos-liquido
           add ws-ope-qtd-premios(ws-idx-ope)   to ws-pos-qtd-premios
           add ws-ope-premios-pagos(ws-idx-ope) to ws-pos-premios-pagos
           add ws-comissao                      to ws-pos-comissao

           .
       lista-um-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Finalização Programa
      *>------------------------------------------------------------------------
       finaliza-relatorio section.

           display " "
           display "----- Total do Dia -----"
           display "Postos com Movimento : " ws-qtd-postos
           display "Apostas Vendidas     : " ws-tot-qtd-apostas
           move ws-tot-arrecadado to ws-valor-tela
           display "Arrecadado           : R$ " ws-valor-tela
           move ws-tot-estornado to ws-valor-tela
           display "Estornado            : R$ " ws-valor-tela
           move ws-tot-liquido to ws-liquido-tela
           display "Liquido              : R$" ws-liquido-tela
           move ws-tot-premios-pagos to ws-valor-tela
           display "Premios Pagos        : " ws-tot-qtd-premios
               " - R$ " ws-valor-tela
           move ws-tot-comissao to ws-liquido-tela
           display "Comissao Devida      : R$" ws-liquido-tela

           close movimento-arq

           if ws-tem-pagamentos
               close pagamentos-arq
           end-if

           if ws-tem-postos
               close postos-arq
           end-if

           if ws-tem-operadores
               close operadores-arq
           end-if

           stop run
           .
       finaliza-relatorio-exit.
           exit.
