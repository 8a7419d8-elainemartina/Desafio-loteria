      $set sourceformat"free"
      *>-----Divisão de identificação do programa
       identification division.
       program-id. "estornaaposta".
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
      *>   Controle de estornos, indexado pelo protocolo da aposta: a
      *>   chave unica impede que a mesma aposta seja estornada duas
      *>   vezes
           select estornos-arq assign to "ESTORNOS-APOSTA"
               organization is indexed
               access mode is dynamic
               record key is es-protocolo
               file status is ws-fs-est.

           select apostas-hist-arq assign to "APOSTAS-HIST"
               organization is indexed
               access mode is dynamic
               record key is ah-protocolo
               file status is ws-fs-hist.

           select concursos-arq assign to "CONCURSOS"
               organization is indexed
               access mode is dynamic
               record key is co-numero
               file status is ws-fs-conc.

           select pagamentos-arq assign to "PAGAMENTOS-PREMIO"
               organization is indexed
               access mode is dynamic
               record key is pg-chave
               file status is ws-fs-pag.

      *>   O movimento financeiro mestre e lido para levantar os
      *>   lancamentos da aposta a estornar
           select movimento-mestre-arq assign to "MOVIMENTO-FINANCEIRO"
               organization is sequential
               file status is ws-fs-mov-mestre.

      *>   Os lancamentos de estorno seguem o esquema de arquivo de
      *>   trabalho estampado do jogo e do lote, fundido no mestre
      *>   MOVIMENTO-FINANCEIRO pela consolidacao na janela batch
           select movimento-arq assign to ws-nome-mov-fin
               organization is sequential
               file status is ws-fs-mov.

           select pendentes-arq assign to "MOVIMENTOS-PENDENTES"
               organization is sequential
               file status is ws-fs-pend.

      *>   Cadastro de postos de venda e dos seus operadores: so
      *>   estorna quem e operador ativo de um posto ativo
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
       fd  estornos-arq
           label records are standard.
           copy estorno.

       fd  apostas-hist-arq
           label records are standard.
           copy apostashist.

       fd  concursos-arq
           label records are standard.
           copy concurso.

       fd  pagamentos-arq
           label records are standard.
           copy pagamento.

       fd  movimento-mestre-arq
           label records are standard.
           copy movimento replacing ==mv-registro==           by ==mm-registro==
                                    ==mv-protocolo==           by ==mm-protocolo==
                                    ==mv-cod-apostador==       by ==mm-cod-apostador==
                                    ==mv-data==                by ==mm-data==
                                    ==mv-hora==                by ==mm-hora==
                                    ==mv-nr-apostas==          by ==mm-nr-apostas==
                                    ==mv-valor-arrecadado==    by ==mm-valor-arrecadado==
                                    ==mv-premio-devido==       by ==mm-premio-devido==
                                    ==mv-faixa-premio==        by ==mm-faixa-premio==
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

       fd  movimento-arq
           label records are standard.
           copy movimento.

       fd  pendentes-arq
           label records are standard.
           copy movpendente.

       fd  postos-arq
           label records are standard.
           copy posto.

       fd  operadores-arq
           label records are standard.
           copy operador.

      *>-----Variaveis de trabalho
       working-storage section.

       77  ws-fs-est                               pic x(02).
       77  ws-fs-hist                              pic x(02).
       77  ws-fs-conc                              pic x(02).
       77  ws-fs-pag                               pic x(02).
       77  ws-fs-mov-mestre                        pic x(02).
       77  ws-fs-mov                               pic x(02).
       77  ws-fs-pend                              pic x(02).
       77  ws-fs-pos                               pic x(02).
       77  ws-fs-ope                               pic x(02).

       77  ws-flag-atendimento                     pic x(05).
           88 ws-fim-atendimento                   value "true".
           88 ws-n-fim-atendimento                 value "false".

       77  ws-flag-fim-mestre                      pic x(05).
           88 ws-fim-mestre                        value "true".
           88 ws-n-fim-mestre                      value "false".

      *>   Sem o controle de pagamentos nenhum premio foi pago ainda
       77  ws-flag-pagamentos                      pic x(05).
           88 ws-tem-pagamentos                    value "true".
           88 ws-sem-pagamentos                    value "false".

      *>   Indica se algum lancamento da aposta ja teve o premio pago
       77  ws-flag-pago                            pic x(05).
           88 ws-premio-ja-pago                    value "true".
           88 ws-premio-nao-pago                   value "false".

      *>   Estampa dos arquivos de trabalho desta execucao, registrada
      *>   no controle de movimentos pendentes so no primeiro estorno
       77  ws-flag-estampa                         pic x(05).
           88 ws-com-estampa                       value "true".
           88 ws-sem-estampa                       value "false".

       77  ws-estampa-data                         pic 9(08).
       77  ws-estampa-hora                         pic 9(08).
       77  ws-nome-mov-fin                         pic x(30).

      *>   Posto de venda e operador que fazem os estornos da sessao
       77  ws-cod-posto                            pic 9(04).
       77  ws-operador                             pic x(10).

       77  ws-flag-posto                           pic x(05).
           88 ws-posto-ok                          value "true".
           88 ws-posto-pendente                    value "false".

      *>   Dados digitados pelo operador
       77  ws-protocolo                            pic 9(18).
       77  ws-motivo                               pic x(40).
       77  ws-resposta                             pic x(01).

       77  ws-data-atual                           pic 9(08).
       77  ws-hora-atual                           pic 9(08).

      *>   Lancamentos de aposta e de cota da aposta a estornar: um do
      *>   dono da aposta e, na aposta em bolao, um para cada cotista
       77  ws-max-lancamentos                      pic 9(02) comp value 10.
       77  ws-qtd-lancamentos                      pic 9(02) comp.
       77  ws-idx-lanc                             pic 9(02) comp.

       01  ws-tab-lancamentos.
           05  ws-lancamento occurs 10 times.
               10  ws-lanc-cod-apostador           pic 9(06).
               10  ws-lanc-data                    pic 9(08).
               10  ws-lanc-nr-apostas              pic 9(02).
               10  ws-lanc-valor                   pic 9(05)v99.
               10  ws-lanc-premio                  pic 9(09)v99.
               10  ws-lanc-faixa                   pic x(01).

       77  ws-total-valor                          pic 9(07)v99.
       77  ws-total-premio                         pic 9(11)v99.

       77  ws-valor-tela                           pic zzzzzzzzz9,99.

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa-estorno.
           perform atende-estornos.
           perform finaliza-estorno.

      *>------------------------------------------------------------------------
      *>                     Procedimentos de Inicialização
      *>------------------------------------------------------------------------
       inicializa-estorno section.

           set ws-n-fim-atendimento to true
           set ws-sem-estampa to true

      *>   Abre o controle de estornos para consulta e gravacao; se for
      *>   a primeira vez, o arquivo ainda nao existe e e criado vazio
           open i-o estornos-arq

           if ws-fs-est = "35"
               open output estornos-arq
               close estornos-arq
               open i-o estornos-arq
           end-if

           if ws-fs-est <> "00"
               display "Erro ao Abrir o Controle de Estornos - Status "
                   ws-fs-est
               move 8 to return-code
               stop run
           end-if

           open i-o apostas-hist-arq

           if ws-fs-hist = "35"
               display "Nao Existem Apostas Registradas no Historico Ainda."
               close estornos-arq
               stop run
           end-if

           if ws-fs-hist <> "00"
               display "Erro ao Abrir o Historico de Apostas - Status "
                   ws-fs-hist
               move 8 to return-code
               stop run
           end-if

           open input concursos-arq

           if ws-fs-conc = "35"
               display "Calendario de Concursos Nao Encontrado."
               close estornos-arq
               close apostas-hist-arq
               stop run
           end-if

           if ws-fs-conc <> "00"
               display "Erro ao Abrir o Calendario de Concursos - Status "
                   ws-fs-conc
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

           display " "
           display " ----------- Estorno de Apostas -----------"

           perform identifica-posto-operador

           .
       inicializa-estorno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Identifica o Posto de Venda e o Operador dos Estornos
      *>------------------------------------------------------------------------
      *>   O posto e o operador aceitos aqui ficam no controle de
      *>   estornos e nos lancamentos de estorno de toda a sessao
       identifica-posto-operador section.

           open input postos-arq

           if ws-fs-pos = "35"
               display "Cadastro de Postos de Venda Nao Encontrado."
               close estornos-arq
               close apostas-hist-arq
               close concursos-arq
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
               display "Cadastro de Operadores Nao Encontrado."
               close estornos-arq
               close apostas-hist-arq
               close concursos-arq
               close postos-arq
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
               accept ws-operador

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

           move ws-cod-posto to op-cod-posto
           move ws-operador  to op-codigo
           read operadores-arq
               invalid key
                   display "Operador " ws-operador
                       " Nao Cadastrado no Posto " ws-cod-posto "."
               not invalid key
                   if op-ativo
                       set ws-posto-ok to true
                       display "Operador " op-nome
                   else
                       display "Operador " ws-operador " Esta Inativo."
                   end-if
           end-read

           .
       confere-operador-posto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>            Atende os Pedidos de Estorno Ate o Operador Sair
      *>------------------------------------------------------------------------
       atende-estornos section.

           perform until ws-fim-atendimento

               display " "
               display "Informe o Protocolo da Aposta a Estornar "
                   "(ou 0 Para Sair): "
               accept ws-protocolo

               if ws-protocolo = zero
                   set ws-fim-atendimento to true
               else
                   perform trata-um-estorno
               end-if

           end-perform

           .
       atende-estornos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Confere as Condicoes e Estorna a Aposta de Um Protocolo
      *>------------------------------------------------------------------------
      *>   So a aposta ja consolidada no historico, ainda nao conferida
      *>   e de concurso aberto pode ser estornada, e nunca depois de
      *>   algum premio dela ter sido pago
       trata-um-estorno section.

           move ws-protocolo to ah-protocolo
           read apostas-hist-arq
               invalid key
                   display "Protocolo " ws-protocolo
                       " Nao Encontrado no Historico de Apostas."
                   display "Apostas do Dia So Podem Ser Estornadas Apos "
                       "a Consolidacao da Janela Batch."
                   go to trata-um-estorno-exit
           end-read

           if ah-aposta-estornada
               move ws-protocolo to es-protocolo
               read estornos-arq
                   invalid key
                       display "Aposta " ws-protocolo " Ja Consta Como "
                           "Estornada no Historico."
                   not invalid key
                       display "Aposta " ws-protocolo " JA FOI ESTORNADA"
                           " em " es-data-estorno " as " es-hora-estorno
                           " por " es-operador
               end-read
               go to trata-um-estorno-exit
           end-if

           if ah-ja-conferida
               display "Aposta " ws-protocolo " Ja Foi Conferida Contra "
                   "o Resultado Oficial - Estorno Recusado."
               go to trata-um-estorno-exit
           end-if

           move ah-concurso to co-numero
           read concursos-arq
               invalid key
                   display "Concurso " ah-concurso " da Aposta Nao "
                       "Consta no Calendario - Estorno Recusado."
                   go to trata-um-estorno-exit
           end-read

           if not co-aberto
               display "Concurso " ah-concurso " Nao Esta Mais Aberto "
                   "- Estorno Recusado."
               go to trata-um-estorno-exit
           end-if

           perform carrega-lancamentos-aposta

           if ws-qtd-lancamentos = zero
               display "Aposta " ws-protocolo " Sem Lancamento no "
                   "Movimento Financeiro - Estorno Recusado."
               go to trata-um-estorno-exit
           end-if

           perform confere-premios-pagos

           if ws-premio-ja-pago
               display "Aposta " ws-protocolo " Tem Premio Ja Pago - "
                   "Estorno Recusado."
               go to trata-um-estorno-exit
           end-if

           display " "
           display "Apostador : " ah-cod-apostador
           display "Concurso  : " ah-concurso
           display "Data      : " ah-data " Hora: " ah-hora

           if ah-aposta-bolao
               display "Modalidade: Bolao - " ws-qtd-lancamentos
                   " Participantes"
           end-if

           perform varying ws-idx-lanc from 1 by 1
                   until ws-idx-lanc > ws-qtd-lancamentos
               move ws-lanc-valor(ws-idx-lanc) to ws-valor-tela
               display "Devolver ao Apostador "
                   ws-lanc-cod-apostador(ws-idx-lanc) ": R$ "
                   ws-valor-tela
           end-perform

           move ws-total-valor to ws-valor-tela
           display "Total a Devolver: R$ " ws-valor-tela

           display "Motivo do Estorno: "
           accept ws-motivo

           perform until ws-motivo <> spaces
               display "O Motivo do Estorno Nao Pode Ficar em Branco."
               accept ws-motivo
           end-perform

           display "Confirma o Estorno? (S/N)"
           accept ws-resposta

           if ws-resposta = "S" or ws-resposta = "s"
               perform grava-estorno
           else
               display "Estorno Cancelado."
           end-if

           .
       trata-um-estorno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>     Levanta no Movimento Mestre os Lancamentos da Aposta a Estornar
      *>------------------------------------------------------------------------
      *>   O lancamento da aposta e, na aposta em bolao, as cotas dos
      *>   cotistas; linhas de premio do rateio nao existem para aposta
      *>   de concurso ainda aberto
       carrega-lancamentos-aposta section.

           move zero to ws-qtd-lancamentos
           move zero to ws-total-valor
           move zero to ws-total-premio
           set ws-n-fim-mestre to true

           open input movimento-mestre-arq

           if ws-fs-mov-mestre = "35"
               go to carrega-lancamentos-aposta-exit
           end-if

           if ws-fs-mov-mestre <> "00"
               display "Erro ao Abrir o Movimento Financeiro Mestre - "
                   "Status " ws-fs-mov-mestre
               move 8 to return-code
               stop run
           end-if

           perform until ws-fim-mestre

               read movimento-mestre-arq
                   at end
                       set ws-fim-mestre to true
                   not at end
                       if  mm-protocolo = ws-protocolo
                       and (mm-lanc-aposta or mm-lanc-cota)
                           perform guarda-lancamento-aposta
                       end-if
               end-read

           end-perform

           close movimento-mestre-arq

           .
       carrega-lancamentos-aposta-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Guarda um Lancamento da Aposta na Tabela de Trabalho
      *>------------------------------------------------------------------------
       guarda-lancamento-aposta section.

           if ws-qtd-lancamentos >= ws-max-lancamentos
               display "Limite de " ws-max-lancamentos " Lancamentos "
                   "por Aposta Atingido no Protocolo " ws-protocolo
               move 8 to return-code
               stop run
           end-if

           add 1 to ws-qtd-lancamentos

           move mm-cod-apostador
             to ws-lanc-cod-apostador(ws-qtd-lancamentos)
           move mm-data             to ws-lanc-data(ws-qtd-lancamentos)
           move mm-nr-apostas       to ws-lanc-nr-apostas(ws-qtd-lancamentos)
           move mm-valor-arrecadado to ws-lanc-valor(ws-qtd-lancamentos)
           move mm-premio-devido    to ws-lanc-premio(ws-qtd-lancamentos)
           move mm-faixa-premio     to ws-lanc-faixa(ws-qtd-lancamentos)

           add mm-valor-arrecadado to ws-total-valor
           add mm-premio-devido    to ws-total-premio

           .
       guarda-lancamento-aposta-exit.
           exit.
      *>------------------------------------------------------------------------
      *>     Confere se Algum Premio dos Lancamentos da Aposta Ja Foi Pago
      *>------------------------------------------------------------------------
      *>   O premio do lancamento de aposta ou de cota e registrado no
      *>   controle de pagamentos com o tipo de lancamento de aposta
       confere-premios-pagos section.

           set ws-premio-nao-pago to true

           if ws-sem-pagamentos
               go to confere-premios-pagos-exit
           end-if

           perform varying ws-idx-lanc from 1 by 1
                   until ws-idx-lanc > ws-qtd-lancamentos
                      or ws-premio-ja-pago
               if ws-lanc-premio(ws-idx-lanc) > zero
                   move ws-protocolo to pg-protocolo
                   move ws-lanc-cod-apostador(ws-idx-lanc)
                     to pg-cod-apostador
                   set pg-lanc-aposta to true
                   read pagamentos-arq
                       invalid key
                           continue
                       not invalid key
                           set ws-premio-ja-pago to true
                   end-read
               end-if
           end-perform

           .
       confere-premios-pagos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Grava os Lancamentos de Estorno, Marca a Aposta e Registra o Estorno
      *>------------------------------------------------------------------------
      *>   Cada lancamento da aposta ganha um lancamento de estorno com
      *>   os mesmos valores, na data do estorno e com a data da aposta
      *>   estornada, para o limite diario do dia dela
       grava-estorno section.

           if ws-sem-estampa
               perform registra-movimento-estorno
           end-if

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           open extend movimento-arq
           if ws-fs-mov = "35"
               open output movimento-arq
           end-if

           if ws-fs-mov <> "00"
               display "Erro ao Abrir o Movimento de Estornos - Status "
                   ws-fs-mov
               move 8 to return-code
               stop run
           end-if

           perform varying ws-idx-lanc from 1 by 1
                   until ws-idx-lanc > ws-qtd-lancamentos

               move ws-protocolo to mv-protocolo
               move ws-lanc-cod-apostador(ws-idx-lanc)
                 to mv-cod-apostador
               move ws-data-atual to mv-data
               move ws-hora-atual to mv-hora
               move ws-lanc-nr-apostas(ws-idx-lanc) to mv-nr-apostas
               move ws-lanc-valor(ws-idx-lanc)  to mv-valor-arrecadado
               move ws-lanc-premio(ws-idx-lanc) to mv-premio-devido
               move ws-lanc-faixa(ws-idx-lanc)  to mv-faixa-premio
               move ah-concurso to mv-concurso
               set  mv-lanc-estorno to true
               move ws-lanc-data(ws-idx-lanc)   to mv-data-aposta
               move ws-cod-posto to mv-cod-posto
               move ws-operador  to mv-cod-operador

               write mv-registro

               if ws-fs-mov <> "00"
                   display "Erro ao Gravar o Lancamento de Estorno - "
                       "Status " ws-fs-mov
                   move 8 to return-code
                   stop run
               end-if

           end-perform

           close movimento-arq

           set ah-aposta-estornada to true
           rewrite ah-registro

           if ws-fs-hist <> "00"
               display "Erro ao Marcar a Aposta " ah-protocolo
                   " Como Estornada - Status " ws-fs-hist
               move 8 to return-code
               stop run
           end-if

           move ws-protocolo       to es-protocolo
           move ah-cod-apostador   to es-cod-apostador
           move ah-concurso        to es-concurso
           move ah-data            to es-data-aposta
           move ws-data-atual      to es-data-estorno
           move ws-hora-atual      to es-hora-estorno
           move ws-operador        to es-operador
           move ws-motivo          to es-motivo
           move ws-qtd-lancamentos to es-qtd-lancamentos
           move ws-total-valor     to es-valor-estornado
           move ws-total-premio    to es-premio-estornado
           move ws-cod-posto       to es-cod-posto

           write es-registro
               invalid key
                   display "Estorno do Protocolo " ws-protocolo
                       " Ja Constava no Controle - Nada Foi Regravado."
               not invalid key
                   display "Estorno do Protocolo " ws-protocolo
                       " Registrado com Sucesso."
           end-write

           if ws-fs-est <> "00" and ws-fs-est <> "22"
               display "Erro ao Gravar o Estorno - Status " ws-fs-est
               move 8 to return-code
               stop run
           end-if

           .
       grava-estorno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Estampa o Arquivo de Trabalho e Registra o Movimento Pendente
      *>------------------------------------------------------------------------
       registra-movimento-estorno section.

           accept ws-estampa-data from date yyyymmdd
           accept ws-estampa-hora from time

           move spaces to ws-nome-mov-fin
           string "MOVIMENTO-MOV-" delimited by size
                  ws-estampa-data  delimited by size
                  ws-estampa-hora  delimited by size
               into ws-nome-mov-fin

           move ws-estampa-data to mp-data
           move ws-estampa-hora to mp-hora

           open extend pendentes-arq
           if ws-fs-pend = "35"
               open output pendentes-arq
           end-if

           write mp-registro

           if ws-fs-pend <> "00"
               display "Erro ao Registrar o Movimento Pendente - Status "
                   ws-fs-pend
               move 8 to return-code
               stop run
           end-if

           close pendentes-arq

           set ws-com-estampa to true

           .
       registra-movimento-estorno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Finalização Programa
      *>------------------------------------------------------------------------
       finaliza-estorno section.

           close estornos-arq
           close apostas-hist-arq
           close concursos-arq

           if ws-tem-pagamentos
               close pagamentos-arq
           end-if

           stop run
           .
       finaliza-estorno-exit.
           exit.
