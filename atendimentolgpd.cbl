      $set sourceformat"free"
      *>-----Divisão de identificação do programa
       identification division.
       program-id. "atendimentolgpd".
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
           select cadastro-arq assign to "CADASTRO-APOSTADORES"
               organization is indexed
               access mode is random
               record key is ap-codigo
               file status is ws-fs-cad.

           select apostas-hist-arq assign to "APOSTAS-HIST"
               organization is indexed
               access mode is sequential
               record key is ah-protocolo
               file status is ws-fs-hist.

           select movimento-arq assign to "MOVIMENTO-FINANCEIRO"
               organization is sequential
               file status is ws-fs-mov.

      *>   Lido em sequencia na exportacao e por chave na procura de
      *>   premios ainda nao pagos
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

           select teimosinhas-arq assign to "TEIMOSINHAS"
               organization is indexed
               access mode is sequential
               record key is te-codigo
               file status is ws-fs-tei.

           select bolao-arq assign to "BOLAO-COTAS"
               organization is indexed
               access mode is sequential
               record key is bl-chave
               file status is ws-fs-bol.

      *>   Arquivo de portabilidade entregue ao titular, estampado com
      *>   o codigo do apostador e a data e hora da geracao
           select portabilidade-arq assign to ws-nome-portabilidade
               organization is sequential
               file status is ws-fs-por.

      *>   Log de todas as solicitacoes atendidas
           select log-arq assign to "LGPD-SOLICITACOES"
               organization is sequential
               file status is ws-fs-log.

      *>-----Declaração de variáveis
       data division.

      *>-----Variaveis de arquivos
       file section.
       fd  cadastro-arq
           label records are standard.
           copy apostador.

       fd  apostas-hist-arq
           label records are standard.
           copy apostashist.

       fd  movimento-arq
           label records are standard.
           copy movimento.

       fd  pagamentos-arq
           label records are standard.
           copy pagamento.

       fd  estornos-arq
           label records are standard.
           copy estorno.

       fd  teimosinhas-arq
           label records are standard.
           copy teimosinha.

       fd  bolao-arq
           label records are standard.
           copy bolao.

       fd  portabilidade-arq
           label records are standard.
           copy portabilidade.

       fd  log-arq
           label records are standard.
           copy solicitacaolgpd.

      *>-----Variaveis de trabalho
       working-storage section.

       77  ws-fs-cad                               pic x(02).
       77  ws-fs-hist                              pic x(02).
       77  ws-fs-mov                               pic x(02).
       77  ws-fs-pag                               pic x(02).
       77  ws-fs-est                               pic x(02).
       77  ws-fs-tei                               pic x(02).
       77  ws-fs-bol                               pic x(02).
       77  ws-fs-por                               pic x(02).
       77  ws-fs-log                               pic x(02).

       77  ws-opcao                                pic x(01).
           88 ws-opcao-exportar                    value "1".
           88 ws-opcao-anonimizar                  value "2".
           88 ws-opcao-sair                        value "3".

       77  ws-flag-menu                            pic x(05).
           88 ws-fim-menu                          value "true".
           88 ws-n-fim-menu                        value "false".

       77  ws-flag-fim-arq                         pic x(05).
           88 ws-fim-arq                           value "true".
           88 ws-n-fim-arq                         value "false".

       77  ws-flag-pag                             pic x(05).
           88 ws-tem-pagamentos                    value "true".
           88 ws-sem-pagamentos                    value "false".

       77  ws-flag-est                             pic x(05).
           88 ws-tem-estornos                      value "true".
           88 ws-sem-estornos                      value "false".

       77  ws-flag-premio                          pic x(05).
           88 ws-premio-pendente                   value "true".
           88 ws-premio-resolvido                  value "false".

      *>   Quem atende as solicitacoes, pedido uma vez no inicio
       77  ws-operador                             pic x(30).

       77  ws-cod-apostador                        pic 9(06).
       77  ws-resposta                             pic x(01).

       77  ws-data-atual                           pic 9(08).
       77  ws-hora-atual                           pic 9(08).

       77  ws-nome-portabilidade                   pic x(50).

      *>   Quantidades exportadas por tipo de registro
       77  ws-qtd-apostas                          pic 9(08).
       77  ws-qtd-lancamentos                      pic 9(08).
       77  ws-qtd-pagamentos                       pic 9(08).
       77  ws-qtd-teimosinhas                      pic 9(08).
       77  ws-qtd-cotas                            pic 9(08).
       77  ws-qtd-registros                        pic 9(08).

      *>   O que impede a anonimizacao
       77  ws-qtd-premios-pendentes                pic 9(06).
       77  ws-qtd-teimosinhas-ativas               pic 9(06).

      *>   Premios pagos a partir de 1o de janeiro do ano passado: o
      *>   informe de rendimentos e a declaracao ao fisco desse ano e
      *>   do atual ainda vao sair com o nome e o documento do cadastro
       77  ws-qtd-pagamentos-nao-declarados        pic 9(06).
       77  ws-data-inicio-nao-declarado            pic 9(08).
       77  ws-ano-atual                            pic 9(04).

       77  ws-valor-tela                           pic zzzzzzzz9,99.

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa-lgpd.
           perform menu-lgpd.
           perform finaliza-lgpd.

      *>------------------------------------------------------------------------
      *>                     Procedimentos de Inicialização
      *>------------------------------------------------------------------------
       inicializa-lgpd section.

           set ws-n-fim-menu to true

           open i-o cadastro-arq

           if ws-fs-cad = "35"
               display "Cadastro de Apostadores Nao Encontrado."
               stop run
           end-if

           if ws-fs-cad <> "00"
               display "Erro ao Abrir o Cadastro de Apostadores - Status "
                   ws-fs-cad
               move 8 to return-code
               stop run
           end-if

           display " "
           display " ----------- Atendimento ao Titular dos Dados (LGPD)"
               " -----------"
           display "Identifique-se (Nome do Operador): "
           accept ws-operador

           perform until ws-operador <> spaces
               display "O Nome do Operador Nao Pode Ficar em Branco."
               accept ws-operador
           end-perform

           .
       inicializa-lgpd-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Menu Principal do Atendimento
      *>------------------------------------------------------------------------
       menu-lgpd section.

           perform until ws-fim-menu

               display " "
               display " ----------- Solicitacoes do Titular -----------"
               display "Digite '1' Para Exportar os Dados (Portabilidade)"
               display "Digite '2' Para Anonimizar os Dados Pessoais "
                   "(Eliminacao)"
               display "Digite '3' Para Sair"
               accept ws-opcao

               evaluate true
                   when ws-opcao-exportar
                       perform exporta-dados
                   when ws-opcao-anonimizar
                       perform anonimiza-dados
                   when ws-opcao-sair
                       set ws-fim-menu to true
                   when other
                       display "Opcao Invalida!"
               end-evaluate

           end-perform

           .
       menu-lgpd-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Exporta Tudo o Que Guardamos Sobre o Apostador
      *>------------------------------------------------------------------------
       exporta-dados section.

           move spaces to sl-registro
           set sl-tipo-exportacao to true
           move zero to sl-qtd-registros
           move zero to sl-qtd-premios-pendentes
           move zero to sl-qtd-teimosinhas-ativas
           move zero to sl-qtd-pagamentos-nao-declarados

           display "Codigo do Apostador: "
           accept ws-cod-apostador

           move ws-cod-apostador to ap-codigo
           read cadastro-arq
               invalid key
                   display "Apostador " ws-cod-apostador
                       " Nao Cadastrado."
                   set sl-res-nao-cadastrado to true
                   perform grava-log
                   go to exporta-dados-exit
           end-read

           move zero to ws-qtd-apostas
           move zero to ws-qtd-lancamentos
           move zero to ws-qtd-pagamentos
           move zero to ws-qtd-teimosinhas
           move zero to ws-qtd-cotas

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           move spaces to ws-nome-portabilidade
           string "LGPD-PORTABILIDADE-" delimited by size
                  ws-cod-apostador delimited by size
                  "-" delimited by size
                  ws-data-atual delimited by size
                  ws-hora-atual delimited by size
               into ws-nome-portabilidade

           open output portabilidade-arq

           if ws-fs-por <> "00"
               display "Erro ao Abrir o Arquivo de Portabilidade - Status "
                   ws-fs-por
               move 8 to return-code
               stop run
           end-if

           move spaces           to pt-cab-registro
           set pt-cab-header     to true
           move ws-cod-apostador to pt-cab-cod-apostador
           move ws-data-atual    to pt-cab-data-geracao
           move ws-hora-atual    to pt-cab-hora-geracao
           move ws-operador      to pt-cab-operador
           write pt-cab-registro
           perform confere-gravacao-portabilidade

           move spaces           to pt-cad-registro
           set pt-cad-cadastro   to true
           move ap-codigo        to pt-cad-cod-apostador
           move ap-nome          to pt-cad-nome
           move ap-documento     to pt-cad-documento
           move ap-contato       to pt-cad-contato
           move ap-situacao      to pt-cad-situacao
           move ap-limite-diario to pt-cad-limite-diario
           write pt-cad-registro
           perform confere-gravacao-portabilidade

           perform exporta-apostas
           perform exporta-movimento
           perform exporta-pagamentos
           perform exporta-teimosinhas
           perform exporta-cotas

           move spaces             to pt-tra-registro
           set pt-tra-trailer      to true
           move ws-qtd-apostas     to pt-tra-qtd-apostas
           move ws-qtd-lancamentos to pt-tra-qtd-lancamentos
           move ws-qtd-pagamentos  to pt-tra-qtd-pagamentos
           move ws-qtd-teimosinhas to pt-tra-qtd-teimosinhas
           move ws-qtd-cotas       to pt-tra-qtd-cotas
           write pt-tra-registro
           perform confere-gravacao-portabilidade

           close portabilidade-arq

           compute ws-qtd-registros = ws-qtd-apostas + ws-qtd-lancamentos
               + ws-qtd-pagamentos + ws-qtd-teimosinhas + ws-qtd-cotas

           display " "
           display "----- Portabilidade do Apostador " ws-cod-apostador
               " -----"
           display "Apostas do Historico : " ws-qtd-apostas
           display "Lancamentos          : " ws-qtd-lancamentos
           display "Pagamentos de Premio : " ws-qtd-pagamentos
           display "Teimosinhas          : " ws-qtd-teimosinhas
           display "Cotas de Bolao       : " ws-qtd-cotas
           display "Arquivo Gerado       : " ws-nome-portabilidade

           set sl-res-exportado to true
           move ws-nome-portabilidade to sl-arquivo
           move ws-qtd-registros      to sl-qtd-registros
           perform grava-log

           .
       exporta-dados-exit.
           exit.
      *>------------------------------------------------------------------------
      *>              Exporta as Apostas do Historico do Apostador
      *>------------------------------------------------------------------------
       exporta-apostas section.

           set ws-n-fim-arq to true

           open input apostas-hist-arq

           if ws-fs-hist = "35"
               go to exporta-apostas-exit
           end-if

           if ws-fs-hist <> "00"
               display "Erro ao Abrir o Historico de Apostas - Status "
                   ws-fs-hist
               move 8 to return-code
               stop run
           end-if

           perform until ws-fim-arq

               read apostas-hist-arq
                   at end
                       set ws-fim-arq to true
                   not at end
                       if ah-cod-apostador = ws-cod-apostador
                           move spaces              to pt-apo-registro
                           set pt-apo-aposta        to true
                           move ah-protocolo        to pt-apo-protocolo
                           move ah-concurso         to pt-apo-concurso
                           move ah-data             to pt-apo-data
                           move ah-hora             to pt-apo-hora
                           move ah-nr-apostas       to pt-apo-nr-apostas
                           move ah-numeros-apostados
                             to pt-apo-numeros-apostados
                           move ah-numeros-sorteados
                             to pt-apo-numeros-sorteados
                           move ah-conferida        to pt-apo-conferida
                           move ah-acertos-oficiais
                             to pt-apo-acertos-oficiais
                           move ah-bolao            to pt-apo-bolao
                           move ah-situacao         to pt-apo-situacao
                           move ah-surpresinha      to pt-apo-surpresinha
                           move ah-cod-posto        to pt-apo-cod-posto
                           move ah-cod-operador     to pt-apo-cod-operador
                           write pt-apo-registro
                           perform confere-gravacao-portabilidade
                           add 1 to ws-qtd-apostas
                       end-if
               end-read

           end-perform

           close apostas-hist-arq

           .
       exporta-apostas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Exporta os Lancamentos do Movimento Financeiro
      *>------------------------------------------------------------------------
       exporta-movimento section.

           set ws-n-fim-arq to true

           open input movimento-arq

           if ws-fs-mov = "35"
               go to exporta-movimento-exit
           end-if

           if ws-fs-mov <> "00"
               display "Erro ao Abrir o Movimento Financeiro - Status "
                   ws-fs-mov
               move 8 to return-code
               stop run
           end-if

           perform until ws-fim-arq

               read movimento-arq
                   at end
                       set ws-fim-arq to true
                   not at end
                       if mv-cod-apostador = ws-cod-apostador
                           move spaces              to pt-mov-registro
                           set pt-mov-lancamento    to true
                           move mv-protocolo        to pt-mov-protocolo
                           move mv-tipo-lancamento
                             to pt-mov-tipo-lancamento
                           move mv-data             to pt-mov-data
                           move mv-hora             to pt-mov-hora
                           move mv-concurso         to pt-mov-concurso
                           move mv-nr-apostas       to pt-mov-nr-apostas
                           move mv-valor-arrecadado
                             to pt-mov-valor-arrecadado
                           move mv-premio-devido    to pt-mov-premio-devido
                           move mv-faixa-premio     to pt-mov-faixa-premio
                           move mv-data-aposta      to pt-mov-data-aposta
                           move mv-cod-posto        to pt-mov-cod-posto
                           move mv-cod-operador     to pt-mov-cod-operador
                           write pt-mov-registro
                           perform confere-gravacao-portabilidade
                           add 1 to ws-qtd-lancamentos
                       end-if
               end-read

           end-perform

           close movimento-arq

           .
       exporta-movimento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>              Exporta os Pagamentos de Premio Recebidos
      *>------------------------------------------------------------------------
       exporta-pagamentos section.

           set ws-n-fim-arq to true

           open input pagamentos-arq

           if ws-fs-pag = "35"
               go to exporta-pagamentos-exit
           end-if

           if ws-fs-pag <> "00"
               display "Erro ao Abrir o Controle de Pagamentos - Status "
                   ws-fs-pag
               move 8 to return-code
               stop run
           end-if

           perform until ws-fim-arq

               read pagamentos-arq next record
                   at end
                       set ws-fim-arq to true
                   not at end
                       if pg-cod-apostador = ws-cod-apostador
                           move spaces              to pt-pag-registro
                           set pt-pag-pagamento     to true
                           move pg-protocolo        to pt-pag-protocolo
                           move pg-tipo-lancamento
                             to pt-pag-tipo-lancamento
                           move pg-data-pagamento
                             to pt-pag-data-pagamento
                           move pg-hora-pagamento
                             to pt-pag-hora-pagamento
                           move pg-faixa-premio     to pt-pag-faixa-premio
                           move pg-valor-pago       to pt-pag-valor-pago
                           move pg-aliquota-ir      to pt-pag-aliquota-ir
                           move pg-valor-ir         to pt-pag-valor-ir
                           move pg-valor-liquido    to pt-pag-valor-liquido
                           move pg-cod-posto        to pt-pag-cod-posto
                           move pg-cod-operador     to pt-pag-cod-operador
                           write pt-pag-registro
                           perform confere-gravacao-portabilidade
                           add 1 to ws-qtd-pagamentos
                       end-if
               end-read

           end-perform

           close pagamentos-arq

           .
       exporta-pagamentos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                  Exporta as Teimosinhas do Apostador
      *>------------------------------------------------------------------------
       exporta-teimosinhas section.

           set ws-n-fim-arq to true

           open input teimosinhas-arq

           if ws-fs-tei = "35"
               go to exporta-teimosinhas-exit
           end-if

           if ws-fs-tei <> "00"
               display "Erro ao Abrir as Teimosinhas - Status " ws-fs-tei
               move 8 to return-code
               stop run
           end-if

           perform until ws-fim-arq

               read teimosinhas-arq
                   at end
                       set ws-fim-arq to true
                   not at end
                       if te-cod-apostador = ws-cod-apostador
                           move spaces              to pt-tei-registro
                           set pt-tei-teimosinha    to true
                           move te-codigo           to pt-tei-codigo
                           move te-nr-apostas       to pt-tei-nr-apostas
                           move te-numeros-apostados
                             to pt-tei-numeros-apostados
                           move te-rodadas-restantes
                             to pt-tei-rodadas-restantes
                           move te-situacao         to pt-tei-situacao
                           write pt-tei-registro
                           perform confere-gravacao-portabilidade
                           add 1 to ws-qtd-teimosinhas
                       end-if
               end-read

           end-perform

           close teimosinhas-arq

           .
       exporta-teimosinhas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                 Exporta as Cotas de Bolao do Apostador
      *>------------------------------------------------------------------------
       exporta-cotas section.

           set ws-n-fim-arq to true

           open input bolao-arq

           if ws-fs-bol = "35"
               go to exporta-cotas-exit
           end-if

           if ws-fs-bol <> "00"
               display "Erro ao Abrir as Cotas de Bolao - Status " ws-fs-bol
               move 8 to return-code
               stop run
           end-if

           perform until ws-fim-arq

               read bolao-arq
                   at end
                       set ws-fim-arq to true
                   not at end
                       if bl-cod-apostador = ws-cod-apostador
                           move spaces              to pt-bol-registro
                           set pt-bol-cota          to true
                           move bl-protocolo        to pt-bol-protocolo
                           move bl-concurso         to pt-bol-concurso
                           move bl-data             to pt-bol-data
                           move bl-qtd-cotas        to pt-bol-qtd-cotas
                           move bl-total-cotas      to pt-bol-total-cotas
                           move bl-valor-cota       to pt-bol-valor-cota
                           move bl-participacao     to pt-bol-participacao
                           write pt-bol-registro
                           perform confere-gravacao-portabilidade
                           add 1 to ws-qtd-cotas
                       end-if
               end-read

           end-perform

           close bolao-arq

           .
       exporta-cotas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>           Confere a Gravacao de um Registro da Portabilidade
      *>------------------------------------------------------------------------
       confere-gravacao-portabilidade section.

           if ws-fs-por <> "00"
               display "Erro ao Gravar o Arquivo de Portabilidade - Status "
                   ws-fs-por
               move 8 to return-code
               stop run
           end-if

           .
       confere-gravacao-portabilidade-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Anonimiza os Dados Pessoais do Cadastro do Apostador
      *>------------------------------------------------------------------------
      *>   Nome, documento e contato sao sobrescritos pela marca de
      *>   anonimizacao e o apostador fica inativo; o codigo e todo o
      *>   historico financeiro ficam como estao para a contabilidade
      *>   e a auditoria. Nao anonimiza enquanto houver premio a pagar
      *>   (o pagamento exige identificar o ganhador), teimosinha ativa
      *>   (que continuaria gerando apostas em nome dele) ou premio
      *>   pago em ano-calendario ainda nao declarado (o informe e a
      *>   declaracao ao fisco levam o nome e o documento do cadastro)
       anonimiza-dados section.

           move spaces to sl-registro
           set sl-tipo-anonimizacao to true
           move zero to sl-qtd-registros
           move zero to sl-qtd-premios-pendentes
           move zero to sl-qtd-teimosinhas-ativas
           move zero to sl-qtd-pagamentos-nao-declarados

           display "Codigo do Apostador: "
           accept ws-cod-apostador

           move ws-cod-apostador to ap-codigo
           read cadastro-arq
               invalid key
                   display "Apostador " ws-cod-apostador
                       " Nao Cadastrado."
                   set sl-res-nao-cadastrado to true
                   perform grava-log
                   go to anonimiza-dados-exit
           end-read

           if ap-anonimizado
               display "Os Dados do Apostador " ws-cod-apostador
                   " Ja Foram Anonimizados."
               set sl-res-ja-anonimizado to true
               perform grava-log
               go to anonimiza-dados-exit
           end-if

           perform conta-premios-pendentes
           perform conta-teimosinhas-ativas
           perform conta-pagamentos-nao-declarados

           if ws-qtd-premios-pendentes > zero
           or ws-qtd-teimosinhas-ativas > zero
               display " "
               display "Anonimizacao Recusada Para o Apostador "
                   ws-cod-apostador ":"
               if ws-qtd-premios-pendentes > zero
                   display "   Premios Ainda Nao Pagos  : "
                       ws-qtd-premios-pendentes
               end-if
               if ws-qtd-teimosinhas-ativas > zero
                   display "   Teimosinhas Ativas      : "
                       ws-qtd-teimosinhas-ativas
                       " - Cancele-as Antes no Cadastro de Teimosinhas."
               end-if
               set sl-res-bloqueado to true
               move ws-qtd-premios-pendentes  to sl-qtd-premios-pendentes
               move ws-qtd-teimosinhas-ativas to sl-qtd-teimosinhas-ativas
               move ws-qtd-pagamentos-nao-declarados
                 to sl-qtd-pagamentos-nao-declarados
               perform grava-log
               go to anonimiza-dados-exit
           end-if

           if ws-qtd-pagamentos-nao-declarados > zero
               display " "
               display "Anonimizacao Recusada Para o Apostador "
                   ws-cod-apostador ":"
               display "   Premios Pagos Desde " ws-data-inicio-nao-declarado
                   " : " ws-qtd-pagamentos-nao-declarados
                   " - Aguarde o Informe e a Declaracao do Ano."
               set sl-res-ano-nao-declarado to true
               move ws-qtd-pagamentos-nao-declarados
                 to sl-qtd-pagamentos-nao-declarados
               perform grava-log
               go to anonimiza-dados-exit
           end-if

           display " "
           display "Apostador: " ap-codigo " - " ap-nome
           display "Documento: " ap-documento
           display "Nome, Documento e Contato Serao Sobrescritos e o "
               "Apostador Ficara Inativo."
           display "Esta Operacao Nao Pode Ser Desfeita. Confirma? (S/N)"
           accept ws-resposta

           if ws-resposta <> "S" and ws-resposta <> "s"
               display "Anonimizacao Cancelada - Nada Foi Alterado."
               set sl-res-cancelado to true
               perform grava-log
               go to anonimiza-dados-exit
           end-if

           move "DADOS PESSOAIS ANONIMIZADOS - LGPD" to ap-nome
           set  ap-anonimizado to true
           move "ANONIMIZADO"  to ap-contato
           set  ap-inativo     to true

           rewrite ap-registro
               invalid key
                   display "Erro ao Regravar o Cadastro - Status "
                       ws-fs-cad
                   move 8 to return-code
                   stop run
           end-rewrite

           display "Dados Pessoais do Apostador " ws-cod-apostador
               " Anonimizados."

           set sl-res-anonimizado to true
           perform grava-log

           .
       anonimiza-dados-exit.
           exit.
      *>------------------------------------------------------------------------
      *>            Conta os Premios do Apostador Ainda Nao Pagos
      *>------------------------------------------------------------------------
      *>   Mesma regra do relatorio de premios pendentes: premio devido
      *>   em lancamento que nao e estorno, de aposta nao estornada e
      *>   sem registro no controle de pagamentos
       conta-premios-pendentes section.

           move zero to ws-qtd-premios-pendentes
           set ws-n-fim-arq to true

           open input movimento-arq

           if ws-fs-mov = "35"
               go to conta-premios-pendentes-exit
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

           set ws-tem-estornos to true
           open input estornos-arq

           if ws-fs-est = "35"
               set ws-sem-estornos to true
           else
               if ws-fs-est <> "00"
                   display "Erro ao Abrir os Estornos - Status "
                       ws-fs-est
                   move 8 to return-code
                   stop run
               end-if
           end-if

           perform until ws-fim-arq

               read movimento-arq
                   at end
                       set ws-fim-arq to true
                   not at end
                       if  mv-cod-apostador = ws-cod-apostador
                       and mv-premio-devido > zero
                       and not mv-lanc-estorno
                           perform confere-premio-pendente
                       end-if
               end-read

           end-perform

           close movimento-arq

           if ws-tem-pagamentos
               close pagamentos-arq
           end-if

           if ws-tem-estornos
               close estornos-arq
           end-if

           .
       conta-premios-pendentes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Confere um Premio Devido Contra Estornos e Pagamentos
      *>------------------------------------------------------------------------
       confere-premio-pendente section.

           set ws-premio-pendente to true

           if ws-tem-estornos
               move mv-protocolo to es-protocolo
               read estornos-arq
                   invalid key
                       continue
                   not invalid key
                       set ws-premio-resolvido to true
               end-read
           end-if

           if ws-premio-pendente and ws-tem-pagamentos
               move mv-protocolo     to pg-protocolo
               move mv-cod-apostador to pg-cod-apostador
               if mv-lanc-premio
                   set pg-lanc-premio to true
               else
                   set pg-lanc-aposta to true
               end-if
               read pagamentos-arq
                   invalid key
                       continue
                   not invalid key
                       set ws-premio-resolvido to true
               end-read
           end-if

           if ws-premio-pendente
               add 1 to ws-qtd-premios-pendentes
               move mv-premio-devido to ws-valor-tela
               display "   Premio Pendente - Protocolo " mv-protocolo
                   " Concurso " mv-concurso " R$ " ws-valor-tela
           end-if

           .
       confere-premio-pendente-exit.
           exit.
      *>------------------------------------------------------------------------
      *>               Conta as Teimosinhas Ativas do Apostador
      *>------------------------------------------------------------------------
       conta-teimosinhas-ativas section.

           move zero to ws-qtd-teimosinhas-ativas
           set ws-n-fim-arq to true

           open input teimosinhas-arq

           if ws-fs-tei = "35"
               go to conta-teimosinhas-ativas-exit
           end-if

           if ws-fs-tei <> "00"
               display "Erro ao Abrir as Teimosinhas - Status " ws-fs-tei
               move 8 to return-code
               stop run
           end-if

           perform until ws-fim-arq

               read teimosinhas-arq
                   at end
                       set ws-fim-arq to true
                   not at end
                       if te-cod-apostador = ws-cod-apostador
                       and te-ativa
                           add 1 to ws-qtd-teimosinhas-ativas
                           display "   Teimosinha Ativa - Codigo "
                               te-codigo " Rodadas Restantes "
                               te-rodadas-restantes
                       end-if
               end-read

           end-perform

           close teimosinhas-arq

           .
       conta-teimosinhas-ativas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Conta os Premios Pagos ao Apostador em Ano Ainda Nao Declarado
      *>------------------------------------------------------------------------
      *>   O informe e a declaracao do ano-calendario saem no ano
      *>   seguinte: todo pagamento desde 1o de janeiro do ano passado
      *>   ainda pode entrar neles
       conta-pagamentos-nao-declarados section.

           move zero to ws-qtd-pagamentos-nao-declarados
           set ws-n-fim-arq to true

           accept ws-data-atual from date yyyymmdd
           move ws-data-atual(1:4) to ws-ano-atual
           compute ws-data-inicio-nao-declarado =
                   (ws-ano-atual - 1) * 10000 + 0101

           open input pagamentos-arq

           if ws-fs-pag = "35"
               go to conta-pagamentos-nao-declarados-exit
           end-if

           if ws-fs-pag <> "00"
               display "Erro ao Abrir o Controle de Pagamentos - Status "
                   ws-fs-pag
               move 8 to return-code
               stop run
           end-if

           perform until ws-fim-arq

               read pagamentos-arq next record
                   at end
                       set ws-fim-arq to true
                   not at end
                       if  pg-cod-apostador = ws-cod-apostador
                       and pg-data-pagamento >= ws-data-inicio-nao-declarado
                           add 1 to ws-qtd-pagamentos-nao-declarados
                           move pg-valor-pago to ws-valor-tela
                           display "   Premio Pago em " pg-data-pagamento
                               " - Protocolo " pg-protocolo
                               " R$ " ws-valor-tela
                       end-if
               end-read

           end-perform

           close pagamentos-arq

           .
       conta-pagamentos-nao-declarados-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Registra a Solicitacao Atendida no Log da LGPD
      *>------------------------------------------------------------------------
       grava-log section.

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           move ws-data-atual    to sl-data
           move ws-hora-atual    to sl-hora
           move ws-operador      to sl-operador
           move ws-cod-apostador to sl-cod-apostador

           open extend log-arq
           if ws-fs-log = "35"
               open output log-arq
           end-if

           if ws-fs-log <> "00"
               display "Erro ao Abrir o Log das Solicitacoes - Status "
                   ws-fs-log
               move 8 to return-code
               stop run
           end-if

           write sl-registro

           if ws-fs-log <> "00"
               display "Erro ao Gravar o Log das Solicitacoes - Status "
                   ws-fs-log
               move 8 to return-code
               stop run
           end-if

           close log-arq

           .
       grava-log-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Finalização Programa
      *>------------------------------------------------------------------------
       finaliza-lgpd section.

           close cadastro-arq

           stop run
           .
       finaliza-lgpd-exit.
           exit.
