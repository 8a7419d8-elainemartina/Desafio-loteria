      $set sourceformat"free"
      *>-----Divisão de identificação do programa
       identification division.
       program-id. "cadastroposto".
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

      *>-----Declaração de variáveis
       data division.

      *>-----Variaveis de arquivos
       file section.
       fd  postos-arq
           label records are standard.
           copy posto.

       fd  operadores-arq
           label records are standard.
           copy operador.

      *>-----Variaveis de trabalho
       working-storage section.

       77  ws-fs-pos                               pic x(02).
       77  ws-fs-ope                               pic x(02).

       77  ws-opcao                                pic x(01).
           88 ws-opcao-incluir-posto               value "1".
           88 ws-opcao-alterar-posto               value "2".
           88 ws-opcao-inativar-posto              value "3".
           88 ws-opcao-consultar-posto             value "4".
           88 ws-opcao-incluir-operador            value "5".
           88 ws-opcao-alterar-operador            value "6".
           88 ws-opcao-inativar-operador           value "7".
           88 ws-opcao-sair                        value "8".

       77  ws-flag-menu                            pic x(05).
           88 ws-fim-menu                          value "true".
           88 ws-n-fim-menu                        value "false".

       77  ws-flag-fim-ope                         pic x(05).
           88 ws-fim-operadores                    value "true".
           88 ws-n-fim-operadores                  value "false".

      *>   Codigos digitados pelo operador e campos de digitacao dos
      *>   demais dados, movidos para o registro so depois de conferidos
       77  ws-cod-posto                            pic 9(04).
       77  ws-cod-operador                         pic x(10).
       77  ws-nome                                 pic x(40).
       77  ws-perc-comissao                        pic 9(02)v99.

       77  ws-qtd-operadores                       pic 9(04).

       77  ws-resposta                             pic x(01).

      *>   Mascara de edicao do percentual de comissao na tela
       77  ws-perc-tela                            pic z9,99.

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa-cadastro.
           perform menu-cadastro.
           perform finaliza-cadastro.

      *>------------------------------------------------------------------------
      *>                     Procedimentos de Inicialização
      *>------------------------------------------------------------------------
       inicializa-cadastro section.

           set ws-n-fim-menu to true

      *>   Abre os cadastros para consulta e manutencao; se for a
      *>   primeira vez, os arquivos ainda nao existem e sao criados
      *>   vazios
           open i-o postos-arq

           if ws-fs-pos = "35"
               open output postos-arq
               close postos-arq
               open i-o postos-arq
           end-if

           if ws-fs-pos <> "00"
               display "Erro ao Abrir o Cadastro de Postos - Status " ws-fs-pos
               stop run
           end-if

           open i-o operadores-arq

           if ws-fs-ope = "35"
               open output operadores-arq
               close operadores-arq
               open i-o operadores-arq
           end-if

           if ws-fs-ope <> "00"
               display "Erro ao Abrir o Cadastro de Operadores - Status "
                   ws-fs-ope
               stop run
           end-if

           .
       inicializa-cadastro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Menu Principal da Manutencao
      *>------------------------------------------------------------------------
       menu-cadastro section.

           perform until ws-fim-menu

               display " "
               display " ----- Cadastro de Postos de Venda e Operadores -----"
               display "Digite '1' Para Incluir um Posto"
               display "Digite '2' Para Alterar um Posto"
               display "Digite '3' Para Inativar um Posto"
               display "Digite '4' Para Consultar um Posto e Seus Operadores"
               display "Digite '5' Para Incluir um Operador"
               display "Digite '6' Para Alterar um Operador"
               display "Digite '7' Para Inativar um Operador"
               display "Digite '8' Para Sair"
               accept ws-opcao

               evaluate true
                   when ws-opcao-incluir-posto
                       perform inclui-posto
                   when ws-opcao-alterar-posto
                       perform altera-posto
                   when ws-opcao-inativar-posto
                       perform inativa-posto
                   when ws-opcao-consultar-posto
                       perform consulta-posto
                   when ws-opcao-incluir-operador
                       perform inclui-operador
                   when ws-opcao-alterar-operador
                       perform altera-operador
                   when ws-opcao-inativar-operador
                       perform inativa-operador
                   when ws-opcao-sair
                       set ws-fim-menu to true
                   when other
                       display "Opcao Invalida!"
               end-evaluate

           end-perform

           .
       menu-cadastro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                          Inclusao de Posto
      *>------------------------------------------------------------------------
       inclui-posto section.

           display "Codigo do Posto a Incluir: "
           accept ws-cod-posto

           if ws-cod-posto = zero
               display "Codigo Deve Ser Maior do Que Zero."
               go to inclui-posto-exit
           end-if

           move ws-cod-posto to pv-codigo
           read postos-arq
               invalid key
                   continue
               not invalid key
                   display "Codigo " ws-cod-posto " Ja Cadastrado Para " pv-nome
                   go to inclui-posto-exit
           end-read

           perform aceita-dados-posto

           move ws-cod-posto     to pv-codigo
           move ws-nome          to pv-nome
           move ws-perc-comissao to pv-perc-comissao
           set  pv-ativo         to true

           write pv-registro
               invalid key
                   display "Erro ao Incluir o Posto - Status " ws-fs-pos
               not invalid key
                   display "Posto " ws-cod-posto " Incluido com Sucesso."
           end-write

           .
       inclui-posto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                          Alteracao de Posto
      *>------------------------------------------------------------------------
       altera-posto section.

           display "Codigo do Posto a Alterar: "
           accept ws-cod-posto

           move ws-cod-posto to pv-codigo
           read postos-arq
               invalid key
                   display "Codigo " ws-cod-posto " Nao Cadastrado."
                   go to altera-posto-exit
           end-read

           perform exibe-posto

           perform aceita-dados-posto

           move ws-nome          to pv-nome
           move ws-perc-comissao to pv-perc-comissao

           rewrite pv-registro
               invalid key
                   display "Erro ao Alterar o Posto - Status " ws-fs-pos
               not invalid key
                   display "Posto " ws-cod-posto " Alterado com Sucesso."
           end-rewrite

           .
       altera-posto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                         Inativacao de Posto
      *>------------------------------------------------------------------------
      *>   O posto nao e excluido fisicamente: apostas, lancamentos e
      *>   pagamentos continuam apontando para o codigo dele, entao o
      *>   registro apenas muda de situacao e o posto para de vender
       inativa-posto section.

           display "Codigo do Posto a Inativar: "
           accept ws-cod-posto

           move ws-cod-posto to pv-codigo
           read postos-arq
               invalid key
                   display "Codigo " ws-cod-posto " Nao Cadastrado."
                   go to inativa-posto-exit
           end-read

           if pv-inativo
               display "Posto " ws-cod-posto " Ja Esta Inativo."
               go to inativa-posto-exit
           end-if

           perform exibe-posto
           display "Confirma a Inativacao? (S/N)"
           accept ws-resposta

           if ws-resposta = "S" or ws-resposta = "s"
               set pv-inativo to true
               rewrite pv-registro
                   invalid key
                       display "Erro ao Inativar o Posto - Status " ws-fs-pos
                   not invalid key
                       display "Posto " ws-cod-posto " Inativado com Sucesso."
               end-rewrite
           else
               display "Inativacao Cancelada."
           end-if

           .
       inativa-posto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                  Consulta de Posto e dos Seus Operadores
      *>------------------------------------------------------------------------
       consulta-posto section.

           display "Codigo do Posto a Consultar: "
           accept ws-cod-posto

           move ws-cod-posto to pv-codigo
           read postos-arq
               invalid key
                   display "Codigo " ws-cod-posto " Nao Cadastrado."
                   go to consulta-posto-exit
           end-read

           perform exibe-posto

      *>   Os operadores do posto ficam juntos no cadastro, pois o
      *>   codigo do posto abre a chave do operador
           move zero to ws-qtd-operadores
           set ws-n-fim-operadores to true

           move ws-cod-posto to op-cod-posto
           move low-values   to op-codigo
           start operadores-arq key is not less than op-chave
               invalid key
                   set ws-fim-operadores to true
           end-start

           display "Operadores:"

           perform until ws-fim-operadores
               read operadores-arq next record
                   at end
                       set ws-fim-operadores to true
                   not at end
                       if op-cod-posto <> ws-cod-posto
                           set ws-fim-operadores to true
                       else
                           add 1 to ws-qtd-operadores
                           perform exibe-operador
                       end-if
               end-read
           end-perform

           if ws-qtd-operadores = zero
               display "   Nenhum Operador Cadastrado Neste Posto."
           end-if

           .
       consulta-posto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                         Inclusao de Operador
      *>------------------------------------------------------------------------
       inclui-operador section.

           perform localiza-posto-ativo
           if ws-cod-posto = zero
               go to inclui-operador-exit
           end-if

           display "Codigo do Operador a Incluir: "
           accept ws-cod-operador

           if ws-cod-operador = spaces
               display "Codigo do Operador Nao Pode Ficar em Branco."
               go to inclui-operador-exit
           end-if

           move ws-cod-posto    to op-cod-posto
           move ws-cod-operador to op-codigo
           read operadores-arq
               invalid key
                   continue
               not invalid key
                   display "Operador " ws-cod-operador
                       " Ja Cadastrado no Posto Para " op-nome
                   go to inclui-operador-exit
           end-read

           perform aceita-dados-operador

           move ws-cod-posto    to op-cod-posto
           move ws-cod-operador to op-codigo
           move ws-nome         to op-nome
           set  op-ativo        to true

           write op-registro
               invalid key
                   display "Erro ao Incluir o Operador - Status " ws-fs-ope
               not invalid key
                   display "Operador " ws-cod-operador " Incluido com Sucesso."
           end-write

           .
       inclui-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                        Alteracao de Operador
      *>------------------------------------------------------------------------
       altera-operador section.

           perform localiza-operador
           if ws-cod-operador = spaces
               go to altera-operador-exit
           end-if

           perform exibe-operador

           perform aceita-dados-operador

           move ws-nome to op-nome

           rewrite op-registro
               invalid key
                   display "Erro ao Alterar o Operador - Status " ws-fs-ope
               not invalid key
                   display "Operador " ws-cod-operador " Alterado com Sucesso."
           end-rewrite

           .
       altera-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                        Inativacao de Operador
      *>------------------------------------------------------------------------
       inativa-operador section.

           perform localiza-operador
           if ws-cod-operador = spaces
               go to inativa-operador-exit
           end-if

           if op-inativo
               display "Operador " ws-cod-operador " Ja Esta Inativo."
               go to inativa-operador-exit
           end-if

           perform exibe-operador
           display "Confirma a Inativacao? (S/N)"
           accept ws-resposta

           if ws-resposta = "S" or ws-resposta = "s"
               set op-inativo to true
               rewrite op-registro
                   invalid key
                       display "Erro ao Inativar o Operador - Status "
                           ws-fs-ope
                   not invalid key
                       display "Operador " ws-cod-operador
                           " Inativado com Sucesso."
               end-rewrite
           else
               display "Inativacao Cancelada."
           end-if

           .
       inativa-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>             Pede o Posto de um Operador e Confere se Esta Ativo
      *>------------------------------------------------------------------------
      *>   Devolve o codigo do posto zerado quando o posto nao pode
      *>   receber operadores novos
       localiza-posto-ativo section.

           display "Codigo do Posto do Operador: "
           accept ws-cod-posto

           move ws-cod-posto to pv-codigo
           read postos-arq
               invalid key
                   display "Posto " ws-cod-posto " Nao Cadastrado."
                   move zero to ws-cod-posto
                   go to localiza-posto-ativo-exit
           end-read

           if pv-inativo
               display "Posto " ws-cod-posto " Esta Inativo."
               move zero to ws-cod-posto
           end-if

           .
       localiza-posto-ativo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>             Pede o Posto e o Codigo de um Operador Cadastrado
      *>------------------------------------------------------------------------
      *>   Devolve o codigo do operador em branco quando o operador nao
      *>   esta cadastrado no posto informado
       localiza-operador section.

           display "Codigo do Posto do Operador: "
           accept ws-cod-posto

           display "Codigo do Operador: "
           accept ws-cod-operador

           move ws-cod-posto    to op-cod-posto
           move ws-cod-operador to op-codigo
           read operadores-arq
               invalid key
                   display "Operador " ws-cod-operador
                       " Nao Cadastrado no Posto " ws-cod-posto
                   move spaces to ws-cod-operador
           end-read

           .
       localiza-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                   Digitacao dos Dados de um Posto
      *>------------------------------------------------------------------------
       aceita-dados-posto section.

           display "Nome do Posto: "
           accept ws-nome

           perform until ws-nome <> spaces
               display "Nome Nao Pode Ficar em Branco."
               accept ws-nome
           end-perform

      *>   Comissao do posto sobre a arrecadacao liquida de estornos
      *>   das apostas que vendeu
           display "Percentual de Comissao (Ex.: 8,50): "
           accept ws-perc-comissao

           .
       aceita-dados-posto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                  Digitacao dos Dados de um Operador
      *>------------------------------------------------------------------------
       aceita-dados-operador section.

           display "Nome do Operador: "
           accept ws-nome

           perform until ws-nome <> spaces
               display "Nome Nao Pode Ficar em Branco."
               accept ws-nome
           end-perform

           .
       aceita-dados-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                    Exibicao dos Dados de um Posto
      *>------------------------------------------------------------------------
       exibe-posto section.

           display "Codigo   : " pv-codigo
           display "Nome     : " pv-nome

           move pv-perc-comissao to ws-perc-tela
           display "Comissao : " ws-perc-tela " %"

           if pv-ativo
               display "Situacao : Ativo"
           else
               display "Situacao : Inativo"
           end-if

           .
       exibe-posto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                   Exibicao dos Dados de um Operador
      *>------------------------------------------------------------------------
       exibe-operador section.

           if op-ativo
               display "   " op-codigo " " op-nome " Ativo"
           else
               display "   " op-codigo " " op-nome " Inativo"
           end-if

           .
       exibe-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Finalização Programa
      *>------------------------------------------------------------------------
       finaliza-cadastro section.
           close postos-arq
           close operadores-arq
           stop run
           .
       finaliza-cadastro-exit.
           exit.
