      $set sourceformat"free"
      *>-----Divisão de identificação do programa
       identification division.
       program-id. "cadastroimposto".
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
           select parametros-ir-arq assign to "PARAMETROS-IR"
               organization is sequential
               file status is ws-fs-pir.

      *>-----Declaração de variáveis
       data division.

      *>-----Variaveis de arquivos
       file section.
       fd  parametros-ir-arq
           label records are standard.
           copy parametrosir.

      *>-----Variaveis de trabalho
       working-storage section.

       77  ws-fs-pir                               pic x(02).

       77  ws-opcao                                pic x(01).
           88 ws-opcao-incluir                     value "1".
           88 ws-opcao-vigente                     value "2".
           88 ws-opcao-listar                      value "3".
           88 ws-opcao-sair                        value "4".

       77  ws-flag-menu                            pic x(05).
           88 ws-fim-menu                          value "true".
           88 ws-n-fim-menu                        value "false".

       77  ws-flag-fim-pir                         pic x(05).
           88 ws-fim-parametros                    value "true".
           88 ws-n-fim-parametros                  value "false".

      *>   Indica se algum registro em vigor foi encontrado na busca
       77  ws-flag-vigente                         pic x(05).
           88 ws-tem-vigente                       value "true".
           88 ws-sem-vigente                       value "false".

      *>   Campos de digitacao, movidos para o registro so depois de
      *>   conferidos, no mesmo estilo dos parametros do jogo
       77  ws-data-vigencia                        pic 9(08).
       77  ws-limite-isencao                       pic 9(09)v99.
       77  ws-aliquota                             pic 9(02)v99.
       77  ws-operador                             pic x(30).
       77  ws-resposta                             pic x(01).

       77  ws-data-atual                           pic 9(08).
       77  ws-hora-atual                           pic 9(08).

      *>   Registro em vigor ja encontrado na busca pela data
       01  ws-registro-vigente.
           05  ws-vig-data-vigencia             pic 9(08).
           05  ws-vig-limite-isencao            pic 9(09)v99.
           05  ws-vig-aliquota                  pic 9(02)v99.
           05  ws-vig-data-gravacao             pic 9(08).
           05  ws-vig-operador                  pic x(30).

       77  ws-valor-tela                           pic zzzzzzzz9,99.
       77  ws-perc-tela                            pic z9,99.

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa-parametros.
           perform menu-parametros.
           perform finaliza-parametros.

      *>------------------------------------------------------------------------
      *>                     Procedimentos de Inicialização
      *>------------------------------------------------------------------------
       inicializa-parametros section.

           set ws-n-fim-menu to true

           accept ws-data-atual from date yyyymmdd

           display " "
           display " ----------- Manutencao dos Parametros do Imposto de"
               " Renda -----------"
           display "Identifique-se (Nome do Operador): "
           accept ws-operador

           perform until ws-operador <> spaces
               display "O Nome do Operador Nao Pode Ficar em Branco."
               accept ws-operador
           end-perform

           .
       inicializa-parametros-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Menu Principal da Manutencao
      *>------------------------------------------------------------------------
       menu-parametros section.

           perform until ws-fim-menu

               display " "
               display " ----------- Imposto de Renda Sobre Premios -----------"
               display "Digite '1' Para Incluir uma Nova Vigencia"
               display "Digite '2' Para Exibir os Parametros em Vigor"
               display "Digite '3' Para Listar Todas as Vigencias"
               display "Digite '4' Para Sair"
               accept ws-opcao

               evaluate true
                   when ws-opcao-incluir
                       perform inclui-vigencia
                   when ws-opcao-vigente
                       perform exibe-vigente
                   when ws-opcao-listar
                       perform lista-vigencias
                   when ws-opcao-sair
                       set ws-fim-menu to true
                   when other
                       display "Opcao Invalida!"
               end-evaluate

           end-perform

           .
       menu-parametros-exit.
           exit.
      *>------------------------------------------------------------------------
      *>            Inclusao de uma Nova Vigencia dos Parametros do IR
      *>------------------------------------------------------------------------
      *>   A nova vigencia e acrescentada ao final do arquivo, sem
      *>   mexer nas anteriores: o pagamento de premios escolhe o
      *>   registro de maior vigencia menor ou igual a data do
      *>   pagamento, entao uma mudanca da lei pode ser agendada
       inclui-vigencia section.

           display "Data de Inicio da Vigencia (AAAAMMDD): "
           accept ws-data-vigencia

           perform until ws-data-vigencia >= ws-data-atual
               display "A Vigencia Nao Pode Comecar no Passado - "
                   "Informe a Data de Hoje ou uma Futura."
               accept ws-data-vigencia
           end-perform

      *>   Premio ate o limite e isento; acima dele o imposto incide
      *>   sobre o premio bruto inteiro
           display "Limite de Isencao do Premio (R$): "
           accept ws-limite-isencao

           display "Aliquota do Imposto Retido (Ex.: 30,00): "
           accept ws-aliquota

           perform until ws-aliquota > zero
               display "A Aliquota Deve Ser Maior do Que Zero."
               accept ws-aliquota
           end-perform

           display "Confirma a Gravacao da Vigencia " ws-data-vigencia
               "? (S/N)"
           accept ws-resposta

           if ws-resposta <> "S" and ws-resposta <> "s"
               display "Inclusao Cancelada - Nada Foi Gravado."
               go to inclui-vigencia-exit
           end-if

           perform grava-vigencia

           display "Vigencia " ws-data-vigencia " Gravada com Sucesso."

           .
       inclui-vigencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Acrescenta a Nova Vigencia ao Arquivo de Parametros do IR
      *>------------------------------------------------------------------------
       grava-vigencia section.

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           move ws-data-vigencia  to pi-data-vigencia
           move ws-limite-isencao to pi-limite-isencao
           move ws-aliquota       to pi-aliquota
           move ws-data-atual     to pi-data-gravacao
           move ws-hora-atual     to pi-hora-gravacao
           move ws-operador       to pi-operador

           open extend parametros-ir-arq
           if ws-fs-pir = "35"
               open output parametros-ir-arq
           end-if

           if ws-fs-pir <> "00"
               display "Erro ao Abrir os Parametros do IR - Status "
                   ws-fs-pir
               move 8 to return-code
               stop run
           end-if

           write pi-registro

           if ws-fs-pir <> "00"
               display "Erro ao Gravar a Vigencia - Status " ws-fs-pir
               move 8 to return-code
               stop run
           end-if

           close parametros-ir-arq

           .
       grava-vigencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Localiza e Exibe o Registro em Vigor na Data de Hoje
      *>------------------------------------------------------------------------
       exibe-vigente section.

           accept ws-data-atual from date yyyymmdd

           perform localiza-vigente

           if ws-sem-vigente
               display "Nenhuma Vigencia em Vigor em " ws-data-atual
                   " - Nenhum Premio Pode Ser Pago."
               go to exibe-vigente-exit
           end-if

           display " "
           display "----- Parametros do IR em Vigor em " ws-data-atual
               " -----"
           display "Vigencia Desde   : " ws-vig-data-vigencia
           move ws-vig-limite-isencao to ws-valor-tela
           display "Limite de Isencao: R$ " ws-valor-tela
           move ws-vig-aliquota to ws-perc-tela
           display "Aliquota         : " ws-perc-tela "%"
           display "Gravado em " ws-vig-data-gravacao " por "
               ws-vig-operador

           .
       exibe-vigente-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Busca no Arquivo o Registro de Maior Vigencia Ate a Data de Hoje
      *>------------------------------------------------------------------------
       localiza-vigente section.

           set ws-sem-vigente to true
           set ws-n-fim-parametros to true

           open input parametros-ir-arq

           if ws-fs-pir = "35"
               go to localiza-vigente-exit
           end-if

           if ws-fs-pir <> "00"
               display "Erro ao Abrir os Parametros do IR - Status "
                   ws-fs-pir
               move 8 to return-code
               stop run
           end-if

           perform until ws-fim-parametros

               read parametros-ir-arq
                   at end
                       set ws-fim-parametros to true
                   not at end
                       if  pi-data-vigencia <= ws-data-atual
                       and (ws-sem-vigente
                            or pi-data-vigencia >= ws-vig-data-vigencia)
                           set ws-tem-vigente to true
                           move pi-data-vigencia  to ws-vig-data-vigencia
                           move pi-limite-isencao to ws-vig-limite-isencao
                           move pi-aliquota       to ws-vig-aliquota
                           move pi-data-gravacao  to ws-vig-data-gravacao
                           move pi-operador       to ws-vig-operador
                       end-if
               end-read

           end-perform

           close parametros-ir-arq

           .
       localiza-vigente-exit.
           exit.
      *>------------------------------------------------------------------------
      *>              Lista Todas as Vigencias do Arquivo
      *>------------------------------------------------------------------------
       lista-vigencias section.

           set ws-n-fim-parametros to true

           open input parametros-ir-arq

           if ws-fs-pir = "35"
               display "Arquivo de Parametros do IR Ainda Nao Existe."
               go to lista-vigencias-exit
           end-if

           if ws-fs-pir <> "00"
               display "Erro ao Abrir os Parametros do IR - Status "
                   ws-fs-pir
               move 8 to return-code
               stop run
           end-if

           display " "
           display "----- Vigencias Gravadas -----"

           perform until ws-fim-parametros

               read parametros-ir-arq
                   at end
                       set ws-fim-parametros to true
                   not at end
                       move pi-limite-isencao to ws-valor-tela
                       move pi-aliquota       to ws-perc-tela
                       display "Vigencia " pi-data-vigencia
                           " - Isencao Ate R$ " ws-valor-tela
                           " - Aliquota " ws-perc-tela "%"
                           " - Por " pi-operador
               end-read

           end-perform

           close parametros-ir-arq

           .
       lista-vigencias-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Finalização Programa
      *>------------------------------------------------------------------------
       finaliza-parametros section.
           stop run
           .
       finaliza-parametros-exit.
           exit.
