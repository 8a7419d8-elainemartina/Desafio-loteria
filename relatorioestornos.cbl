      $set sourceformat"free"
      *>-----Divisão de identificação do programa
       identification division.
       program-id. "relatorioestornos".
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
           select estornos-arq assign to "ESTORNOS-APOSTA"
               organization is indexed
               access mode is sequential
               record key is es-protocolo
               file status is ws-fs-est.

      *>-----Declaração de variáveis
       data division.

      *>-----Variaveis de arquivos
       file section.
       fd  estornos-arq
           label records are standard.
           copy estorno.

      *>-----Variaveis de trabalho
       working-storage section.

       77  ws-fs-est                               pic x(02).

       77  ws-flag-fim-est                         pic x(05).
           88 ws-fim-estornos                      value "true".
           88 ws-n-fim-estornos                    value "false".

      *>   Data dos estornos listados, informada pelo operador; zero
      *>   lista os estornos de hoje
       77  ws-data-relatorio                       pic 9(08).

      *>   Estornos do dia, carregados do controle de estornos (que e
      *>   indexado pelo protocolo) para a memoria de trabalho e
      *>   listados agrupados pelo posto e pelo operador que os fez
       77  ws-max-estornos                         pic 9(04) comp value 2000.
       77  ws-qtd-estornos                         pic 9(04) comp.
       77  ws-idx-est                              pic 9(04) comp.

       01  ws-tab-estornos.
           05  ws-estorno occurs 2000 times.
               10  ws-est-posto                    pic 9(04).
               10  ws-est-operador                 pic x(10).
               10  ws-est-protocolo                pic 9(18).
               10  ws-est-cod-apostador            pic 9(06).
               10  ws-est-concurso                 pic 9(06).
               10  ws-est-hora                     pic 9(08).
               10  ws-est-valor                    pic 9(07)v99.
               10  ws-est-motivo                   pic x(40).

      *>   Operadores distintos, cada um dentro do seu posto, na ordem
      *>   em que aparecem, com os totais de cada um
       77  ws-max-operadores                       pic 9(03) comp value 200.
       77  ws-qtd-operadores                       pic 9(03) comp.
       77  ws-idx-ope                              pic 9(03) comp.

       01  ws-tab-operadores.
           05  ws-operador occurs 200 times.
               10  ws-ope-posto                    pic 9(04).
               10  ws-ope-codigo                   pic x(10).
               10  ws-ope-qtd                      pic 9(06).
               10  ws-ope-valor                    pic 9(09)v99.

       77  ws-flag-ope                             pic x(05).
           88 ws-operador-achado                   value "true".
           88 ws-operador-nao-achado               value "false".

       77  ws-total-valor                          pic 9(11)v99.

       77  ws-valor-tela                           pic zzzzzzzzz9,99.

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa-relatorio.
           perform carrega-estornos.
           perform lista-operadores.
           perform finaliza-relatorio.

      *>------------------------------------------------------------------------
      *>                     Procedimentos de Inicialização
      *>------------------------------------------------------------------------
       inicializa-relatorio section.

           move zero to ws-qtd-estornos
           move zero to ws-qtd-operadores
           move zero to ws-total-valor
           set ws-n-fim-estornos to true

           display " "
           display " ----------- Estornos do Dia por Operador -----------"
           display "Data dos Estornos (AAAAMMDD, ou 0 Para Hoje): "
           accept ws-data-relatorio

           if ws-data-relatorio = zero
               accept ws-data-relatorio from date yyyymmdd
           end-if

           open input estornos-arq

           if ws-fs-est = "35"
               display "Nenhum Estorno Registrado Ainda."
               stop run
           end-if

           if ws-fs-est <> "00"
               display "Erro ao Abrir o Controle de Estornos - Status "
                   ws-fs-est
               move 8 to return-code
               stop run
           end-if

           .
       inicializa-relatorio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Carrega os Estornos da Data Para a Memoria de Trabalho
      *>------------------------------------------------------------------------
       carrega-estornos section.

           perform until ws-fim-estornos

               read estornos-arq next record
                   at end
                       set ws-fim-estornos to true
                   not at end
                       if es-data-estorno = ws-data-relatorio
                           perform guarda-um-estorno
                       end-if
               end-read

           end-perform

           .
       carrega-estornos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Guarda um Estorno na Tabela e Acumula no Seu Operador
      *>------------------------------------------------------------------------
       guarda-um-estorno section.

           if ws-qtd-estornos >= ws-max-estornos
               display "Limite de " ws-max-estornos " Estornos por Dia "
                   "Atingido - Relatorio Interrompido."
               move 8 to return-code
               stop run
           end-if

           add 1 to ws-qtd-estornos

           move es-cod-posto       to ws-est-posto(ws-qtd-estornos)
           move es-operador        to ws-est-operador(ws-qtd-estornos)
           move es-protocolo       to ws-est-protocolo(ws-qtd-estornos)
           move es-cod-apostador   to ws-est-cod-apostador(ws-qtd-estornos)
           move es-concurso        to ws-est-concurso(ws-qtd-estornos)
           move es-hora-estorno    to ws-est-hora(ws-qtd-estornos)
           move es-valor-estornado to ws-est-valor(ws-qtd-estornos)
           move es-motivo          to ws-est-motivo(ws-qtd-estornos)

           add es-valor-estornado to ws-total-valor

           set ws-operador-nao-achado to true

           perform varying ws-idx-ope from 1 by 1
                   until ws-idx-ope > ws-qtd-operadores
                      or ws-operador-achado
               if  ws-ope-posto(ws-idx-ope)  = es-cod-posto
               and ws-ope-codigo(ws-idx-ope) = es-operador
                   set ws-operador-achado to true
               end-if
           end-perform

      *>   O perform varying avanca o indice uma posicao alem do
      *>   operador encontrado antes de testar a condicao de saida
           if ws-operador-achado
               subtract 1 from ws-idx-ope
           else
               if ws-qtd-operadores >= ws-max-operadores
                   display "Limite de " ws-max-operadores " Operadores "
                       "por Dia Atingido - Relatorio Interrompido."
                   move 8 to return-code
                   stop run
               end-if
               add 1 to ws-qtd-operadores
               move ws-qtd-operadores to ws-idx-ope
               move es-cod-posto to ws-ope-posto(ws-idx-ope)
               move es-operador  to ws-ope-codigo(ws-idx-ope)
               move zero        to ws-ope-qtd(ws-idx-ope)
               move zero        to ws-ope-valor(ws-idx-ope)
           end-if

           add 1                  to ws-ope-qtd(ws-idx-ope)
           add es-valor-estornado to ws-ope-valor(ws-idx-ope)

           .
       guarda-um-estorno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>         Lista os Estornos da Data Agrupados por Operador
      *>------------------------------------------------------------------------
       lista-operadores section.

           display " "
           display "----- Estornos de " ws-data-relatorio " -----"

           if ws-qtd-estornos = zero
               display "Nenhum Estorno Nesta Data."
               go to lista-operadores-exit
           end-if

           perform varying ws-idx-ope from 1 by 1
                   until ws-idx-ope > ws-qtd-operadores
               perform lista-um-operador
           end-perform

           .
       lista-operadores-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Lista os Estornos de um Operador e o Seu Subtotal
      *>------------------------------------------------------------------------
       lista-um-operador section.

           display " "
           display "Posto " ws-ope-posto(ws-idx-ope)
               " Operador " ws-ope-codigo(ws-idx-ope)

           perform varying ws-idx-est from 1 by 1
                   until ws-idx-est > ws-qtd-estornos
               if  ws-est-posto(ws-idx-est)    = ws-ope-posto(ws-idx-ope)
               and ws-est-operador(ws-idx-est) = ws-ope-codigo(ws-idx-ope)
                   move ws-est-valor(ws-idx-est) to ws-valor-tela
                   display "   Protocolo " ws-est-protocolo(ws-idx-est)
                       " Apostador " ws-est-cod-apostador(ws-idx-est)
                       " Concurso " ws-est-concurso(ws-idx-est)
                       " as " ws-est-hora(ws-idx-est)
                       " - R$ " ws-valor-tela
                   display "      Motivo: " ws-est-motivo(ws-idx-est)
               end-if
           end-perform

           move ws-ope-valor(ws-idx-ope) to ws-valor-tela
           display "   Estornos do Operador: " ws-ope-qtd(ws-idx-ope)
               " - R$ " ws-valor-tela

           .
       lista-um-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Finalização Programa
      *>------------------------------------------------------------------------
       finaliza-relatorio section.

           display " "
           display "----- Total do Dia -----"
           display "Operadores com Estorno: " ws-qtd-operadores
           display "Estornos do Dia       : " ws-qtd-estornos
           move ws-total-valor to ws-valor-tela
           display "Valor Estornado       : R$ " ws-valor-tela

           close estornos-arq
           stop run
           .
       finaliza-relatorio-exit.
           exit.
