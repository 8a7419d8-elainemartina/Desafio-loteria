      $set sourceformat"free"
      *>-----Divisão de identificação do programa
       identification division.
       program-id. "baixaconformidade".
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
           select excecoes-arq assign to "EXCECOES-CONFORMIDADE"
               organization is indexed
               access mode is dynamic
               record key is xc-chave
               file status is ws-fs-exc.

      *>-----Declaração de variáveis
       data division.

      *>-----Variaveis de arquivos
       file section.
       fd  excecoes-arq
           label records are standard.
           copy excecaoconformidade.

      *>-----Variaveis de trabalho
       working-storage section.

       77  ws-fs-exc                               pic x(02).

       77  ws-opcao                                pic x(01).
           88 ws-opcao-listar                      value "1".
           88 ws-opcao-baixar                      value "2".
           88 ws-opcao-consultar                   value "3".
           88 ws-opcao-sair                        value "4".

       77  ws-flag-menu                            pic x(05).
           88 ws-fim-menu                          value "true".
           88 ws-n-fim-menu                        value "false".

       77  ws-flag-fim-exc                         pic x(05).
           88 ws-fim-excecoes                      value "true".
           88 ws-n-fim-excecoes                    value "false".

      *>   Quem esta dando a baixa, pedido uma vez no inicio
       77  ws-responsavel                          pic x(30).

       77  ws-cod-apostador                        pic 9(06).
       77  ws-nota                                 pic x(60).
       77  ws-resposta                             pic x(01).

       77  ws-data-atual                           pic 9(08).
       77  ws-hora-atual                           pic 9(08).

       77  ws-qtd-listadas                         pic 9(06).
       77  ws-qtd-baixadas                         pic 9(06).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa-baixa.
           perform menu-baixa.
           perform finaliza-baixa.

      *>------------------------------------------------------------------------
      *>                     Procedimentos de Inicialização
      *>------------------------------------------------------------------------
       inicializa-baixa section.

           set ws-n-fim-menu to true

           open i-o excecoes-arq

           if ws-fs-exc = "35"
               display "Nenhuma Excecao de Conformidade Apontada Ainda - "
                   "Rode a Triagem Primeiro."
               stop run
           end-if

           if ws-fs-exc <> "00"
               display "Erro ao Abrir as Excecoes de Conformidade - "
                   "Status " ws-fs-exc
               move 8 to return-code
               stop run
           end-if

           display " "
           display " ----------- Baixa das Excecoes de Conformidade"
               " -----------"
           display "Identifique-se (Nome do Responsavel): "
           accept ws-responsavel

           perform until ws-responsavel <> spaces
               display "O Nome do Responsavel Nao Pode Ficar em Branco."
               accept ws-responsavel
           end-perform

           .
       inicializa-baixa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Menu Principal da Baixa
      *>------------------------------------------------------------------------
       menu-baixa section.

           perform until ws-fim-menu

               display " "
               display " ----------- Excecoes de Conformidade -----------"
               display "Digite '1' Para Listar as Excecoes Abertas"
               display "Digite '2' Para Baixar as Excecoes de um Apostador"
               display "Digite '3' Para Consultar Todas as Excecoes de um "
                   "Apostador"
               display "Digite '4' Para Sair"
               accept ws-opcao

               evaluate true
                   when ws-opcao-listar
                       perform lista-abertas
                   when ws-opcao-baixar
                       perform baixa-apostador
                   when ws-opcao-consultar
                       perform consulta-apostador
                   when ws-opcao-sair
                       set ws-fim-menu to true
                   when other
                       display "Opcao Invalida!"
               end-evaluate

           end-perform

           .
       menu-baixa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>           Lista Todas as Excecoes Ainda Abertas, Por Motivo
      *>------------------------------------------------------------------------
       lista-abertas section.

           move zero to ws-qtd-listadas

           perform posiciona-inicio

           display " "
           display "----- Excecoes Abertas -----"

           perform until ws-fim-excecoes

               read excecoes-arq next record
                   at end
                       set ws-fim-excecoes to true
                   not at end
                       if xc-aberta
                           add 1 to ws-qtd-listadas
                           perform exibe-excecao
                       end-if
               end-read

           end-perform

           if ws-qtd-listadas = zero
               display "Nenhuma Excecao Aberta."
           else
               display "Total de Excecoes Abertas: " ws-qtd-listadas
           end-if

           .
       lista-abertas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Percorre as Excecoes Abertas do Apostador, Uma a Uma
      *>------------------------------------------------------------------------
      *>   Cada excecao aberta do apostador e exibida e a baixa e
      *>   confirmada uma a uma; a nota da baixa e obrigatoria e fica
      *>   gravada com o responsavel, a data e a hora
       baixa-apostador section.

           move zero to ws-qtd-listadas
           move zero to ws-qtd-baixadas

           display "Codigo do Apostador: "
           accept ws-cod-apostador

           perform posiciona-inicio

           perform until ws-fim-excecoes

               read excecoes-arq next record
                   at end
                       set ws-fim-excecoes to true
                   not at end
                       if xc-cod-apostador = ws-cod-apostador
                       and xc-aberta
                           add 1 to ws-qtd-listadas
                           perform baixa-uma-excecao
                       end-if
               end-read

           end-perform

           if ws-qtd-listadas = zero
               display "Nenhuma Excecao Aberta Para o Apostador "
                   ws-cod-apostador "."
           else
               display "Excecoes Baixadas: " ws-qtd-baixadas " de "
                   ws-qtd-listadas
           end-if

           .
       baixa-apostador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>              Confirma e Grava a Baixa de Uma Excecao
      *>------------------------------------------------------------------------
       baixa-uma-excecao section.

           perform exibe-excecao

           display "Baixar Esta Excecao? (S/N)"
           accept ws-resposta

           if ws-resposta <> "S" and ws-resposta <> "s"
               go to baixa-uma-excecao-exit
           end-if

           display "Nota da Baixa (Analise Feita e Conclusao): "
           accept ws-nota

           perform until ws-nota <> spaces
               display "A Nota da Baixa e Obrigatoria."
               accept ws-nota
           end-perform

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           set  xc-baixada      to true
           move ws-data-atual   to xc-data-baixa
           move ws-hora-atual   to xc-hora-baixa
           move ws-responsavel  to xc-responsavel-baixa
           move ws-nota         to xc-nota-baixa

           rewrite xc-registro
               invalid key
                   display "Erro ao Gravar a Baixa - Status " ws-fs-exc
                   move 8 to return-code
                   stop run
           end-rewrite

           add 1 to ws-qtd-baixadas
           display "Excecao Baixada."

           .
       baixa-uma-excecao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Consulta Todas as Excecoes do Apostador, Abertas e Baixadas
      *>------------------------------------------------------------------------
       consulta-apostador section.

           move zero to ws-qtd-listadas

           display "Codigo do Apostador: "
           accept ws-cod-apostador

           perform posiciona-inicio

           perform until ws-fim-excecoes

               read excecoes-arq next record
                   at end
                       set ws-fim-excecoes to true
                   not at end
                       if xc-cod-apostador = ws-cod-apostador
                           add 1 to ws-qtd-listadas
                           perform exibe-excecao
                           if xc-baixada
                               display "   Baixada em " xc-data-baixa
                                   " Por " xc-responsavel-baixa
                               display "   Nota: " xc-nota-baixa
                           end-if
                       end-if
               end-read

           end-perform

           if ws-qtd-listadas = zero
               display "Nenhuma Excecao Para o Apostador "
                   ws-cod-apostador "."
           end-if

           .
       consulta-apostador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>             Posiciona no Inicio do Arquivo de Excecoes
      *>------------------------------------------------------------------------
       posiciona-inicio section.

           set ws-n-fim-excecoes to true

           move low-values to xc-chave

           start excecoes-arq key is >= xc-chave
               invalid key
                   set ws-fim-excecoes to true
           end-start

           .
       posiciona-inicio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                  Exibe os Dados de Uma Excecao
      *>------------------------------------------------------------------------
       exibe-excecao section.

           display " "
           display "Motivo " xc-motivo " - Apostador " xc-cod-apostador
               " - Referencia " xc-referencia
           display "   " xc-descricao
           display "   Apontada em " xc-data-apontamento
               " - Ultima Triagem " xc-data-ultima-triagem

           .
       exibe-excecao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Finalização Programa
      *>------------------------------------------------------------------------
       finaliza-baixa section.

           close excecoes-arq

           stop run
           .
       finaliza-baixa-exit.
           exit.
