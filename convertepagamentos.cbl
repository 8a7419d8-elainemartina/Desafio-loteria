      $set sourceformat"free"
      *>-----Divisão de identificação do programa
       identification division.
       program-id. "convertepagamentos".
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

      *>   Controle de pagamentos no layout antigo (indexado so pelo
      *>   protocolo, sem tipo do lancamento, sem posto e operador e
      *>   sem imposto retido); a conversao roda uma unica vez, antes
      *>   de qualquer programa do layout novo tocar o arquivo: o
      *>   operador renomeia o PAGAMENTOS-PREMIO legado para
      *>   PAGAMENTOS-PREMIO-ANTIGO e roda a conversao
           select pag-antigo-arq assign to "PAGAMENTOS-PREMIO-ANTIGO"
               organization is indexed
               access mode is sequential
               record key is pa-protocolo
               file status is ws-fs-antigo.

      *>   Controle de pagamentos no layout novo, indexado pelo
      *>   lancamento pago (protocolo, apostador e tipo)
           select pagamentos-arq assign to "PAGAMENTOS-PREMIO"
               organization is indexed
               access mode is dynamic
               record key is pg-chave
               file status is ws-fs-pag.

      *>-----Declaração de variáveis
       data division.

      *>-----Variaveis de arquivos
       file section.
       fd  pag-antigo-arq
           label records are standard.
       01  pa-registro.
           05  pa-protocolo                     pic 9(18).
           05  pa-cod-apostador                 pic 9(06).
           05  pa-data-pagamento                pic 9(08).
           05  pa-hora-pagamento                pic 9(08).
           05  pa-pagador                       pic x(30).
           05  pa-valor-pago                    pic 9(09)v99.
           05  pa-faixa-premio                  pic x(01).

       fd  pagamentos-arq
           label records are standard.
           copy pagamento.

      *>-----Variaveis de trabalho
       working-storage section.

       77  ws-fs-antigo                            pic x(02).
       77  ws-fs-pag                               pic x(02).

       77  ws-flag-fim-arq                         pic x(05).
           88 ws-fim-arq                           value "true".
           88 ws-n-fim-arq                         value "false".

      *>   Contadores para o balanco final da conversao
       77  ws-qtd-lidos                            pic 9(08).
       77  ws-qtd-convertidos                      pic 9(08).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa-conversao.
           perform converte-registros.
           perform finaliza-conversao.

      *>------------------------------------------------------------------------
      *>                     Procedimentos de Inicialização
      *>------------------------------------------------------------------------
       inicializa-conversao section.

           set ws-n-fim-arq to true
           move zero to ws-qtd-lidos
           move zero to ws-qtd-convertidos

           open input pag-antigo-arq

           if ws-fs-antigo = "35"
               display "Arquivo PAGAMENTOS-PREMIO-ANTIGO Nao Encontrado - "
                   "Renomeie o Controle de Pagamentos Legado Antes da "
                   "Conversao."
               stop run
           end-if

           if ws-fs-antigo <> "00"
               display "Erro ao Abrir o Controle de Pagamentos Legado - "
                   "Status " ws-fs-antigo
               move 8 to return-code
               stop run
           end-if

      *>   O controle novo e criado pela propria conversao; se ja
      *>   existir, a conversao apenas acrescenta os registros legados
           open i-o pagamentos-arq

           if ws-fs-pag = "35"
               open output pagamentos-arq
               close pagamentos-arq
               open i-o pagamentos-arq
           end-if

           if ws-fs-pag <> "00"
               display "Erro ao Abrir o Controle de Pagamentos - Status "
                   ws-fs-pag
               move 8 to return-code
               stop run
           end-if

           display " "
           display " ----------- Conversao do Controle de Pagamentos"
               " -----------"

           .
       inicializa-conversao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Converte Cada Registro Legado Para o Layout Novo
      *>------------------------------------------------------------------------
       converte-registros section.

           perform until ws-fim-arq

               read pag-antigo-arq next record
                   at end
                       set ws-fim-arq to true
                   not at end
                       add 1 to ws-qtd-lidos
                       perform converte-um-registro
               end-read

           end-perform

           .
       converte-registros-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Monta o Registro Novo a Partir do Legado e Grava no Controle
      *>------------------------------------------------------------------------
      *>   Antes do rateio oficial so existia o premio do jogo, pago no
      *>   lancamento da aposta (tipo A); o legado nao tem posto nem
      *>   operador (ficam zero e branco, "Sem Posto") e foi pago sem
      *>   retencao de imposto: imposto zero e liquido igual ao bruto
       converte-um-registro section.

           move spaces             to pg-registro
           move pa-protocolo       to pg-protocolo
           move pa-cod-apostador   to pg-cod-apostador
           set  pg-lanc-aposta     to true
           move pa-data-pagamento  to pg-data-pagamento
           move pa-hora-pagamento  to pg-hora-pagamento
           move pa-pagador         to pg-pagador
           move pa-valor-pago      to pg-valor-pago
           move pa-faixa-premio    to pg-faixa-premio
           move zero               to pg-cod-posto
           move spaces             to pg-cod-operador
           move zero               to pg-aliquota-ir
           move zero               to pg-valor-ir
           move pa-valor-pago      to pg-valor-liquido

           write pg-registro
               invalid key
                   display "Pagamento do Protocolo " pa-protocolo
                       " Ja Existe no Controle - Conversao Interrompida."
                   move 8 to return-code
                   stop run
           end-write

           if ws-fs-pag <> "00"
               display "Erro ao Gravar no Controle de Pagamentos - Status "
                   ws-fs-pag
               move 8 to return-code
               stop run
           end-if

           add 1 to ws-qtd-convertidos

           .
       converte-um-registro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Finalização Programa
      *>------------------------------------------------------------------------
       finaliza-conversao section.

           display " "
           display "----- Balanco da Conversao -----"
           display "Pagamentos Legados Lidos   : " ws-qtd-lidos
           display "Pagamentos Convertidos     : " ws-qtd-convertidos

           close pag-antigo-arq
           close pagamentos-arq
           stop run
           .
       finaliza-conversao-exit.
           exit.
