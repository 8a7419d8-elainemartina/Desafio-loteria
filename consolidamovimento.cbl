               organization is sequential
               file status is ws-fs-mov-fin.

           select mov-bol-arq assign to ws-nome-mov-bol
               organization is sequential
               file status is ws-fs-mov-bol.

      *>   Arquivos mestre que recebem os registros consolidados
           select apostas-hist-arq assign to "APOSTAS-HIST"
               organization is indexed
               organization is sequential
               file status is ws-fs-fin.

           select bolao-arq assign to "BOLAO-COTAS"
               organization is indexed
               access mode is dynamic
               record key is bl-chave
               file status is ws-fs-bol.

      *>-----Declaração de variáveis
       data division.

                                      ==ah-parou-limite==       by ==mh-parou-limite==
                                      ==ah-conferida==          by ==mh-conferida==
                                      ==ah-ja-conferida==       by ==mh-ja-conferida==
                                      ==ah-nao-conferida==      by ==mh-nao-conferida==
                                      ==ah-acertos-oficiais==   by ==mh-acertos-oficiais==
                                      ==ah-bolao==              by ==mh-bolao==
                                      ==ah-aposta-bolao==       by ==mh-aposta-bolao==
                                      ==ah-aposta-individual==  by ==mh-aposta-individual==
                                      ==ah-situacao==           by ==mh-situacao==
                                      ==ah-aposta-valida==      by ==mh-aposta-valida==
                                      ==ah-aposta-estornada==   by ==mh-aposta-estornada==
                                      ==ah-cod-posto==          by ==mh-cod-posto==
                                      ==ah-cod-operador==       by ==mh-cod-operador==
                                      ==ah-surpresinha==        by ==mh-surpresinha==
                                      ==ah-aposta-surpresinha== by ==mh-aposta-surpresinha==
                                      ==ah-aposta-escolhida==   by ==mh-aposta-escolhida==
                                      ==ah-comprovante-emitido== by ==mh-comprovante-emitido==
                                      ==ah-sem-comprovante==    by ==mh-sem-comprovante==
                                      ==ah-comprovante==        by ==mh-comprovante==.

       fd  mov-aud-arq
           label records are standard.
                                    ==au-sementes==            by ==ma-sementes==
                                    ==au-semente==             by ==ma-semente==
                                    ==au-numeros-sorteados==   by ==ma-numeros-sorteados==
                                    ==au-num-sorteado==        by ==ma-num-sorteado==
                                    ==au-tipo-registro==       by ==ma-tipo-registro==
                                    ==au-reg-sorteio==         by ==ma-reg-sorteio==
                                    ==au-reg-surpresinha==     by ==ma-reg-surpresinha==
                                    ==au-protocolo==           by ==ma-protocolo==
                                    ==au-qtd-numeros==         by ==ma-qtd-numeros==
                                    ==au-numeros-surpresinha== by ==ma-numeros-surpresinha==
                                    ==au-surpresinha==         by ==ma-surpresinha==
                                    ==au-semente-surp==        by ==ma-semente-surp==
                                    ==au-num-surp==            by ==ma-num-surp==.

       fd  mov-fin-arq
           label records are standard.
                                    ==mv-faixa-sena==          by ==mf-faixa-sena==
                                    ==mv-faixa-quina==         by ==mf-faixa-quina==
                                    ==mv-faixa-quadra==        by ==mf-faixa-quadra==
                                    ==mv-faixa-nenhuma==       by ==mf-faixa-nenhuma==
                                    ==mv-concurso==            by ==mf-concurso==
                                    ==mv-tipo-lancamento==     by ==mf-tipo-lancamento==
                                    ==mv-lanc-aposta==         by ==mf-lanc-aposta==
                                    ==mv-lanc-premio==         by ==mf-lanc-premio==
                                    ==mv-lanc-cota==           by ==mf-lanc-cota==
                                    ==mv-lanc-estorno==        by ==mf-lanc-estorno==
                                    ==mv-data-aposta==         by ==mf-data-aposta==
                                    ==mv-cod-posto==           by ==mf-cod-posto==
                                    ==mv-cod-operador==        by ==mf-cod-operador==.

       fd  mov-bol-arq
           label records are standard.
           copy bolao replacing ==bl-registro==           by ==mb-registro==
                                ==bl-chave==               by ==mb-chave==
                                ==bl-protocolo==           by ==mb-protocolo==
                                ==bl-cod-apostador==       by ==mb-cod-apostador==
                                ==bl-concurso==            by ==mb-concurso==
                                ==bl-data==                by ==mb-data==
                                ==bl-qtd-cotas==           by ==mb-qtd-cotas==
                                ==bl-total-cotas==         by ==mb-total-cotas==
                                ==bl-valor-cota==          by ==mb-valor-cota==
                                ==bl-participacao==        by ==mb-participacao==
                                ==bl-responsavel==         by ==mb-responsavel==
                                ==bl-cotista==             by ==mb-cotista==.

       fd  apostas-hist-arq
           label records are standard.
           label records are standard.
           copy movimento.

       fd  bolao-arq
           label records are standard.
           copy bolao.

      *>-----Variaveis de trabalho
       working-storage section.

       77  ws-fs-hist                              pic x(02).
       77  ws-fs-aud                               pic x(02).
       77  ws-fs-fin                               pic x(02).
       77  ws-fs-mov-bol                           pic x(02).
       77  ws-fs-bol                               pic x(02).

       77  ws-flag-fim-pend                        pic x(05).
           88 ws-fim-pendentes                     value "true".
       77  ws-nome-mov-hist                        pic x(30).
       77  ws-nome-mov-aud                         pic x(30).
       77  ws-nome-mov-fin                         pic x(30).
       77  ws-nome-mov-bol                         pic x(30).

       77  ws-flag-tem-hist                        pic x(05).
           88 ws-tem-mov-hist                      value "true".
           88 ws-tem-mov-fin                       value "true".
           88 ws-sem-mov-fin                       value "false".

       77  ws-flag-tem-bol                         pic x(05).
           88 ws-tem-mov-bol                       value "true".
           88 ws-sem-mov-bol                       value "false".

      *>   Contadores para o balanco final da consolidacao
       77  ws-qtd-estampas                         pic 9(08).
       77  ws-qtd-hist-fundidos                    pic 9(08).
       77  ws-qtd-hist-duplicados                  pic 9(08).
       77  ws-qtd-aud-fundidos                     pic 9(08).
       77  ws-qtd-fin-fundidos                     pic 9(08).
       77  ws-qtd-bol-fundidos                     pic 9(08).
       77  ws-qtd-bol-duplicados                   pic 9(08).

      *>----Variaveis para comunicação entre programas
       linkage section.
           move zero to ws-qtd-hist-duplicados
           move zero to ws-qtd-aud-fundidos
           move zero to ws-qtd-fin-fundidos
           move zero to ws-qtd-bol-fundidos
           move zero to ws-qtd-bol-duplicados

           open input pendentes-arq

               stop run
           end-if

      *>   O mestre de cotas de bolao tambem e criado vazio na primeira
      *>   consolidacao
           open i-o bolao-arq

           if ws-fs-bol = "35"
               open output bolao-arq
               close bolao-arq
               open i-o bolao-arq
           end-if

           if ws-fs-bol <> "00"
               display "Erro ao Abrir o Mestre de Cotas de Bolao - "
                   "Status " ws-fs-bol
               move 8 to return-code
               stop run
           end-if

           display " "
           display " ----------- Consolidacao de Movimentos -----------"

                  mp-hora          delimited by size
               into ws-nome-mov-fin

           move spaces to ws-nome-mov-bol
           string "BOLAO-MOV-"     delimited by size
                  mp-data          delimited by size
                  mp-hora          delimited by size
               into ws-nome-mov-bol

           display "Consolidando a Estampa " mp-data "-" mp-hora

           perform consolida-historico
           perform consolida-auditoria
           perform consolida-financeiro
           perform consolida-bolao

      *>   Os arquivos de trabalho ja fundidos sao removidos em seguida,
      *>   para que uma reexecucao apos uma queda nao funda a mesma
       consolida-financeiro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Funde o Arquivo de Trabalho de Cotas de Bolao no Mestre
      *>------------------------------------------------------------------------
      *>   A maioria das estampas nao tem bolao e nao tem o arquivo; a
      *>   chave protocolo e cotista e unica, e uma cota ja existente
      *>   com o mesmo conteudo e estampa consolidada duas vezes
       consolida-bolao section.

           set ws-sem-mov-bol to true

           open input mov-bol-arq

           if ws-fs-mov-bol = "35"
               go to consolida-bolao-exit
           end-if

           set ws-tem-mov-bol to true
           set ws-n-fim-movimento to true

           perform until ws-fim-movimento

               read mov-bol-arq
                   at end
                       set ws-fim-movimento to true
                   not at end
                       move mb-registro to bl-registro
                       write bl-registro
                           invalid key
                               perform confere-cota-duplicada
                           not invalid key
                               add 1 to ws-qtd-bol-fundidos
                       end-write
                       if ws-fs-bol <> "00" and ws-fs-bol <> "22"
                           display "Erro ao Gravar no Mestre de Cotas "
                               "de Bolao - Status " ws-fs-bol
                           move 8 to return-code
                           stop run
                       end-if
               end-read

           end-perform

           close mov-bol-arq

           .
       consolida-bolao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Confere uma Cota de Bolao Ja Existente no Mestre Contra o Trabalho
      *>------------------------------------------------------------------------
       confere-cota-duplicada section.

           move mb-chave to bl-chave

           read bolao-arq
               invalid key
                   display "Erro ao Reler a Cota " mb-protocolo "-"
                       mb-cod-apostador " no Mestre de Bolao - Status "
                       ws-fs-bol
                   move 8 to return-code
                   stop run
           end-read

           if bl-registro = mb-registro
               add 1 to ws-qtd-bol-duplicados
           else
               display "Cota " mb-protocolo "-" mb-cod-apostador
                   " Ja Existe no Mestre com Conteudo Diferente - "
                   "Consolidacao Interrompida."
               move 8 to return-code
               stop run
           end-if

           .
       confere-cota-duplicada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Remove os Arquivos de Trabalho da Estampa Recem Fundida
      *>------------------------------------------------------------------------
      *>   Sem esta remocao, uma reexecucao da consolidacao apos uma
               perform critica-remocao
           end-if

           if ws-tem-mov-bol
               call "CBL_DELETE_FILE" using ws-nome-mov-bol
               perform critica-remocao
           end-if

           .
       apaga-arquivos-estampa-exit.
           exit.
           close apostas-hist-arq
           close auditoria-arq
           close movimento-arq
           close bolao-arq

      *>   Todas as estampas foram fundidas: o controle de pendentes e
      *>   esvaziado para o proximo ciclo
           display "Apostas Ja Existentes        : " ws-qtd-hist-duplicados
           display "Sorteios Fundidos na Trilha  : " ws-qtd-aud-fundidos
           display "Lancamentos Fundidos no Caixa: " ws-qtd-fin-fundidos
           display "Cotas de Bolao Fundidas      : " ws-qtd-bol-fundidos
           display "Cotas de Bolao Ja Existentes : " ws-qtd-bol-duplicados

           stop run
           .
