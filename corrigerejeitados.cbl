               record key is co-numero
               file status is ws-fs-conc.

      *>   Cadastro de postos de venda e dos seus operadores: no
      *>   cartao rejeitado pelo posto ou pelo operador, os dois sao
      *>   redigitados e conferidos nele antes do reenvio
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

      *>   Arquivo de trabalho com os rejeitados que o operador deixou
      *>   para depois, copiado de volta sobre CARTOES-REJEITADOS ao
      *>   final, no mesmo esquema do arquivamento da auditoria
           label records are standard.
           copy concurso.

       fd  postos-arq
           label records are standard.
           copy posto.

       fd  operadores-arq
           label records are standard.
           copy operador.

       fd  trabalho-arq
           label records are standard.
           copy cartaorejeitado replacing ==cr-registro==          by ==tr-registro==
                                          ==cr-motivo-excedente==   by ==tr-motivo-excedente==
                                          ==cr-motivo-concurso==    by ==tr-motivo-concurso==
                                          ==cr-motivo-limite==      by ==tr-motivo-limite==
                                          ==cr-motivo-bolao==       by ==tr-motivo-bolao==
                                          ==cr-motivo-posto==       by ==tr-motivo-posto==
                                          ==cr-motivo-surpresinha== by ==tr-motivo-surpresinha==
                                          ==cr-nr-apostas==         by ==tr-nr-apostas==
                                          ==cr-numeros-apostados==  by ==tr-numeros-apostados==
                                          ==cr-num-apostado==       by ==tr-num-apostado==
                                          ==cr-bolao==              by ==tr-bolao==
                                          ==cr-cod-posto==          by ==tr-cod-posto==
                                          ==cr-cod-operador==       by ==tr-cod-operador==
                                          ==cr-surpresinha==        by ==tr-surpresinha==
                                          ==cr-cartao-surpresinha== by ==tr-cartao-surpresinha==
                                          ==cr-cartao-escolhido==   by ==tr-cartao-escolhido==.

       fd  correcoes-arq
           label records are standard.
       77  ws-fs-trab                              pic x(02).
       77  ws-fs-cor                               pic x(02).
       77  ws-fs-conc                              pic x(02).
       77  ws-fs-pos                               pic x(02).
       77  ws-fs-ope                               pic x(02).

      *>   Sem o cadastro de postos, os cartoes rejeitados pelo posto
      *>   ou pelo operador ficam guardados para depois
       77  ws-flag-postos                          pic x(05).
           88 ws-tem-postos                        value "true".
           88 ws-sem-postos                        value "false".

      *>   Posto e operador de destino do cartao corrigido
       77  ws-cod-posto                            pic 9(04).
       77  ws-cod-operador                         pic x(10).

       77  ws-flag-posto                           pic x(05).
           88 ws-posto-ok                          value "true".
           88 ws-posto-pendente                    value "false".

      *>   Concurso aberto de destino do cartao corrigido
       77  ws-concurso                             pic 9(06).
               stop run
           end-if

      *>   Os cadastros de postos e de operadores so sao exigidos na
      *>   correcao de um cartao rejeitado pelo posto ou pelo operador
           set ws-tem-postos to true

           open input postos-arq
           if ws-fs-pos = "35"
               set ws-sem-postos to true
           else
               if ws-fs-pos <> "00"
                   display "Erro ao Abrir o Cadastro de Postos de Venda"
                       " - Status " ws-fs-pos
                   move 8 to return-code
                   stop run
               end-if
               open input operadores-arq
               if ws-fs-ope = "35"
                   set ws-sem-postos to true
                   close postos-arq
               else
                   if ws-fs-ope <> "00"
                       display "Erro ao Abrir o Cadastro de Operadores"
                           " - Status " ws-fs-ope
                       move 8 to return-code
                       stop run
                   end-if
               end-if
           end-if

           display " "
           display " ----------- Tratamento de Cartoes Rejeitados"
               " -----------"
           display "----- Cartao " cr-nr-cartao " do Apostador "
               cr-cod-apostador " -----"
           display "Concurso do Cartao  : " cr-concurso
           display "Posto / Operador    : " cr-cod-posto " / "
               cr-cod-operador
           display "Quantidade Declarada: " cr-nr-apostas

           if cr-cartao-surpresinha
               display "Cartao Surpresinha - Numeros Escolhidos Pelo Lote"
           end-if

           display "Numeros Recebidos: " with no advancing
           perform varying ws-idx-num from 1 by 1 until ws-idx-num > 10
               display cr-num-apostado(ws-idx-num) " " with no advancing
               when cr-motivo-limite
                   display "Motivo: Limite Diario de Gasto do Apostador"
                       " Excedido"
               when cr-motivo-bolao
                   display "Motivo: Bolao Invalido - Cotista Fora do"
                       " Cadastro, Inativo ou Repetido, ou Cotas Que"
                       " Nao Fecham o Total"
               when cr-motivo-posto
                   display "Motivo: Posto de Venda ou Operador Fora do"
                       " Cadastro ou Inativo"
               when cr-motivo-surpresinha
                   display "Motivo: Cartao Surpresinha com Numero"
                       " Preenchido"
               when other
                   display "Motivo: " cr-motivo " (Nao Catalogado)"
           end-evaluate
      *>   CARTOES-REJEITADOS pelo mesmo motivo
       corrige-cartao section.

      *>   O bolao nao se corrige pela redigitacao dos numeros: o
      *>   cartao volta ao posto para refazer o bolao e fica guardado
      *>   ate ser baixado
           if cr-motivo-bolao
               display "Bolao Invalido Nao Pode Ser Corrigido Aqui - "
                   "Refaca o Bolao no Posto e Baixe Este Cartao."
               perform mantem-cartao
               go to corrige-cartao-exit
           end-if

      *>   Sem o cadastro de postos o posto e o operador redigitados
      *>   nao tem como ser conferidos: o cartao fica para depois
           if cr-motivo-posto and ws-sem-postos
               display "Cadastro de Postos de Venda Nao Encontrado - "
                   "Cartao Mantido Para Depois."
               perform mantem-cartao
               go to corrige-cartao-exit
           end-if

      *>   O concurso original pode ter fechado enquanto o cartao
      *>   aguardava; o cartao corrigido sai para um concurso aberto
      *>   confirmado pelo operador
           perform aceita-concurso-destino

      *>   O cartao rejeitado pelo posto ou pelo operador sai com o
      *>   posto e o operador redigitados; os demais mantem os do
      *>   cartao recebido
           if cr-motivo-posto
               perform aceita-posto-destino
           else
               move cr-cod-posto    to ws-cod-posto
               move cr-cod-operador to ws-cod-operador
           end-if

      *>   O cartao surpresinha volta sem numeros, que sao escolhidos
      *>   pelo lote; so a quantidade pode precisar de correcao
           if cr-cartao-surpresinha
               perform aceita-surpresinha-corrigida
           else
      *>       Nos motivos de posicao excedente, de concurso e de posto os
      *>       numeros declarados estao certos; basta limpar as posicoes
      *>       alem da quantidade, sem redigitar o cartao
               if cr-motivo-excedente or cr-motivo-concurso
               or cr-motivo-posto
                   perform varying ws-idx-num from 1 by 1
                           until ws-idx-num > 10
                       if ws-idx-num <= cr-nr-apostas
                           move cr-num-apostado(ws-idx-num)
                             to ws-num-digitado(ws-idx-num)
                       else
                           move zero to ws-num-digitado(ws-idx-num)
                       end-if
                   end-perform
                   move cr-nr-apostas to ws-nr-apostas
                   if cr-motivo-excedente
                       display "Posicoes Excedentes Limpas Automaticamente."
                   end-if
               else
                   perform aceita-cartao-corrigido
               end-if
           end-if

           move cr-cod-apostador to ca-cod-apostador
                 to ca-num-apostado(ws-idx-num)
           end-perform

      *>   As cotas do bolao voltam ao lote exatamente como vieram
           move cr-bolao to ca-bolao

           move ws-cod-posto    to ca-cod-posto
           move ws-cod-operador to ca-cod-operador
           move cr-surpresinha  to ca-surpresinha

           write ca-registro

           if ws-fs-cartoes <> "00"
      *>------------------------------------------------------------------------
       baixa-cartao section.

           move cr-concurso     to ws-concurso
           move cr-cod-posto    to ws-cod-posto
           move cr-cod-operador to ws-cod-operador
           move cr-nr-apostas   to ws-nr-apostas

           perform varying ws-idx-num from 1 by 1 until ws-idx-num > 10
               move cr-num-apostado(ws-idx-num)
       aceita-concurso-destino-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Confirma no Cadastro o Posto e o Operador do Cartao Corrigido
      *>------------------------------------------------------------------------
       aceita-posto-destino section.

           set ws-posto-pendente to true

           perform until ws-posto-ok

               display "Posto de Venda do Cartao Corrigido: "
               accept ws-cod-posto

               display "Operador do Cartao Corrigido: "
               accept ws-cod-operador

               move ws-cod-posto to pv-codigo
               read postos-arq
                   invalid key
                       display "Posto " ws-cod-posto " Nao Cadastrado."
                   not invalid key
                       if pv-ativo
                           perform confere-operador-destino
                       else
                           display "Posto " ws-cod-posto " Esta Inativo."
                       end-if
               end-read

           end-perform

           .
       aceita-posto-destino-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Confere se o Operador Informado e Ativo no Posto
      *>------------------------------------------------------------------------
       confere-operador-destino section.

           move ws-cod-posto    to op-cod-posto
           move ws-cod-operador to op-codigo
           read operadores-arq
               invalid key
                   display "Operador " ws-cod-operador
                       " Nao Cadastrado no Posto " ws-cod-posto "."
               not invalid key
                   if op-ativo
                       set ws-posto-ok to true
                   else
                       display "Operador " ws-cod-operador " Esta Inativo."
                   end-if
           end-read

           .
       confere-operador-destino-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Prepara o Cartao Surpresinha Corrigido, Sem Numeros
      *>------------------------------------------------------------------------
      *>   As posicoes de numeros voltam zeradas; a quantidade so e
      *>   redigitada quando foi ela o motivo da rejeicao
       aceita-surpresinha-corrigida section.

           perform varying ws-idx-num from 1 by 1 until ws-idx-num > 10
               move zero to ws-num-digitado(ws-idx-num)
           end-perform

           if cr-motivo-quantidade
               display "Quantidade de Numeros da Surpresinha (6 a 10): "
               accept ws-nr-apostas

               perform until ws-nr-apostas >= 6 and ws-nr-apostas <= 10
                   display "Quantidade Invalida - Informe de 6 a 10 "
                       "Numeros."
                   accept ws-nr-apostas
               end-perform
           else
               move cr-nr-apostas to ws-nr-apostas
           end-if

           if cr-motivo-surpresinha
               display "Numeros do Cartao Surpresinha Limpos - o Lote "
                   "Escolhe os Numeros."
           end-if

           .
       aceita-surpresinha-corrigida-exit.
           exit.
      *>------------------------------------------------------------------------
      *>         Digitacao e Critica do Cartao Corrigido Pelo Operador
      *>------------------------------------------------------------------------
       aceita-cartao-corrigido section.
           move cr-nr-cartao       to cc-nr-cartao
           move cr-cod-apostador   to cc-cod-apostador
           move ws-concurso        to cc-concurso
           move ws-cod-posto       to cc-cod-posto
           move ws-cod-operador    to cc-cod-operador
           move cr-surpresinha     to cc-surpresinha
           move cr-motivo          to cc-motivo
           move ws-nr-apostas      to cc-nr-apostas

           close cartoes-arq
           close correcoes-arq
           close concursos-arq

           if ws-tem-postos
               close postos-arq
               close operadores-arq
           end-if

           stop run
           .
       finaliza-correcao-exit.
