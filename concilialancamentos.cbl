               organization is sequential
               file status is ws-fs-par.

           select bolao-arq assign to "BOLAO-COTAS"
               organization is indexed
               access mode is dynamic
               record key is bl-chave
               file status is ws-fs-bol.

           select estornos-arq assign to "ESTORNOS-APOSTA"
               organization is indexed
               access mode is random
               record key is es-protocolo
               file status is ws-fs-est.

      *>   Arquivo de trabalho com os lancamentos do movimento, pelo
      *>   protocolo, tipo de lancamento e apostador: a chave unica
      *>   denuncia lancamento duplicado na primeira passada e responde,
      *>   na segunda, se cada aposta do historico e cada cota de bolao
      *>   tem o seu lancamento
           select protocolos-arq assign to "PROTOCOLOS-TRABALHO"
               organization is indexed
               access mode is dynamic
               record key is wp-chave
               file status is ws-fs-pro.

      *>   Relatorio de discrepancias, uma linha por par quebrado
           label records are standard.
           copy parametrosjogo.

       fd  bolao-arq
           label records are standard.
           copy bolao.

       fd  estornos-arq
           label records are standard.
           copy estorno.

       fd  protocolos-arq
           label records are standard.
       01  wp-registro.
           05  wp-chave.
               10  wp-protocolo                 pic 9(18).
               10  wp-tipo-lancamento           pic x(01).
               10  wp-cod-apostador             pic 9(06).
           05  wp-valor                         pic 9(05)v99.
           05  wp-premio                        pic 9(09)v99.

       fd  relatorio-arq
           label records are standard.
       77  ws-fs-par                               pic x(02).
       77  ws-fs-pro                               pic x(02).
       77  ws-fs-rel                               pic x(02).
       77  ws-fs-bol                               pic x(02).
       77  ws-fs-est                               pic x(02).

       77  ws-flag-fim-mov                         pic x(05).
           88 ws-fim-movimento                     value "true".
       77  ws-premio-esperado                      pic 9(09)v99.
       77  ws-faixa-esperada                       pic x(01).

      *>   Conferencia das apostas em bolao: sem o cadastro de cotas as
      *>   apostas em bolao sao apontadas como discrepancia
       77  ws-flag-cotas                           pic x(05).
           88 ws-tem-cotas                         value "true".
           88 ws-sem-cotas                         value "false".

       77  ws-flag-fim-cotas                       pic x(05).
           88 ws-fim-cotas                         value "true".
           88 ws-n-fim-cotas                       value "false".

       77  ws-qtd-cotas-bolao                      pic 9(03).
       77  ws-soma-qtd-cotas                       pic 9(04).
       77  ws-total-cotas-bolao                    pic 9(03).
       77  ws-soma-valor-cotas                     pic 9(07)v99.
       77  ws-soma-premio-cotas                    pic 9(11)v99.

      *>   Conferencia das apostas estornadas contra o controle de
      *>   estornos; sem o controle nenhuma aposta foi estornada ainda
       77  ws-flag-estornos                        pic x(05).
           88 ws-tem-estornos                      value "true".
           88 ws-sem-estornos                      value "false".

      *>   Tipo do lancamento original que o estorno devolve
       77  ws-tipo-estornado                       pic x(01).

      *>   Contadores para o balanco final da conciliacao
       77  ws-qtd-lancamentos                      pic 9(08).
       77  ws-qtd-apostas                          pic 9(08).
               stop run
           end-if

           set ws-tem-cotas to true
           open input bolao-arq

           if ws-fs-bol = "35"
               set ws-sem-cotas to true
           else
               if ws-fs-bol <> "00"
                   display "Erro ao Abrir o Cadastro de Cotas de Bolao - "
                       "Status " ws-fs-bol
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
                   display "Erro ao Abrir o Controle de Estornos - "
                       "Status " ws-fs-est
                   move 8 to return-code
                   stop run
               end-if
           end-if

      *>   O arquivo de trabalho de protocolos e criado vazio a cada
      *>   conciliacao e removido ao final
           open output protocolos-arq
       concilia-um-lancamento section.

      *>   A chave unica do arquivo de trabalho denuncia um protocolo
      *>   lancado duas vezes no movimento com o mesmo tipo para o
      *>   mesmo apostador
           move mv-protocolo        to wp-protocolo
           perform monta-tipo-trabalho
           move mv-cod-apostador    to wp-cod-apostador
           move mv-valor-arrecadado to wp-valor
           move mv-premio-devido    to wp-premio
           write wp-registro
               invalid key
                   move "LANCAMENTO DUPLICADO NO MOVIMENTO"
                   move spaces to rl-complemento
                   perform grava-discrepancia
               not invalid key
                   evaluate true
                       when mv-lanc-premio
                           perform confere-linha-premio
                       when mv-lanc-estorno
                           perform confere-linha-estorno
                       when other
                           perform confere-valores-lancamento
                   end-evaluate
                   perform confere-cota-lancamento
           end-read

           move mv-cod-apostador to ap-codigo
       concilia-um-lancamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Tipo de Lancamento na Chave do Arquivo de Trabalho
      *>------------------------------------------------------------------------
      *>   Lancamentos gravados antes do tipo de lancamento (tipo em
      *>   branco) sao lancamentos de aposta
       monta-tipo-trabalho section.

           evaluate true
               when mv-lanc-premio
                   move "P" to wp-tipo-lancamento
               when mv-lanc-cota
                   move "C" to wp-tipo-lancamento
               when mv-lanc-estorno
                   move "E" to wp-tipo-lancamento
               when other
                   move "A" to wp-tipo-lancamento
           end-evaluate

           .
       monta-tipo-trabalho-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Confere uma Linha de Premio do Rateio Contra a Aposta Premiada
      *>------------------------------------------------------------------------
      *>   O valor do premio sai do rateio do concurso e nao da tabela de
      *>   parametros; confere-se que a linha pertence ao concurso da
      *>   aposta e que a faixa corresponde aos acertos oficiais dela
       confere-linha-premio section.

           if mv-concurso <> ah-concurso
               move "CONCURSO DO PREMIO DIVERGE DO HISTORICO"
                 to rl-ocorrencia
               move spaces to rl-complemento
               string "Movimento " mv-concurso
                      " Historico " ah-concurso
                   delimited by size into rl-complemento
               perform grava-discrepancia
           end-if

           evaluate ah-acertos-oficiais
               when 6
                   move "S" to ws-faixa-esperada
               when 5
                   move "Q" to ws-faixa-esperada
               when 4
                   move "D" to ws-faixa-esperada
               when other
                   move "N" to ws-faixa-esperada
           end-evaluate

           if mv-faixa-premio <> ws-faixa-esperada
               move "FAIXA DO PREMIO DIVERGE DOS ACERTOS OFICIAIS"
                 to rl-ocorrencia
               move spaces to rl-complemento
               string "Movimento " mv-faixa-premio
                      " Acertos " ah-acertos-oficiais
                   delimited by size into rl-complemento
               perform grava-discrepancia
           end-if

           if mv-valor-arrecadado <> zero
               move "LINHA DE PREMIO COM VALOR ARRECADADO"
                 to rl-ocorrencia
               move spaces to rl-complemento
               perform grava-discrepancia
           end-if

           .
       confere-linha-premio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Confere uma Linha de Estorno Contra o Lancamento que Ela Devolve
      *>------------------------------------------------------------------------
      *>   O estorno repete os valores do lancamento de aposta ou de cota
      *>   do mesmo apostador, gravado antes dele no movimento, e so
      *>   existe para aposta marcada como estornada no historico
       confere-linha-estorno section.

           if not ah-aposta-estornada
               move "ESTORNO DE APOSTA NAO ESTORNADA NO HISTORICO"
                 to rl-ocorrencia
               move spaces to rl-complemento
               perform grava-discrepancia
           end-if

           if  ah-aposta-bolao
           and mv-cod-apostador <> ah-cod-apostador
               move "C" to ws-tipo-estornado
           else
               move "A" to ws-tipo-estornado
           end-if

           move mv-protocolo      to wp-protocolo
           move ws-tipo-estornado to wp-tipo-lancamento
           move mv-cod-apostador  to wp-cod-apostador
           read protocolos-arq
               invalid key
                   move "ESTORNO SEM O LANCAMENTO ESTORNADO"
                     to rl-ocorrencia
                   move spaces to rl-complemento
                   string "Apostador " mv-cod-apostador
                       delimited by size into rl-complemento
                   perform grava-discrepancia
               not invalid key
                   if wp-valor  <> mv-valor-arrecadado
                   or wp-premio <> mv-premio-devido
                       move "ESTORNO DIVERGE DO LANCAMENTO ESTORNADO"
                         to rl-ocorrencia
                       move spaces to rl-complemento
                       string "Apostador " mv-cod-apostador
                           delimited by size into rl-complemento
                       perform grava-discrepancia
                   end-if
           end-read

           .
       confere-linha-estorno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Confere os Valores do Lancamento Contra a Faixa da Aposta
      *>------------------------------------------------------------------------
       confere-valores-lancamento section.
               perform grava-discrepancia
           end-if

      *>   Na aposta em bolao cada linha traz so a parte de um dos
      *>   participantes: o preco e o premio sao conferidos pela soma
      *>   das partes na segunda passada
           if  mv-nr-apostas >= 6 and mv-nr-apostas <= 10
           and ah-aposta-individual
               compute ws-idx-preco = mv-nr-apostas - 5
               move ws-preco-aposta(ws-idx-preco) to ws-valor-esperado
               if mv-valor-arrecadado <> ws-valor-esperado
               end-if
           end-if

           perform seleciona-premio-esperado

           if mv-faixa-premio <> ws-faixa-esperada
               move "FAIXA DO LANCAMENTO DIVERGE DOS ACERTOS"
                 to rl-ocorrencia
               move spaces to rl-complemento
               string "Movimento " mv-faixa-premio
                      " Acertos " ah-melhor-acertos
                   delimited by size into rl-complemento
               perform grava-discrepancia
           end-if

           if  mv-premio-devido <> ws-premio-esperado
           and ah-aposta-individual
               move "PREMIO DEVIDO FORA DA TABELA DA FAIXA"
                 to rl-ocorrencia
               move spaces to rl-complemento
               perform grava-discrepancia
           end-if

           .
       confere-valores-lancamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>     Premio e Faixa Esperados Pelos Acertos da Aposta do Historico
      *>------------------------------------------------------------------------
       seleciona-premio-esperado section.

           evaluate ah-melhor-acertos
               when 6
                   move ws-premio-sena to ws-premio-esperado
                   move "N" to ws-faixa-esperada
           end-evaluate

           .
       seleciona-premio-esperado-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Confere o Lancamento de uma Aposta em Bolao Contra as Cotas
      *>------------------------------------------------------------------------
      *>   Todo lancamento de aposta em bolao, de aposta, de cota ou de
      *>   premio, pertence a um participante com cotas cadastradas; as
      *>   linhas de aposta e de cota arrecadam a parte dele no preco
       confere-cota-lancamento section.

           if mv-lanc-cota and ah-aposta-individual
               move "COTA DE BOLAO EM APOSTA INDIVIDUAL"
                 to rl-ocorrencia
               move spaces to rl-complemento
               string "Apostador " mv-cod-apostador
                   delimited by size into rl-complemento
               perform grava-discrepancia
               go to confere-cota-lancamento-exit
           end-if

           if ah-aposta-individual or ws-sem-cotas
               go to confere-cota-lancamento-exit
           end-if

           move mv-protocolo     to bl-protocolo
           move mv-cod-apostador to bl-cod-apostador
           read bolao-arq key is bl-chave
               invalid key
                   move "LANCAMENTO DE BOLAO SEM COTA DO APOSTADOR"
                     to rl-ocorrencia
                   move spaces to rl-complemento
                   string "Apostador " mv-cod-apostador
                       delimited by size into rl-complemento
                   perform grava-discrepancia
                   go to confere-cota-lancamento-exit
           end-read

           if  not mv-lanc-premio
           and mv-valor-arrecadado <> bl-valor-cota
               move "VALOR DA COTA DIVERGE DO CADASTRO DE COTAS"
                 to rl-ocorrencia
               move spaces to rl-complemento
               string "Apostador " mv-cod-apostador
                   delimited by size into rl-complemento
               perform grava-discrepancia
           end-if

           .
       confere-cota-lancamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Segunda Passada: Cada Aposta do Historico Contra o Movimento
      *>------------------------------------------------------------------------
       concilia-uma-aposta section.

           move ah-protocolo     to wp-protocolo
           move "A"              to wp-tipo-lancamento
           move ah-cod-apostador to wp-cod-apostador
           read protocolos-arq
               invalid key
                   move ah-protocolo to mv-protocolo
                   perform grava-discrepancia
           end-read

           if ah-aposta-bolao
               perform confere-totais-bolao
           end-if

           if ah-aposta-estornada
               perform confere-aposta-estornada
           end-if

           .
       concilia-uma-aposta-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Confere uma Aposta Estornada Contra o Controle de Estornos
      *>------------------------------------------------------------------------
      *>   A aposta estornada tem o registro do estorno e o lancamento de
      *>   estorno do dono; os estornos das cotas de bolao sao conferidos
      *>   com as cotas
       confere-aposta-estornada section.

           move ah-protocolo to mv-protocolo

           if ws-sem-estornos
               move "APOSTA ESTORNADA SEM REGISTRO DE ESTORNO"
                 to rl-ocorrencia
               move spaces to rl-complemento
               perform grava-discrepancia
           else
               move ah-protocolo to es-protocolo
               read estornos-arq
                   invalid key
                       move "APOSTA ESTORNADA SEM REGISTRO DE ESTORNO"
                         to rl-ocorrencia
                       move spaces to rl-complemento
                       perform grava-discrepancia
               end-read
           end-if

           move ah-protocolo     to wp-protocolo
           move "E"              to wp-tipo-lancamento
           move ah-cod-apostador to wp-cod-apostador
           read protocolos-arq
               invalid key
                   move "APOSTA ESTORNADA SEM LANCAMENTO DE ESTORNO"
                     to rl-ocorrencia
                   move spaces to rl-complemento
                   string "Apostador " ah-cod-apostador
                       delimited by size into rl-complemento
                   perform grava-discrepancia
           end-read

           .
       confere-aposta-estornada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Confere as Cotas de uma Aposta em Bolao Contra o Preco e o Premio
      *>------------------------------------------------------------------------
      *>   As partes dos participantes somam o preco da aposta na tabela
      *>   da data dela, as cotas somam o total do bolao e os premios
      *>   lancados para os participantes somam o premio da faixa
       confere-totais-bolao section.

           move ah-protocolo to mv-protocolo

           if ws-sem-cotas
               move "APOSTA EM BOLAO SEM CADASTRO DE COTAS"
                 to rl-ocorrencia
               move spaces to rl-complemento
               perform grava-discrepancia
               go to confere-totais-bolao-exit
           end-if

           move zero to ws-qtd-cotas-bolao
           move zero to ws-soma-qtd-cotas
           move zero to ws-total-cotas-bolao
           move zero to ws-soma-valor-cotas
           move zero to ws-soma-premio-cotas
           set ws-n-fim-cotas to true

           move ah-protocolo to bl-protocolo
           move zero         to bl-cod-apostador
           start bolao-arq key is >= bl-chave
               invalid key
                   set ws-fim-cotas to true
           end-start

           perform until ws-fim-cotas

               read bolao-arq next record
                   at end
                       set ws-fim-cotas to true
                   not at end
                       if bl-protocolo <> ah-protocolo
                           set ws-fim-cotas to true
                       else
                           perform soma-uma-cota-bolao
                       end-if
               end-read

           end-perform

           if ws-qtd-cotas-bolao = zero
               move "APOSTA EM BOLAO SEM CADASTRO DE COTAS"
                 to rl-ocorrencia
               move spaces to rl-complemento
               perform grava-discrepancia
               go to confere-totais-bolao-exit
           end-if

           if ws-soma-qtd-cotas <> ws-total-cotas-bolao
               move "QTD DE COTAS DIVERGE DO TOTAL DO BOLAO"
                 to rl-ocorrencia
               move spaces to rl-complemento
               string "Cotas " ws-soma-qtd-cotas
                      " Total " ws-total-cotas-bolao
                   delimited by size into rl-complemento
               perform grava-discrepancia
           end-if

      *>   O preco e o premio esperados sao os da vigencia em vigor na
      *>   data da aposta
           move ah-data to mv-data
           perform seleciona-parametros-data
           perform seleciona-premio-esperado

           if ah-nr-apostas >= 6 and ah-nr-apostas <= 10
               compute ws-idx-preco = ah-nr-apostas - 5
               move ws-preco-aposta(ws-idx-preco) to ws-valor-esperado
               if ws-soma-valor-cotas <> ws-valor-esperado
                   move "SOMA DAS COTAS DIVERGE DO PRECO DA APOSTA"
                     to rl-ocorrencia
                   move spaces to rl-complemento
                   perform grava-discrepancia
               end-if
           end-if

           if ws-soma-premio-cotas <> ws-premio-esperado
               move "SOMA DOS PREMIOS DAS COTAS DIVERGE DA FAIXA"
                 to rl-ocorrencia
               move spaces to rl-complemento
               perform grava-discrepancia
           end-if

           .
       confere-totais-bolao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>     Soma uma Cota do Bolao e Confere o Lancamento do Participante
      *>------------------------------------------------------------------------
      *>   O responsavel tem o lancamento da aposta e cada cotista o
      *>   lancamento da sua cota
       soma-uma-cota-bolao section.

           add 1                to ws-qtd-cotas-bolao
           add bl-qtd-cotas     to ws-soma-qtd-cotas
           add bl-valor-cota    to ws-soma-valor-cotas
           move bl-total-cotas  to ws-total-cotas-bolao

           move bl-protocolo     to wp-protocolo
           move bl-cod-apostador to wp-cod-apostador

           if bl-responsavel
               move "A" to wp-tipo-lancamento
           else
               move "C" to wp-tipo-lancamento
           end-if

           read protocolos-arq
               invalid key
                   move "COTA DE BOLAO SEM LANCAMENTO NO MOVIMENTO"
                     to rl-ocorrencia
                   move spaces to rl-complemento
                   string "Apostador " bl-cod-apostador
                       delimited by size into rl-complemento
                   perform grava-discrepancia
               not invalid key
                   add wp-premio to ws-soma-premio-cotas
           end-read

           if ah-aposta-estornada and bl-cotista
               move "E" to wp-tipo-lancamento
               read protocolos-arq
                   invalid key
                       move "COTA ESTORNADA SEM LANCAMENTO DE ESTORNO"
                         to rl-ocorrencia
                       move spaces to rl-complemento
                       string "Apostador " bl-cod-apostador
                           delimited by size into rl-complemento
                       perform grava-discrepancia
               end-read
           end-if

           .
       soma-uma-cota-bolao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>     Grava uma Linha de Discrepancia no Relatorio e na Tela
      *>------------------------------------------------------------------------
       grava-discrepancia section.
           close protocolos-arq
           close relatorio-arq

           if ws-tem-cotas
               close bolao-arq
           end-if

           if ws-tem-estornos
               close estornos-arq
           end-if

      *>   O arquivo de trabalho de protocolos ja cumpriu o papel dele;
      *>   a remocao vem antes do codigo de retorno final para que a
      *>   chamada nao o sobreponha
