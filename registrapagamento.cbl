               organization is sequential
               file status is ws-fs-mov.

      *>   Controle de pagamentos, indexado pelo lancamento premiado
      *>   (protocolo, apostador e tipo): a chave unica impede que o
      *>   mesmo premio seja registrado como pago duas vezes
           select pagamentos-arq assign to "PAGAMENTOS-PREMIO"
               organization is indexed
               access mode is dynamic
               record key is pg-chave
               file status is ws-fs-pag.

      *>   Controle de estornos: aposta estornada nao tem premio a pagar
           select estornos-arq assign to "ESTORNOS-APOSTA"
               organization is indexed
               access mode is random
               record key is es-protocolo
               file status is ws-fs-est.

      *>   Cadastro de postos de venda e dos seus operadores: o premio
      *>   e pago por um operador ativo de um posto ativo
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

      *>   Parametros do imposto de renda retido sobre os premios, um
      *>   registro por vigencia
           select parametros-ir-arq assign to "PARAMETROS-IR"
               organization is sequential
               file status is ws-fs-pir.

      *>   Historico de apostas, de onde o codigo de verificacao do
      *>   comprovante apresentado e recalculado
           select apostas-hist-arq assign to "APOSTAS-HIST"
               organization is indexed
               access mode is random
               record key is ah-protocolo
               file status is ws-fs-hist.

      *>   Cadastro de apostadores: a aposta feita antes do comprovante
      *>   existir e paga conferindo o documento do apostador
           select cadastro-arq assign to "CADASTRO-APOSTADORES"
               organization is indexed
               access mode is random
               record key is ap-codigo
               file status is ws-fs-cad.

      *>   Trilha das conferencias de comprovante recusadas, para
      *>   levantar tentativas com comprovante falso ou adulterado, e
      *>   dos pagamentos de aposta sem comprovante feitos por documento
           select log-comprovantes-arq assign to "COMPROVANTES-LOG"
               organization is sequential
               file status is ws-fs-log.

      *>-----Declaração de variáveis
       data division.

           label records are standard.
           copy pagamento.

       fd  estornos-arq
           label records are standard.
           copy estorno.

       fd  postos-arq
           label records are standard.
           copy posto.

       fd  operadores-arq
           label records are standard.
           copy operador.

       fd  parametros-ir-arq
           label records are standard.
           copy parametrosir.

       fd  apostas-hist-arq
           label records are standard.
           copy apostashist.

       fd  cadastro-arq
           label records are standard.
           copy apostador.

       fd  log-comprovantes-arq
           label records are standard.
           copy comprovantelog.

      *>-----Variaveis de trabalho
       working-storage section.

       77  ws-fs-mov                               pic x(02).
       77  ws-fs-pag                               pic x(02).
       77  ws-fs-est                               pic x(02).
       77  ws-fs-pos                               pic x(02).
       77  ws-fs-ope                               pic x(02).
       77  ws-fs-pir                               pic x(02).
       77  ws-fs-hist                              pic x(02).
       77  ws-fs-log                               pic x(02).
       77  ws-fs-cad                               pic x(02).

       77  ws-flag-fim-pir                         pic x(05).
           88 ws-fim-parametros-ir                 value "true".
           88 ws-n-fim-parametros-ir               value "false".

      *>   Parametros do IR em vigor na data de hoje, carregados na
      *>   inicializacao: premio acima do limite de isencao tem a
      *>   aliquota retida sobre o valor bruto inteiro
       77  ws-flag-vigente-ir                      pic x(05).
           88 ws-tem-vigente-ir                    value "true".
           88 ws-sem-vigente-ir                    value "false".

       77  ws-ir-data-vigencia                     pic 9(08).
       77  ws-ir-limite-isencao                    pic 9(09)v99.
       77  ws-ir-aliquota                          pic 9(02)v99.

      *>   Imposto calculado para o premio oferecido ao caixa
       77  ws-aliquota-aplicada                    pic 9(02)v99.
       77  ws-valor-ir                             pic 9(09)v99.
       77  ws-valor-liquido                        pic 9(09)v99.

      *>   Posto de venda e operador que pagam os premios da sessao
       77  ws-cod-posto                            pic 9(04).
       77  ws-cod-operador                         pic x(10).

       77  ws-flag-posto                           pic x(05).
           88 ws-posto-ok                          value "true".
           88 ws-posto-pendente                    value "false".

      *>   Sem o controle de estornos nenhuma aposta foi estornada ainda
       77  ws-flag-estornos                        pic x(05).
           88 ws-tem-estornos                      value "true".
           88 ws-sem-estornos                      value "false".

       77  ws-flag-caixa                           pic x(05).
           88 ws-fim-caixa                         value "true".
           88 ws-lancamento-achado                 value "true".
           88 ws-lancamento-nao-achado             value "false".

      *>   Lancamentos com premio devido encontrados para o protocolo:
      *>   o premio do jogo e o premio do rateio oficial do concurso sao
      *>   pagos cada um no seu lancamento
       77  ws-qtd-premios                          pic 9(04).

      *>   Protocolo digitado pelo caixa; zero encerra o programa
       77  ws-protocolo                            pic 9(18).

      *>   Codigo de verificacao digitado do comprovante em papel; o
      *>   premio so e oferecido se ele bater com o recalculado pelo
      *>   historico de apostas
       77  ws-codigo-digitado                      pic 9(08).

       77  ws-flag-comprovante                     pic x(05).
           88 ws-comprovante-ok                    value "true".
           88 ws-comprovante-recusado              value "false".

      *>   Sem historico de apostas nenhum comprovante pode ser conferido
       77  ws-flag-historico                       pic x(05).
           88 ws-tem-historico                     value "true".
           88 ws-sem-historico                     value "false".

      *>   Sem cadastro nenhum documento pode ser conferido
       77  ws-flag-cadastro                        pic x(05).
           88 ws-tem-cadastro                      value "true".
           88 ws-sem-cadastro                      value "false".

      *>   Documento apresentado para a aposta sem comprovante; a
      *>   conferencia com o cadastro e feita so pelos digitos, sem a
      *>   pontuacao que cada um digita de um jeito
       77  ws-documento-apresentado                pic x(14).
       77  ws-doc-origem                           pic x(14).
       77  ws-doc-digitos                          pic x(14).
       77  ws-doc-digitos-apresentado              pic x(14).
       77  ws-qtd-digitos                          pic 9(02).
       77  ws-idx-doc                              pic 9(02).

       copy codigoverificacao.

      *>   Dados do pagamento digitados pelo caixa
       77  ws-pagador                              pic x(30).
       77  ws-resposta                             pic x(01).
       77  ws-hora-atual                           pic 9(08).

       77  ws-premio-tela                          pic zzzzzzzz9,99.
       77  ws-perc-tela                            pic z9,99.

      *>----Variaveis para comunicação entre programas
       linkage section.

           set ws-n-fim-caixa to true

           accept ws-data-atual from date yyyymmdd

           perform carrega-parametros-ir

      *>   Abre o controle de pagamentos para consulta e gravacao; se
      *>   for a primeira vez, o arquivo ainda nao existe e e criado
      *>   vazio
               stop run
           end-if

           set ws-tem-estornos to true
           open input estornos-arq

           if ws-fs-est = "35"
               set ws-sem-estornos to true
           else
               if ws-fs-est <> "00"
                   display "Erro ao Abrir o Controle de Estornos - Status "
                       ws-fs-est
                   move 8 to return-code
                   stop run
               end-if
           end-if

           set ws-tem-historico to true
           open input apostas-hist-arq

           if ws-fs-hist = "35"
               set ws-sem-historico to true
           else
               if ws-fs-hist <> "00"
                   display "Erro ao Abrir o Historico de Apostas - Status "
                       ws-fs-hist
                   move 8 to return-code
                   stop run
               end-if
           end-if

           set ws-tem-cadastro to true
           open input cadastro-arq

           if ws-fs-cad = "35"
               set ws-sem-cadastro to true
           else
               if ws-fs-cad <> "00"
                   display "Erro ao Abrir o Cadastro de Apostadores - "
                       "Status " ws-fs-cad
                   move 8 to return-code
                   stop run
               end-if
           end-if

           display " "
           display " ----------- Registro de Pagamento de Premios -----------"

           perform identifica-posto-operador

           .
       inicializa-pagamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>         Carrega os Parametros do IR em Vigor na Data de Hoje
      *>------------------------------------------------------------------------
      *>   O registro em vigor e o de maior data de vigencia menor ou
      *>   igual a hoje. Sem parametros em vigor nenhum premio e pago,
      *>   pois nao ha como saber se o imposto deve ser retido
       carrega-parametros-ir section.

           set ws-sem-vigente-ir to true
           set ws-n-fim-parametros-ir to true

           open input parametros-ir-arq

           if ws-fs-pir = "35"
               display "Parametros do Imposto de Renda Nao Cadastrados - "
                   "Nenhum Premio Pode Ser Pago."
               stop run
           end-if

           if ws-fs-pir <> "00"
               display "Erro ao Abrir os Parametros do IR - Status "
                   ws-fs-pir
               move 8 to return-code
               stop run
           end-if

           perform until ws-fim-parametros-ir

               read parametros-ir-arq
                   at end
                       set ws-fim-parametros-ir to true
                   not at end
                       if  pi-data-vigencia <= ws-data-atual
                       and (ws-sem-vigente-ir
                            or pi-data-vigencia >= ws-ir-data-vigencia)
                           set ws-tem-vigente-ir to true
                           move pi-data-vigencia  to ws-ir-data-vigencia
                           move pi-limite-isencao to ws-ir-limite-isencao
                           move pi-aliquota       to ws-ir-aliquota
                       end-if
               end-read

           end-perform

           close parametros-ir-arq

           if ws-sem-vigente-ir
               display "Nenhuma Vigencia dos Parametros do IR em Vigor em "
                   ws-data-atual " - Nenhum Premio Pode Ser Pago."
               stop run
           end-if

           .
       carrega-parametros-ir-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Identifica o Posto de Venda e o Operador dos Pagamentos
      *>------------------------------------------------------------------------
      *>   O posto e o operador aceitos aqui ficam gravados em cada
      *>   pagamento registrado na sessao
       identifica-posto-operador section.

           open input postos-arq

           if ws-fs-pos = "35"
               display "Cadastro de Postos de Venda Nao Encontrado."
               close pagamentos-arq
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
               close pagamentos-arq
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
               accept ws-cod-operador

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

           move ws-cod-posto    to op-cod-posto
           move ws-cod-operador to op-codigo
           read operadores-arq
               invalid key
                   display "Operador " ws-cod-operador
                       " Nao Cadastrado no Posto " ws-cod-posto "."
               not invalid key
                   if op-ativo
                       set ws-posto-ok to true
                       display "Operador " op-nome
                   else
                       display "Operador " ws-cod-operador " Esta Inativo."
                   end-if
           end-read

           .
       confere-operador-posto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Atende os Pagamentos Digitados Ate o Caixa Sair
      *>------------------------------------------------------------------------
       atende-caixa section.
       atende-caixa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Localiza os Lancamentos Premiados do Protocolo no Movimento
      *>------------------------------------------------------------------------
      *>   O movimento financeiro mestre e sequencial, entao o protocolo
      *>   e procurado do inicio ao fim; o arquivo e aberto e fechado a
      *>   cada consulta para sempre enxergar o movimento ja consolidado.
      *>   Cada lancamento do protocolo com premio devido e oferecido ao
      *>   caixa separadamente
       trata-um-pagamento section.

      *>   Nenhum premio e oferecido sem o comprovante da aposta
           perform confere-comprovante

           if ws-comprovante-recusado
               go to trata-um-pagamento-exit
           end-if

           if ws-tem-estornos
               move ws-protocolo to es-protocolo
               read estornos-arq
                   invalid key
                       continue
                   not invalid key
                       display "Aposta " ws-protocolo " Foi Estornada em "
                           es-data-estorno " - Nao Ha Premio a Pagar."
                       go to trata-um-pagamento-exit
               end-read
           end-if

           set ws-lancamento-nao-achado to true
           set ws-n-fim-mov to true
           move zero to ws-qtd-premios

           open input movimento-arq

           if ws-fs-mov = "35"
               display "Nao Existe Movimento Financeiro Registrado Ainda."
               go to trata-um-pagamento-exit
           end-if

           if ws-fs-mov <> "00"
               display "Erro ao Abrir o Movimento Financeiro - Status "
                   ws-fs-mov
               move 8 to return-code
               stop run
           end-if

           perform until ws-fim-mov

               read movimento-arq
                   at end
                       set ws-fim-mov to true
                   not at end
                       if mv-protocolo = ws-protocolo
                           set ws-lancamento-achado to true
                           if  mv-premio-devido > zero
                           and not mv-lanc-estorno
                               add 1 to ws-qtd-premios
                               perform trata-um-premio
                           end-if
                       end-if
               end-read

           end-perform

           close movimento-arq

           if ws-lancamento-nao-achado
               display "Protocolo " ws-protocolo
               go to trata-um-pagamento-exit
           end-if

           if ws-qtd-premios = zero
               display "Protocolo " ws-protocolo
                   " Nao Tem Premio Devido - Nada a Pagar."
           end-if

           .
       trata-um-pagamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Confere o Codigo de Verificacao do Comprovante Apresentado
      *>------------------------------------------------------------------------
      *>   O codigo digitado do comprovante em papel e comparado com o
      *>   recalculado sobre a aposta gravada no historico; toda recusa
      *>   vai para a trilha COMPROVANTES-LOG. A aposta gravada antes do
      *>   comprovante existir nunca teve codigo impresso: nela o
      *>   documento do apostador substitui o codigo
       confere-comprovante section.

           set ws-comprovante-recusado to true

           move zero   to ws-codigo-digitado
           move zero   to cv-codigo
           move spaces to ws-documento-apresentado

           if ws-sem-historico
               display "Protocolo " ws-protocolo " Nao Consta do "
                   "Historico de Apostas - Pagamento Recusado."
               set lc-motivo-protocolo to true
               perform grava-recusa-comprovante
               go to confere-comprovante-exit
           end-if

           move ws-protocolo to ah-protocolo
           read apostas-hist-arq
               invalid key
                   display "Protocolo " ws-protocolo " Nao Consta do "
                       "Historico de Apostas - Pagamento Recusado."
                   set lc-motivo-protocolo to true
                   perform grava-recusa-comprovante
                   go to confere-comprovante-exit
           end-read

           if ah-sem-comprovante
               perform confere-documento-apostador
               go to confere-comprovante-exit
           end-if

           display "Informe o Codigo de Verificacao do Comprovante: "
           accept ws-codigo-digitado

           move ah-protocolo         to cv-protocolo
           move ah-cod-apostador     to cv-cod-apostador
           move ah-concurso          to cv-concurso
           move ah-cod-posto         to cv-cod-posto
           move ah-nr-apostas        to cv-nr-apostas
           move ah-numeros-apostados to cv-numeros-apostados
           perform calcula-codigo-verificacao

           if cv-codigo <> ws-codigo-digitado
               display "Codigo de Verificacao Nao Confere Com a Aposta - "
                   "Pagamento Recusado."
               set lc-motivo-codigo to true
               perform grava-recusa-comprovante
               go to confere-comprovante-exit
           end-if

           set ws-comprovante-ok to true
           display "Comprovante Conferido."

           .
       confere-comprovante-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Confere o Documento do Apostador da Aposta Sem Comprovante
      *>------------------------------------------------------------------------
      *>   O documento apresentado tem que bater, digito a digito, com o
      *>   do cadastro do dono da aposta; apostador sem cadastro ou ja
      *>   anonimizado nao tem documento a conferir. Aceita ou recusada,
      *>   a conferencia vai para a trilha COMPROVANTES-LOG
       confere-documento-apostador section.

           display "Aposta Registrada Antes da Emissao de Comprovantes."
           display "Informe o Documento (CPF/CNPJ) do Apostador: "
           accept ws-documento-apresentado

           set lc-motivo-documento to true

           if ws-sem-cadastro or ah-cod-apostador = zero
               display "Aposta Sem Apostador Cadastrado - Documento Nao "
                   "Pode Ser Conferido - Pagamento Recusado."
               perform grava-recusa-comprovante
               go to confere-documento-apostador-exit
           end-if

           move ah-cod-apostador to ap-codigo
           read cadastro-arq
               invalid key
                   display "Apostador " ah-cod-apostador " Nao Cadastrado"
                       " - Pagamento Recusado."
                   perform grava-recusa-comprovante
                   go to confere-documento-apostador-exit
           end-read

           if ap-anonimizado
               display "Dados do Apostador " ah-cod-apostador
                   " Anonimizados - Pagamento Recusado."
               perform grava-recusa-comprovante
               go to confere-documento-apostador-exit
           end-if

           move ws-documento-apresentado to ws-doc-origem
           perform extrai-digitos-documento
           move ws-doc-digitos to ws-doc-digitos-apresentado

           move ap-documento to ws-doc-origem
           perform extrai-digitos-documento

           if ws-qtd-digitos = zero
           or ws-doc-digitos <> ws-doc-digitos-apresentado
               display "Documento Nao Confere Com o Cadastro do Apostador "
                   ah-cod-apostador " - Pagamento Recusado."
               perform grava-recusa-comprovante
               go to confere-documento-apostador-exit
           end-if

           set lc-motivo-sem-comprovante to true
           perform grava-recusa-comprovante

           set ws-comprovante-ok to true
           display "Documento Conferido - Apostador " ah-cod-apostador
               " - " ap-nome

           .
       confere-documento-apostador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Separa os Digitos de um Documento Digitado
      *>------------------------------------------------------------------------
       extrai-digitos-documento section.

           move spaces to ws-doc-digitos
           move zero   to ws-qtd-digitos

           perform varying ws-idx-doc from 1 by 1 until ws-idx-doc > 14
               if ws-doc-origem(ws-idx-doc:1) is numeric
                   add 1 to ws-qtd-digitos
                   move ws-doc-origem(ws-idx-doc:1)
                     to ws-doc-digitos(ws-qtd-digitos:1)
               end-if
           end-perform

           .
       extrai-digitos-documento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Calcula o Codigo de Verificacao do Comprovante
      *>------------------------------------------------------------------------
      *>   Cada digito dos dados da aposta entra no acumulado (vezes 31,
      *>   mais o digito mais 1), reduzido a cada passo ao resto da
      *>   divisao por 99999989. O calculo e o mesmo do jogo interativo
      *>   e do lote de cartoes, que imprimem o comprovante
       calcula-codigo-verificacao section.

           move zero to cv-acumulado

           perform varying cv-idx-digito from 1 by 1
                   until cv-idx-digito > 56
               compute cv-acumulado =
                       cv-acumulado * 31 + cv-digito(cv-idx-digito) + 1
               divide cv-acumulado by 99999989
                   giving cv-quociente remainder cv-resto
               move cv-resto to cv-acumulado
           end-perform

           move cv-resto to cv-codigo

           .
       calcula-codigo-verificacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Registra na Trilha uma Conferencia Recusada ou Sem Comprovante
      *>------------------------------------------------------------------------
       grava-recusa-comprovante section.

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           move ws-data-atual      to lc-data
           move ws-hora-atual      to lc-hora
           move ws-cod-posto       to lc-cod-posto
           move ws-cod-operador    to lc-cod-operador
           move ws-protocolo       to lc-protocolo
           move ws-codigo-digitado to lc-codigo-digitado
           move cv-codigo          to lc-codigo-calculado
           move ws-documento-apresentado to lc-documento-apresentado

           open extend log-comprovantes-arq
           if ws-fs-log = "35"
               open output log-comprovantes-arq
           end-if

           write lc-registro

           if ws-fs-log <> "00"
               display "Erro ao Gravar a Trilha de Comprovantes Recusados"
                   " - Status " ws-fs-log
               move 8 to return-code
               stop run
           end-if

           close log-comprovantes-arq

           .
       grava-recusa-comprovante-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Confere o Lancamento e Registra o Pagamento de Um Premio
      *>------------------------------------------------------------------------
      *>   O premio so e pago uma unica vez: se o lancamento ja consta no
      *>   controle de pagamentos, o caixa ve quando e por quem ele foi
      *>   pago e nada e regravado
       trata-um-premio section.

           perform monta-chave-pagamento

           read pagamentos-arq
               invalid key
                   continue
               not invalid key
                   display "Premio do Protocolo " ws-protocolo
                       " Apostador " pg-cod-apostador
                       " JA FOI PAGO em " pg-data-pagamento
                       " as " pg-hora-pagamento " por " pg-pagador
                   go to trata-um-premio-exit
           end-read

           display " "
           display "Apostador : " mv-cod-apostador
           display "Data do Lancamento: " mv-data

           evaluate true
               when mv-lanc-premio
                   display "Origem    : Rateio Oficial do Concurso "
                       mv-concurso
               when mv-lanc-cota
                   display "Origem    : Cota de Bolao"
               when other
                   display "Origem    : Premio do Jogo"
           end-evaluate

           evaluate true
               when mv-faixa-sena
                   display "Faixa     : Quadra"
           end-evaluate

           perform calcula-imposto

           move mv-premio-devido to ws-premio-tela
           display "Premio Bruto     : R$ " ws-premio-tela
           move ws-valor-ir to ws-premio-tela
           move ws-aliquota-aplicada to ws-perc-tela
           display "IR Retido (" ws-perc-tela "%): R$ " ws-premio-tela
           move ws-valor-liquido to ws-premio-tela
           display "Liquido a Pagar  : R$ " ws-premio-tela

           display "Nome de Quem Esta Pagando o Premio: "
           accept ws-pagador
           end-if

           .
       trata-um-premio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Calcula o Imposto Retido e o Liquido do Premio Oferecido
      *>------------------------------------------------------------------------
      *>   Premio ate o limite de isencao e pago sem retencao; acima
      *>   dele a aliquota incide sobre o premio bruto inteiro. Cada
      *>   lancamento e tributado sozinho, entao a cota de um bolao e
      *>   conferida contra o limite pelo valor do cotista
       calcula-imposto section.

           if mv-premio-devido > ws-ir-limite-isencao
               move ws-ir-aliquota to ws-aliquota-aplicada
               compute ws-valor-ir rounded =
                   mv-premio-devido * ws-ir-aliquota / 100
           else
               move zero to ws-aliquota-aplicada
               move zero to ws-valor-ir
           end-if

           compute ws-valor-liquido = mv-premio-devido - ws-valor-ir

           .
       calcula-imposto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Monta a Chave do Controle de Pagamentos Pelo Lancamento Lido
      *>------------------------------------------------------------------------
      *>   Lancamentos gravados antes do tipo de lancamento (tipo em
      *>   branco) sao lancamentos de aposta
       monta-chave-pagamento section.

           move mv-protocolo     to pg-protocolo
           move mv-cod-apostador to pg-cod-apostador

           if mv-lanc-premio
               set pg-lanc-premio to true
           else
               set pg-lanc-aposta to true
           end-if

           .
       monta-chave-pagamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Grava o Pagamento no Controle de Pagamentos
           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           perform monta-chave-pagamento

           move ws-data-atual      to pg-data-pagamento
           move ws-hora-atual      to pg-hora-pagamento
           move ws-pagador         to pg-pagador
           move mv-premio-devido   to pg-valor-pago
           move ws-aliquota-aplicada to pg-aliquota-ir
           move ws-valor-ir        to pg-valor-ir
           move ws-valor-liquido   to pg-valor-liquido
           move mv-faixa-premio    to pg-faixa-premio
           move ws-cod-posto       to pg-cod-posto
           move ws-cod-operador    to pg-cod-operador

           write pg-registro
               invalid key
      *>------------------------------------------------------------------------
       finaliza-pagamento section.
           close pagamentos-arq

           if ws-tem-estornos
               close estornos-arq
           end-if

           if ws-tem-historico
               close apostas-hist-arq
           end-if

           if ws-tem-cadastro
               close cadastro-arq
           end-if

           stop run
           .
       finaliza-pagamento-exit.
