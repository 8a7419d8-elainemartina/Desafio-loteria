      $set sourceformat"free"
      *>-----Divisão de identificação do programa
       identification division.
       program-id. "triagemconformidade".
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
               access mode is dynamic
               record key is ap-codigo
               file status is ws-fs-cad.

      *>   O gasto de cada dia e levantado no movimento financeiro
      *>   mestre, do mesmo jeito que a checagem do limite diario
           select movimento-arq assign to "MOVIMENTO-FINANCEIRO"
               organization is sequential
               file status is ws-fs-mov.

           select pagamentos-arq assign to "PAGAMENTOS-PREMIO"
               organization is indexed
               access mode is sequential
               record key is pg-chave
               file status is ws-fs-pag.

      *>   O historico de apostas da o concurso de cada premio pago
           select apostas-hist-arq assign to "APOSTAS-HIST"
               organization is indexed
               access mode is random
               record key is ah-protocolo
               file status is ws-fs-hist.

      *>   Excecoes apontadas pela triagem, mantidas de uma triagem
      *>   para a outra com a baixa dada pela conformidade
           select excecoes-arq assign to "EXCECOES-CONFORMIDADE"
               organization is indexed
               access mode is dynamic
               record key is xc-chave
               file status is ws-fs-exc.

      *>   Arquivo de trabalho com os documentos, os gastos por dia e
      *>   os concursos premiados de cada apostador, na ordem da chave
      *>   para a quebra por documento e por apostador; criado vazio a
      *>   cada triagem e removido ao final
           select trabalho-arq assign to "TRIAGEM-TRABALHO"
               organization is indexed
               access mode is dynamic
               record key is wt-chave
               file status is ws-fs-trab.

      *>-----Declaração de variáveis
       data division.

      *>-----Variaveis de arquivos
       file section.
       fd  cadastro-arq
           label records are standard.
           copy apostador.

       fd  movimento-arq
           label records are standard.
           copy movimento.

       fd  pagamentos-arq
           label records are standard.
           copy pagamento.

       fd  apostas-hist-arq
           label records are standard.
           copy apostashist.

       fd  excecoes-arq
           label records are standard.
           copy excecaoconformidade.

       fd  trabalho-arq
           label records are standard.
       01  wt-registro.
           05  wt-chave.
               10  wt-tipo                      pic x(01).
                   88  wt-tipo-documento        value "D".
                   88  wt-tipo-gasto            value "G".
                   88  wt-tipo-premio           value "P".
               10  wt-dados-chave               pic x(20).
               10  wt-chave-documento redefines wt-dados-chave.
                   15  wt-documento             pic x(14).
                   15  wt-doc-apostador         pic 9(06).
               10  wt-chave-gasto redefines wt-dados-chave.
                   15  wt-gas-apostador         pic 9(06).
                   15  wt-gas-data              pic 9(08).
                   15  filler                   pic x(06).
               10  wt-chave-premio redefines wt-dados-chave.
                   15  wt-pre-apostador         pic 9(06).
                   15  wt-pre-concurso          pic 9(06).
                   15  filler                   pic x(08).
           05  wt-valor                         pic s9(09)v99.

      *>-----Variaveis de trabalho
       working-storage section.

       77  ws-fs-cad                               pic x(02).
       77  ws-fs-mov                               pic x(02).
       77  ws-fs-pag                               pic x(02).
       77  ws-fs-hist                              pic x(02).
       77  ws-fs-exc                               pic x(02).
       77  ws-fs-trab                              pic x(02).

      *>   Criterios da triagem. Os padroes abaixo valem ate a
      *>   conformidade pedir outros:
      *>   - gasto "logo abaixo do limite" e o dia com gasto de pelo
      *>     menos 90% do limite diario, olhando os ultimos 90 dias,
      *>     e a sequencia suspeita tem 5 dias seguidos ou mais;
      *>   - premios "fora do comum" sao premios pagos em 3 concursos
      *>     diferentes ou mais nos ultimos 365 dias
       77  ws-dias-janela-gasto                    pic 9(03) value 90.
       77  ws-perc-limite                          pic 9(03) value 90.
       77  ws-min-dias-seguidos                    pic 9(03) value 5.
       77  ws-dias-janela-premio                   pic 9(03) value 365.
       77  ws-min-concursos-premiados              pic 9(03) value 3.

       77  ws-flag-fim-cad                         pic x(05).
           88 ws-fim-cadastro                      value "true".
           88 ws-n-fim-cadastro                    value "false".

       77  ws-flag-fim-mov                         pic x(05).
           88 ws-fim-movimento                     value "true".
           88 ws-n-fim-movimento                   value "false".

       77  ws-flag-fim-pag                         pic x(05).
           88 ws-fim-pagamentos                    value "true".
           88 ws-n-fim-pagamentos                  value "false".

       77  ws-flag-fim-trab                        pic x(05).
           88 ws-fim-trabalho                      value "true".
           88 ws-n-fim-trabalho                    value "false".

      *>   Sem o historico de apostas o concurso do premio fica zerado
       77  ws-flag-historico                       pic x(05).
           88 ws-tem-historico                     value "true".
           88 ws-sem-historico                     value "false".

      *>   Data base da triagem e inicio das janelas de gasto e de
      *>   premios, contadas em dias corridos
       77  ws-data-atual                           pic 9(08).
       77  ws-dias-hoje                            pic 9(08).
       77  ws-dias-aux                             pic 9(08).
       77  ws-data-inicio-gasto                    pic 9(08).
       77  ws-data-inicio-premio                   pic 9(08).
       77  ws-data-gasto                           pic 9(08).

      *>   Documento do apostador so com os digitos, alinhado a
      *>   esquerda, para comparar documentos digitados com ou sem
      *>   pontuacao e para o calculo dos digitos verificadores
       01  ws-doc-digitos                          pic x(14).
       01  filler redefines ws-doc-digitos.
           05  ws-dig occurs 14 times              pic 9(01).

       77  ws-qtd-digitos                          pic 9(02) comp.
       77  ws-idx-doc                              pic 9(02) comp.
       77  ws-idx-peso                             pic 9(02) comp.

       77  ws-flag-doc                             pic x(05).
           88 ws-documento-valido                  value "true".
           88 ws-documento-invalido                value "false".

       77  ws-flag-dig-iguais                      pic x(05).
           88 ws-digitos-iguais                    value "true".
           88 ws-digitos-diferentes                value "false".

      *>   Pesos dos digitos verificadores do CNPJ: o primeiro digito
      *>   usa os pesos 2 a 13 sobre os 12 primeiros digitos e o
      *>   segundo usa os 13 pesos sobre os 13 primeiros
       01  ws-tab-pesos-cnpj.
           05  filler                              pic x(13)
               value "6543298765432".
       01  filler redefines ws-tab-pesos-cnpj.
           05  ws-peso-cnpj occurs 13 times        pic 9(01).

       77  ws-soma-dv                              pic 9(05).
       77  ws-quociente-dv                         pic 9(05).
       77  ws-resto-dv                             pic 9(02).
       77  ws-dv-calculado                         pic 9(01).

      *>   Quebra por documento: codigos de apostador do documento
      *>   em leitura
       77  ws-doc-grupo                            pic x(14).
       77  ws-max-grupo                            pic 9(04) comp value 50.
       77  ws-qtd-grupo                            pic 9(04) comp.
       77  ws-idx-grupo                            pic 9(04) comp.

       01  ws-tab-grupo.
           05  ws-grp-apostador occurs 50 times    pic 9(06).

      *>   Quebra por apostador dos gastos por dia e a sequencia de
      *>   dias seguidos perto do limite em andamento
       77  ws-apo-gasto                            pic 9(06).
       77  ws-limite-gasto                         pic 9(07)v99.
       77  ws-limiar-gasto                         pic 9(07)v99.
       77  ws-seq-inicio                           pic 9(08).
       77  ws-seq-fim                              pic 9(08).
       77  ws-seq-dias                             pic 9(04).
       77  ws-dia-anterior                         pic 9(08).

      *>   Sequencia ja registrada de uma triagem anterior cujo periodo
      *>   cruza o da sequencia encontrada agora: e o mesmo achado
       77  ws-flag-seq-reg                         pic x(05).
           88 ws-sequencia-registrada              value "true".
           88 ws-sequencia-nova                    value "false".

       77  ws-flag-fim-exc                         pic x(05).
           88 ws-fim-excecoes                      value "true".
           88 ws-n-fim-excecoes                    value "false".

       77  ws-reg-inicio                           pic 9(08).
       77  ws-reg-fim                              pic 9(08).

      *>   Quebra por apostador dos concursos premiados
       77  ws-apo-premio                           pic 9(06).
       77  ws-qtd-concursos                        pic 9(04).
       77  ws-ult-concurso                         pic 9(06).
       77  ws-concurso-premio                      pic 9(06).

      *>   Excecao a registrar, montada por cada verificacao
       77  ws-exc-motivo                           pic x(02).
       77  ws-exc-apostador                        pic 9(06).
       77  ws-exc-referencia                       pic x(20).
       77  ws-exc-descricao                        pic x(60).

      *>   Contadores para o balanco da triagem
       77  ws-qtd-apostadores                      pic 9(08).
       77  ws-qtd-lancamentos                      pic 9(08).
       77  ws-qtd-pagamentos                       pic 9(08).
       77  ws-qtd-novas                            pic 9(06).
       77  ws-qtd-reapontadas                      pic 9(06).
       77  ws-qtd-ja-baixadas                      pic 9(06).
       77  ws-idx-motivo                           pic 9(02) comp.

       01  ws-tab-por-motivo.
           05  ws-qtd-motivo occurs 5 times        pic 9(06).

       77  ws-qtd-tela                             pic zzz9.
       77  ws-valor-tela                           pic zzzzzzzz9,99.

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa-triagem.
           perform triagem-cadastro.
           perform triagem-movimento.
           perform triagem-pagamentos.
           perform analisa-documentos.
           perform analisa-gastos.
           perform analisa-premios.
           perform finaliza-triagem.

      *>------------------------------------------------------------------------
      *>                     Procedimentos de Inicialização
      *>------------------------------------------------------------------------
       inicializa-triagem section.

           move zero to ws-qtd-apostadores
           move zero to ws-qtd-lancamentos
           move zero to ws-qtd-pagamentos
           move zero to ws-qtd-novas
           move zero to ws-qtd-reapontadas
           move zero to ws-qtd-ja-baixadas

           perform varying ws-idx-motivo from 1 by 1
                   until ws-idx-motivo > 5
               move zero to ws-qtd-motivo(ws-idx-motivo)
           end-perform

      *>   As janelas de gasto e de premios terminam na data de hoje
           accept ws-data-atual from date yyyymmdd
           compute ws-dias-hoje = function integer-of-date(ws-data-atual)

           compute ws-dias-aux = ws-dias-hoje - ws-dias-janela-gasto + 1
           compute ws-data-inicio-gasto
               = function date-of-integer(ws-dias-aux)

           compute ws-dias-aux = ws-dias-hoje - ws-dias-janela-premio + 1
           compute ws-data-inicio-premio
               = function date-of-integer(ws-dias-aux)

           display " "
           display " ----------- Triagem de Conformidade -----------"
           display "Data Base da Triagem: " ws-data-atual

           open input cadastro-arq

           if ws-fs-cad = "35"
               display "Cadastro de Apostadores Nao Encontrado - "
                   "Nada a Triar."
               stop run
           end-if

           if ws-fs-cad <> "00"
               display "Erro ao Abrir o Cadastro de Apostadores - "
                   "Status " ws-fs-cad
               move 8 to return-code
               stop run
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

      *>   Abre as excecoes para consulta e gravacao; se for a primeira
      *>   triagem, o arquivo ainda nao existe e e criado vazio
           open i-o excecoes-arq

           if ws-fs-exc = "35"
               open output excecoes-arq
               close excecoes-arq
               open i-o excecoes-arq
           end-if

           if ws-fs-exc <> "00"
               display "Erro ao Abrir as Excecoes de Conformidade - "
                   "Status " ws-fs-exc
               move 8 to return-code
               stop run
           end-if

      *>   O arquivo de trabalho e criado vazio a cada triagem
           open output trabalho-arq
           close trabalho-arq
           open i-o trabalho-arq

           if ws-fs-trab <> "00"
               display "Erro ao Abrir o Arquivo de Trabalho da Triagem - "
                   "Status " ws-fs-trab
               move 8 to return-code
               stop run
           end-if

           .
       inicializa-triagem-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Le o Cadastro: Confere os Documentos e Guarda Para a Quebra
      *>------------------------------------------------------------------------
       triagem-cadastro section.

           set ws-n-fim-cadastro to true

           perform until ws-fim-cadastro

               read cadastro-arq next record
                   at end
                       set ws-fim-cadastro to true
                   not at end
                       add 1 to ws-qtd-apostadores
                       perform confere-documento
               end-read

           end-perform

           .
       triagem-cadastro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Confere o Digito Verificador do Documento do Apostador
      *>------------------------------------------------------------------------
      *>   Documento com 11 digitos e conferido como CPF e com 14 como
      *>   CNPJ; qualquer outra quantidade de digitos, documento em
      *>   branco ou com todos os digitos iguais e reprovado. O
      *>   documento com digitos vai tambem para o arquivo de trabalho,
      *>   onde a quebra por documento acha os codigos repetidos. O
      *>   apostador anonimizado a pedido do titular nao tem mais
      *>   documento a conferir
       confere-documento section.

           if ap-anonimizado
               go to confere-documento-exit
           end-if

           perform extrai-digitos-documento

           set ws-documento-invalido to true

           evaluate ws-qtd-digitos
               when 11
                   perform valida-cpf
               when 14
                   perform valida-cnpj
           end-evaluate

           if ws-documento-invalido
               move "02"         to ws-exc-motivo
               move ap-codigo    to ws-exc-apostador
               move ap-documento to ws-exc-referencia
               move spaces       to ws-exc-descricao
               if ws-qtd-digitos = zero
                   move "Apostador Sem Documento no Cadastro"
                     to ws-exc-descricao
               else
                   string "Documento " delimited by size
                          ap-documento delimited by size
                          " Reprovado no Digito Verificador de CPF/CNPJ"
                              delimited by size
                       into ws-exc-descricao
               end-if
               perform registra-excecao
           end-if

           if ws-qtd-digitos = zero
               go to confere-documento-exit
           end-if

           set wt-tipo-documento to true
           move ws-doc-digitos to wt-documento
           move ap-codigo      to wt-doc-apostador
           move zero           to wt-valor

           write wt-registro
               invalid key
                   continue
           end-write

           .
       confere-documento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Separa os Digitos do Documento Digitado no Cadastro
      *>------------------------------------------------------------------------
       extrai-digitos-documento section.

           move spaces to ws-doc-digitos
           move zero   to ws-qtd-digitos

           perform varying ws-idx-doc from 1 by 1 until ws-idx-doc > 14
               if ap-documento(ws-idx-doc:1) is numeric
                   add 1 to ws-qtd-digitos
                   move ap-documento(ws-idx-doc:1)
                     to ws-doc-digitos(ws-qtd-digitos:1)
               end-if
           end-perform

      *>   Documento com todos os digitos iguais passa no calculo mas
      *>   nao e um CPF/CNPJ valido
           set ws-digitos-diferentes to true

           if ws-qtd-digitos > zero
               set ws-digitos-iguais to true
               perform varying ws-idx-doc from 2 by 1
                       until ws-idx-doc > ws-qtd-digitos
                   if ws-dig(ws-idx-doc) <> ws-dig(1)
                       set ws-digitos-diferentes to true
                   end-if
               end-perform
           end-if

           .
       extrai-digitos-documento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                 Confere os Dois Digitos Verificadores do CPF
      *>------------------------------------------------------------------------
      *>   Primeiro digito: pesos 10 a 2 sobre os 9 primeiros digitos;
      *>   segundo digito: pesos 11 a 2 sobre os 10 primeiros. Resto
      *>   da soma por 11 menor que 2 da digito zero, senao 11 - resto
       valida-cpf section.

           if ws-digitos-iguais
               go to valida-cpf-exit
           end-if

           move zero to ws-soma-dv
           perform varying ws-idx-doc from 1 by 1 until ws-idx-doc > 9
               compute ws-soma-dv =
                       ws-soma-dv + ws-dig(ws-idx-doc) * (11 - ws-idx-doc)
           end-perform
           perform calcula-digito-verificador

           if ws-dv-calculado <> ws-dig(10)
               go to valida-cpf-exit
           end-if

           move zero to ws-soma-dv
           perform varying ws-idx-doc from 1 by 1 until ws-idx-doc > 10
               compute ws-soma-dv =
                       ws-soma-dv + ws-dig(ws-idx-doc) * (12 - ws-idx-doc)
           end-perform
           perform calcula-digito-verificador

           if ws-dv-calculado = ws-dig(11)
               set ws-documento-valido to true
           end-if

           .
       valida-cpf-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                Confere os Dois Digitos Verificadores do CNPJ
      *>------------------------------------------------------------------------
       valida-cnpj section.

           if ws-digitos-iguais
               go to valida-cnpj-exit
           end-if

           move zero to ws-soma-dv
           perform varying ws-idx-doc from 1 by 1 until ws-idx-doc > 12
               compute ws-idx-peso = ws-idx-doc + 1
               compute ws-soma-dv =
                   ws-soma-dv + ws-dig(ws-idx-doc) * ws-peso-cnpj(ws-idx-peso)
           end-perform
           perform calcula-digito-verificador

           if ws-dv-calculado <> ws-dig(13)
               go to valida-cnpj-exit
           end-if

           move zero to ws-soma-dv
           perform varying ws-idx-doc from 1 by 1 until ws-idx-doc > 13
               compute ws-soma-dv =
                   ws-soma-dv + ws-dig(ws-idx-doc) * ws-peso-cnpj(ws-idx-doc)
           end-perform
           perform calcula-digito-verificador

           if ws-dv-calculado = ws-dig(14)
               set ws-documento-valido to true
           end-if

           .
       valida-cnpj-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Digito Verificador a Partir da Soma Ponderada (Modulo 11)
      *>------------------------------------------------------------------------
       calcula-digito-verificador section.

           divide ws-soma-dv by 11
               giving ws-quociente-dv remainder ws-resto-dv

           if ws-resto-dv < 2
               move zero to ws-dv-calculado
           else
               compute ws-dv-calculado = 11 - ws-resto-dv
           end-if

           .
       calcula-digito-verificador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Levanta o Gasto de Cada Apostador em Cada Dia da Janela
      *>------------------------------------------------------------------------
      *>   Mesma regra da checagem do limite diario: o lancamento conta
      *>   no dia em que foi feito e o estorno devolve o valor ao dia
      *>   da aposta estornada
       triagem-movimento section.

           set ws-n-fim-movimento to true

           open input movimento-arq

           if ws-fs-mov = "35"
               display "Nao Existe Movimento Financeiro - Gastos Nao "
                   "Verificados."
               go to triagem-movimento-exit
           end-if

           if ws-fs-mov <> "00"
               display "Erro ao Abrir o Movimento Financeiro - Status "
                   ws-fs-mov
               move 8 to return-code
               stop run
           end-if

           perform until ws-fim-movimento

               read movimento-arq
                   at end
                       set ws-fim-movimento to true
                   not at end
                       add 1 to ws-qtd-lancamentos
                       perform acumula-gasto
               end-read

           end-perform

           close movimento-arq

           .
       triagem-movimento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Acumula o Lancamento Lido no Gasto do Dia do Apostador
      *>------------------------------------------------------------------------
       acumula-gasto section.

           if mv-valor-arrecadado = zero
               go to acumula-gasto-exit
           end-if

           if mv-lanc-estorno and mv-data-aposta > zero
               move mv-data-aposta to ws-data-gasto
           else
               move mv-data to ws-data-gasto
           end-if

           if ws-data-gasto < ws-data-inicio-gasto
           or ws-data-gasto > ws-data-atual
               go to acumula-gasto-exit
           end-if

           move spaces           to wt-dados-chave
           set wt-tipo-gasto     to true
           move mv-cod-apostador to wt-gas-apostador
           move ws-data-gasto    to wt-gas-data

           read trabalho-arq
               invalid key
                   move zero to wt-valor
                   perform soma-lancamento-gasto
                   write wt-registro
                       invalid key
                           display "Erro ao Gravar o Arquivo de Trabalho"
                               " - Status " ws-fs-trab
                           move 8 to return-code
                           stop run
                   end-write
               not invalid key
                   perform soma-lancamento-gasto
                   rewrite wt-registro
                       invalid key
                           display "Erro ao Regravar o Arquivo de "
                               "Trabalho - Status " ws-fs-trab
                           move 8 to return-code
                           stop run
                   end-rewrite
           end-read

           .
       acumula-gasto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>            Soma ou Subtrai o Lancamento no Gasto do Dia
      *>------------------------------------------------------------------------
       soma-lancamento-gasto section.

           if mv-lanc-estorno
               subtract mv-valor-arrecadado from wt-valor
           else
               add mv-valor-arrecadado to wt-valor
           end-if

           .
       soma-lancamento-gasto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Le os Pagamentos: Premio a Inativo e Concursos Premiados na Janela
      *>------------------------------------------------------------------------
       triagem-pagamentos section.

           set ws-n-fim-pagamentos to true

           open input pagamentos-arq

           if ws-fs-pag = "35"
               display "Nao Existem Pagamentos de Premio - Premios Nao "
                   "Verificados."
               go to triagem-pagamentos-exit
           end-if

           if ws-fs-pag <> "00"
               display "Erro ao Abrir o Controle de Pagamentos - Status "
                   ws-fs-pag
               move 8 to return-code
               stop run
           end-if

           perform until ws-fim-pagamentos

               read pagamentos-arq next record
                   at end
                       set ws-fim-pagamentos to true
                   not at end
                       add 1 to ws-qtd-pagamentos
                       perform confere-pagamento
               end-read

           end-perform

           close pagamentos-arq

           .
       triagem-pagamentos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                    Confere um Pagamento de Premio Lido
      *>------------------------------------------------------------------------
      *>   Todo pagamento feito a quem hoje esta inativo e apontado,
      *>   menos ao apostador anonimizado, inativado pela propria
      *>   anonimizacao; os pagamentos da janela de premios vao para o
      *>   arquivo de trabalho, um registro por apostador e concurso
      *>   premiado
       confere-pagamento section.

           move pg-cod-apostador to ap-codigo
           read cadastro-arq
               invalid key
                   continue
               not invalid key
                   if ap-inativo and not ap-anonimizado
                       move "05"             to ws-exc-motivo
                       move pg-cod-apostador to ws-exc-apostador
                       move spaces           to ws-exc-referencia
                       move pg-protocolo     to ws-exc-referencia(1:18)
                       move pg-tipo-lancamento
                         to ws-exc-referencia(19:1)
                       move pg-valor-pago    to ws-valor-tela
                       move spaces           to ws-exc-descricao
                       string "Premio de R$ "    delimited by size
                              ws-valor-tela      delimited by size
                              " Pago em "        delimited by size
                              pg-data-pagamento  delimited by size
                              " a Apostador Hoje Inativo"
                                  delimited by size
                           into ws-exc-descricao
                       perform registra-excecao
                   end-if
           end-read

           if pg-data-pagamento < ws-data-inicio-premio
           or pg-data-pagamento > ws-data-atual
               go to confere-pagamento-exit
           end-if

           move zero to ws-concurso-premio

           if ws-tem-historico
               move pg-protocolo to ah-protocolo
               read apostas-hist-arq
                   invalid key
                       continue
                   not invalid key
                       move ah-concurso to ws-concurso-premio
               end-read
           end-if

           move spaces             to wt-dados-chave
           set wt-tipo-premio      to true
           move pg-cod-apostador   to wt-pre-apostador
           move ws-concurso-premio to wt-pre-concurso
           move zero               to wt-valor

      *>   Dois premios do mesmo concurso contam uma vez so
           write wt-registro
               invalid key
                   continue
           end-write

           .
       confere-pagamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Quebra Por Documento: Mesmo Documento em Varios Codigos
      *>------------------------------------------------------------------------
       analisa-documentos section.

           move zero   to ws-qtd-grupo
           move spaces to ws-doc-grupo
           set ws-n-fim-trabalho to true

           move spaces to wt-dados-chave
           set wt-tipo-documento to true

           start trabalho-arq key is >= wt-chave
               invalid key
                   set ws-fim-trabalho to true
           end-start

           perform until ws-fim-trabalho

               read trabalho-arq next record
                   at end
                       set ws-fim-trabalho to true
                   not at end
                       if not wt-tipo-documento
                           set ws-fim-trabalho to true
                       else
                           if wt-documento <> ws-doc-grupo
                               perform fecha-grupo-documento
                               move wt-documento to ws-doc-grupo
                           end-if
                           add 1 to ws-qtd-grupo
                           if ws-qtd-grupo <= ws-max-grupo
                               move wt-doc-apostador
                                 to ws-grp-apostador(ws-qtd-grupo)
                           end-if
                       end-if
               end-read

           end-perform

           perform fecha-grupo-documento

           .
       analisa-documentos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Aponta Cada Codigo de um Documento Usado Mais de Uma Vez
      *>------------------------------------------------------------------------
       fecha-grupo-documento section.

           if ws-qtd-grupo < 2
               move zero to ws-qtd-grupo
               go to fecha-grupo-documento-exit
           end-if

           move ws-qtd-grupo to ws-qtd-tela

           perform varying ws-idx-grupo from 1 by 1
                   until ws-idx-grupo > ws-qtd-grupo
                      or ws-idx-grupo > ws-max-grupo
               move "01"         to ws-exc-motivo
               move ws-grp-apostador(ws-idx-grupo) to ws-exc-apostador
               move ws-doc-grupo to ws-exc-referencia
               move spaces       to ws-exc-descricao
               string "Documento " delimited by size
                      ws-doc-grupo delimited by size
                      " Cadastrado em " delimited by size
                      ws-qtd-tela  delimited by size
                      " Codigos de Apostador" delimited by size
                   into ws-exc-descricao
               perform registra-excecao
           end-perform

           move zero to ws-qtd-grupo

           .
       fecha-grupo-documento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>     Quebra Por Apostador: Dias Seguidos de Gasto Perto do Limite
      *>------------------------------------------------------------------------
      *>   Os gastos de cada apostador saem do arquivo de trabalho em
      *>   ordem de data; um dia conta se o gasto liquido chegou ao
      *>   percentual do limite diario, e a sequencia quebra no
      *>   primeiro dia que nao conta ou que nao e o dia seguinte
       analisa-gastos section.

           move zero to ws-apo-gasto
           move zero to ws-seq-dias
           move zero to ws-limite-gasto
           set ws-n-fim-trabalho to true

           move spaces to wt-dados-chave
           set wt-tipo-gasto to true

           start trabalho-arq key is >= wt-chave
               invalid key
                   set ws-fim-trabalho to true
           end-start

           perform until ws-fim-trabalho

               read trabalho-arq next record
                   at end
                       set ws-fim-trabalho to true
                   not at end
                       if not wt-tipo-gasto
                           set ws-fim-trabalho to true
                       else
                           if wt-gas-apostador <> ws-apo-gasto
                               perform fecha-sequencia-gasto
                               perform inicia-apostador-gasto
                           end-if
                           perform trata-dia-gasto
                       end-if
               end-read

           end-perform

           perform fecha-sequencia-gasto

           .
       analisa-gastos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>         Carrega o Limite Diario do Apostador em Quebra
      *>------------------------------------------------------------------------
      *>   Vale o limite de hoje no cadastro; apostador sem limite
      *>   (zero) ou fora do cadastro nao entra nesta verificacao
       inicia-apostador-gasto section.

           move wt-gas-apostador to ws-apo-gasto
           move zero to ws-limite-gasto
           move zero to ws-seq-dias

           move wt-gas-apostador to ap-codigo
           read cadastro-arq
               invalid key
                   continue
               not invalid key
                   move ap-limite-diario to ws-limite-gasto
           end-read

           compute ws-limiar-gasto = ws-limite-gasto * ws-perc-limite / 100

           .
       inicia-apostador-gasto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>         Confere Um Dia de Gasto do Apostador em Quebra
      *>------------------------------------------------------------------------
       trata-dia-gasto section.

           if ws-limite-gasto = zero
               go to trata-dia-gasto-exit
           end-if

           if wt-valor < ws-limiar-gasto
               perform fecha-sequencia-gasto
               go to trata-dia-gasto-exit
           end-if

           compute ws-dias-aux = function integer-of-date(wt-gas-data)

           if ws-seq-dias > zero and ws-dias-aux = ws-dia-anterior + 1
               add 1 to ws-seq-dias
           else
               perform fecha-sequencia-gasto
               move wt-gas-data to ws-seq-inicio
               move 1 to ws-seq-dias
           end-if

           move wt-gas-data to ws-seq-fim
           move ws-dias-aux to ws-dia-anterior

           .
       trata-dia-gasto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Encerra a Sequencia em Andamento e Aponta Se For Longa
      *>------------------------------------------------------------------------
      *>   A sequencia e identificada pelo primeiro e pelo ultimo dia.
      *>   Uma excecao do apostador cujo periodo cruza o da sequencia
      *>   encontrada agora e o mesmo achado, mesmo que a janela ja
      *>   tenha deixado de fora os primeiros dias dele: a baixada nao
      *>   volta e a aberta e atualizada, em vez de abrir outra
       fecha-sequencia-gasto section.

           if ws-seq-dias >= ws-min-dias-seguidos
               move ws-seq-dias    to ws-qtd-tela
               move spaces         to ws-exc-descricao
               string ws-qtd-tela   delimited by size
                      " Dias Seguidos de " delimited by size
                      ws-seq-inicio delimited by size
                      " a "         delimited by size
                      ws-seq-fim    delimited by size
                      " Gastando Perto do Limite Diario"
                          delimited by size
                   into ws-exc-descricao
               perform procura-sequencia-registrada
               if ws-sequencia-registrada
                   perform atualiza-sequencia-registrada
               else
                   move "04"           to ws-exc-motivo
                   move ws-apo-gasto   to ws-exc-apostador
                   move spaces         to ws-exc-referencia
                   move ws-seq-inicio  to ws-exc-referencia(1:8)
                   move ws-seq-fim     to ws-exc-referencia(9:8)
                   perform registra-excecao
               end-if
           end-if

           move zero to ws-seq-dias

           .
       fecha-sequencia-gasto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Procura Excecao do Apostador Com Periodo Que Cruza o da Sequencia
      *>------------------------------------------------------------------------
      *>   Excecao gravada sem o ultimo dia vale so pelo primeiro
       procura-sequencia-registrada section.

           set ws-sequencia-nova to true
           set ws-n-fim-excecoes to true

           move "04"         to xc-motivo
           move ws-apo-gasto to xc-cod-apostador
           move low-values   to xc-referencia

           start excecoes-arq key is >= xc-chave
               invalid key
                   go to procura-sequencia-registrada-exit
           end-start

           perform until ws-fim-excecoes

               read excecoes-arq next record
                   at end
                       set ws-fim-excecoes to true
                   not at end
                       if not xc-motivo-gasto-no-limite
                       or xc-cod-apostador <> ws-apo-gasto
                           set ws-fim-excecoes to true
                       else
                           move xc-referencia(1:8) to ws-reg-inicio
                           if xc-referencia(9:8) is numeric
                               move xc-referencia(9:8) to ws-reg-fim
                           else
                               move ws-reg-inicio to ws-reg-fim
                           end-if
                           if  ws-reg-inicio <= ws-seq-fim
                           and ws-reg-fim    >= ws-seq-inicio
                               set ws-sequencia-registrada to true
                               set ws-fim-excecoes to true
                           end-if
                       end-if
               end-read

           end-perform

           .
       procura-sequencia-registrada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>         Atualiza a Excecao da Sequencia Encontrada de Novo
      *>------------------------------------------------------------------------
      *>   O periodo gravado passa a cobrir as duas sequencias, para que
      *>   a proxima triagem ainda o reconheca com a janela mais adiante.
      *>   Como o periodo faz parte da chave, a excecao e excluida e
      *>   gravada de novo com a mesma abertura e a mesma baixa
       atualiza-sequencia-registrada section.

           if xc-baixada
               add 1 to ws-qtd-ja-baixadas
           else
               move ws-exc-descricao to xc-descricao
               move ws-data-atual    to xc-data-ultima-triagem
               add 1 to ws-qtd-reapontadas
           end-if

           if ws-seq-inicio < ws-reg-inicio
               move ws-seq-inicio to ws-reg-inicio
           end-if

           if ws-seq-fim > ws-reg-fim
               move ws-seq-fim to ws-reg-fim
           end-if

           if  xc-referencia(1:8) = ws-reg-inicio
           and xc-referencia(9:8) = ws-reg-fim
               rewrite xc-registro
                   invalid key
                       display "Erro ao Regravar a Excecao - Status "
                           ws-fs-exc
                       move 8 to return-code
                       stop run
               end-rewrite
               go to atualiza-sequencia-registrada-exit
           end-if

           delete excecoes-arq record
               invalid key
                   display "Erro ao Excluir a Excecao - Status "
                       ws-fs-exc
                   move 8 to return-code
                   stop run
           end-delete

           move spaces        to xc-referencia
           move ws-reg-inicio to xc-referencia(1:8)
           move ws-reg-fim    to xc-referencia(9:8)

           write xc-registro
               invalid key
                   display "Erro ao Gravar a Excecao - Status " ws-fs-exc
                   move 8 to return-code
                   stop run
           end-write

           .
       atualiza-sequencia-registrada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>     Quebra Por Apostador: Premios em Concursos Diferentes na Janela
      *>------------------------------------------------------------------------
       analisa-premios section.

           move zero to ws-apo-premio
           move zero to ws-qtd-concursos
           move zero to ws-ult-concurso
           set ws-n-fim-trabalho to true

           move spaces to wt-dados-chave
           set wt-tipo-premio to true

           start trabalho-arq key is >= wt-chave
               invalid key
                   set ws-fim-trabalho to true
           end-start

           perform until ws-fim-trabalho

               read trabalho-arq next record
                   at end
                       set ws-fim-trabalho to true
                   not at end
                       if not wt-tipo-premio
                           set ws-fim-trabalho to true
                       else
                           if wt-pre-apostador <> ws-apo-premio
                               perform fecha-grupo-premio
                               move wt-pre-apostador to ws-apo-premio
                           end-if
                           add 1 to ws-qtd-concursos
                           move wt-pre-concurso to ws-ult-concurso
                       end-if
               end-read

           end-perform

           perform fecha-grupo-premio

           .
       analisa-premios-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Aponta o Apostador Premiado em Muitos Concursos na Janela
      *>------------------------------------------------------------------------
      *>   A excecao e identificada pelo ultimo concurso premiado: um
      *>   novo premio depois da baixa abre uma excecao nova
       fecha-grupo-premio section.

           if ws-qtd-concursos >= ws-min-concursos-premiados
               move "03"            to ws-exc-motivo
               move ws-apo-premio   to ws-exc-apostador
               move spaces          to ws-exc-referencia
               move ws-ult-concurso to ws-exc-referencia(1:6)
               move ws-qtd-concursos to ws-qtd-tela
               move spaces          to ws-exc-descricao
               string "Premios Recebidos em " delimited by size
                      ws-qtd-tela     delimited by size
                      " Concursos Desde "  delimited by size
                      ws-data-inicio-premio delimited by size
                      " - Ultimo "    delimited by size
                      ws-ult-concurso delimited by size
                   into ws-exc-descricao
               perform registra-excecao
           end-if

           move zero to ws-qtd-concursos
           move zero to ws-ult-concurso

           .
       fecha-grupo-premio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>              Registra uma Excecao Encontrada Pela Triagem
      *>------------------------------------------------------------------------
      *>   Excecao nova e gravada aberta; excecao ainda aberta de uma
      *>   triagem anterior so tem a data e a descricao atualizadas; e
      *>   excecao ja baixada pela conformidade nao volta
       registra-excecao section.

           move ws-exc-motivo     to xc-motivo
           move ws-exc-apostador  to xc-cod-apostador
           move ws-exc-referencia to xc-referencia

           read excecoes-arq
               invalid key
                   move ws-exc-descricao to xc-descricao
                   move ws-data-atual    to xc-data-apontamento
                   move ws-data-atual    to xc-data-ultima-triagem
                   set  xc-aberta        to true
                   move zero             to xc-data-baixa
                   move zero             to xc-hora-baixa
                   move spaces           to xc-responsavel-baixa
                   move spaces           to xc-nota-baixa
                   write xc-registro
                       invalid key
                           display "Erro ao Gravar a Excecao - Status "
                               ws-fs-exc
                           move 8 to return-code
                           stop run
                   end-write
                   add 1 to ws-qtd-novas
                   move ws-exc-motivo to ws-idx-motivo
                   add 1 to ws-qtd-motivo(ws-idx-motivo)
                   display "Motivo " ws-exc-motivo " Apostador "
                       ws-exc-apostador " - " ws-exc-descricao
               not invalid key
                   if xc-baixada
                       add 1 to ws-qtd-ja-baixadas
                   else
                       move ws-exc-descricao to xc-descricao
                       move ws-data-atual    to xc-data-ultima-triagem
                       rewrite xc-registro
                           invalid key
                               display "Erro ao Regravar a Excecao - "
                                   "Status " ws-fs-exc
                               move 8 to return-code
                               stop run
                       end-rewrite
                       add 1 to ws-qtd-reapontadas
                   end-if
           end-read

           .
       registra-excecao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Finalização Programa
      *>------------------------------------------------------------------------
       finaliza-triagem section.

           close cadastro-arq
           close excecoes-arq
           close trabalho-arq

           if ws-tem-historico
               close apostas-hist-arq
           end-if

      *>   O arquivo de trabalho ja cumpriu o papel dele; a remocao vem
      *>   antes do codigo de retorno final para que a chamada nao o
      *>   sobreponha
           call "CBL_DELETE_FILE" using "TRIAGEM-TRABALHO"
           move zero to return-code

           display " "
           display "----- Balanco da Triagem de Conformidade -----"
           display "Apostadores no Cadastro      : " ws-qtd-apostadores
           display "Lancamentos no Movimento     : " ws-qtd-lancamentos
           display "Pagamentos de Premio         : " ws-qtd-pagamentos
           display "Excecoes Novas               : " ws-qtd-novas
           display "   01 Documento Repetido     : " ws-qtd-motivo(1)
           display "   02 Digito do Documento    : " ws-qtd-motivo(2)
           display "   03 Premios Frequentes     : " ws-qtd-motivo(3)
           display "   04 Gasto Perto do Limite  : " ws-qtd-motivo(4)
           display "   05 Premio a Inativo       : " ws-qtd-motivo(5)
           display "Excecoes Abertas Reapontadas : " ws-qtd-reapontadas
           display "Achados Ja Baixados Ignorados: " ws-qtd-ja-baixadas

           if ws-qtd-novas > zero
               display "Excecoes Gravadas em EXCECOES-CONFORMIDADE - "
                   "Baixa Pelo Programa BAIXACONFORMIDADE."
           end-if

           stop run
           .
       finaliza-triagem-exit.
           exit.
