      $set sourceformat"free"
      *>-----Divisão de identificação do programa
       identification division.
       program-id. "certificasorteio".
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
      *>   Trilha viva de auditoria: todo sorteio realizado, com a
      *>   semente e o numero de cada posicao
           select auditoria-arq assign to "AUDITORIA-SORTEIO"
               organization is sequential
               file status is ws-fs-aud.

      *>   Resumo mensal dos meses ja arquivados: so a quantidade de
      *>   sorteios e a frequencia de cada numero
           select resumo-arq assign to "AUDITORIA-RESUMO"
               organization is sequential
               file status is ws-fs-res.

      *>   Relatorio da certificacao, estampado com a data e hora da
      *>   emissao para que certificacoes anteriores nao se percam
           select certificado-arq assign to ws-nome-certificado
               organization is sequential
               file status is ws-fs-cer.

      *>   Arquivo de trabalho para contar as sementes repetidas no
      *>   periodo; criado vazio a cada certificacao e removido ao final
           select trabalho-arq assign to "CERTIFICA-TRABALHO"
               organization is indexed
               access mode is random
               record key is wk-semente
               file status is ws-fs-trab.

      *>-----Declaração de variáveis
       data division.

      *>-----Variaveis de arquivos
       file section.
       fd  auditoria-arq
           label records are standard.
           copy auditoria.

       fd  resumo-arq
           label records are standard.
           copy auditoriaresumo.

       fd  certificado-arq
           label records are standard.
       01  ce-linha                                pic x(80).

       fd  trabalho-arq
           label records are standard.
       01  wk-registro.
           05  wk-semente                       pic 9(08).
           05  wk-qtd-usos                      pic 9(08).

      *>-----Variaveis de trabalho
       working-storage section.

       77  ws-fs-aud                               pic x(02).
       77  ws-fs-res                               pic x(02).
       77  ws-fs-cer                               pic x(02).
       77  ws-fs-trab                              pic x(02).

       77  ws-flag-fim-aud                         pic x(05).
           88 ws-fim-aud                           value "true".
           88 ws-n-fim-aud                         value "false".

       77  ws-flag-fim-res                         pic x(05).
           88 ws-fim-res                           value "true".
           88 ws-n-fim-res                         value "false".

      *>   Criterios da certificacao. Os testes de uniformidade sao
      *>   qui-quadrado com nivel de significancia de 0,1%, para que
      *>   a janela so pare por um vies de fato: o valor critico e o
      *>   da tabela para os graus de liberdade de cada teste
      *>   (numeros: 59; pares: 1769; dezenas: 5). Um teste so e
      *>   feito se cada casa tiver ao menos 5 ocorrencias esperadas
       77  ws-critico-numeros                      pic 9(05)v99
                                                   value 98,32.
       77  ws-critico-pares                        pic 9(05)v99
                                                   value 1958,52.
       77  ws-critico-dezenas                      pic 9(05)v99
                                                   value 20,52.
       77  ws-min-esperado                         pic 9(03) value 5.

      *>   A semente e a hora do sorteio (HHMMSSCC): sao 8.640.000
      *>   valores possiveis por dia, e sementes repetidas sao aceitas
      *>   ate o esperado por coincidencia mais tres desvios
       77  ws-sementes-possiveis                   pic 9(08)
                                                   value 8640000.

      *>   Periodo certificado, informado pelo operador
       77  ws-data-inicial                         pic 9(08).
       77  ws-data-final                           pic 9(08).
       77  ws-ano-mes-inicial                      pic 9(06).
       77  ws-ano-mes-final                        pic 9(06).

      *>   Responsavel que assina a certificacao
       77  ws-responsavel                          pic x(30).

       77  ws-data-atual                           pic 9(08).
       77  ws-hora-atual                           pic 9(08).
       77  ws-nome-certificado                     pic x(40).

      *>   Quantidades lidas no periodo
       77  ws-qtd-sorteios-vivos                   pic 9(09).
       77  ws-qtd-sorteios-validos                 pic 9(09).
       77  ws-qtd-sorteios-resumo                  pic 9(09).
       77  ws-qtd-meses-resumo                     pic 9(06).
       77  ws-qtd-surpresinhas                     pic 9(09).
       77  ws-qtd-fora-faixa                       pic 9(09).

      *>   Frequencia de cada um dos 60 numeros (trilha viva e resumo)
       01  ws-tab-frequencia.
           05  ws-freq-num occurs 60 times         pic 9(09).

      *>   Frequencia de cada par de numeros sorteados juntos (so a
      *>   trilha viva tem os numeros de cada sorteio); vale so a casa
      *>   do menor numero na linha e do maior na coluna
       01  ws-tab-pares.
           05  ws-linha-par occurs 60 times.
               10  ws-freq-par occurs 60 times     pic 9(08).

      *>   Frequencia por dezena: 01-10, 11-20, ..., 51-60
       01  ws-tab-dezenas.
           05  ws-freq-dezena occurs 6 times       pic 9(09).

       77  ws-idx-num                              pic 9(02) comp.
       77  ws-idx-a                                pic 9(02) comp.
       77  ws-idx-b                                pic 9(02) comp.
       77  ws-idx-dezena                           pic 9(02) comp.
       77  ws-idx-linha                            pic 9(02) comp.
       77  ws-num-a                                pic 9(02).
       77  ws-num-b                                pic 9(02).

      *>   Sorteio valido: seis numeros de 1 a 60, todos diferentes
       77  ws-flag-valido                          pic x(05).
           88 ws-sorteio-valido                    value "true".
           88 ws-sorteio-invalido                  value "false".

      *>   Calculo dos testes qui-quadrado
       77  ws-total-numeros                        pic 9(10).
       77  ws-total-pares                          pic 9(10).
       77  ws-desvio                               pic s9(09)v9(04).
       77  ws-qui-numeros                          pic 9(09)v9(04).
       77  ws-qui-pares                            pic 9(09)v9(04).
       77  ws-qui-dezenas                          pic 9(09)v9(04).
       77  ws-esperado-numero                      pic 9(09)v9(04).
       77  ws-esperado-par                         pic 9(09)v9(04).
       77  ws-esperado-dezena                      pic 9(09)v9(04).

      *>   Par mais e menos frequente, para o relatorio
       77  ws-par-maior-qtd                        pic 9(08).
       77  ws-par-maior-a                          pic 9(02).
       77  ws-par-maior-b                          pic 9(02).
       77  ws-par-menor-qtd                        pic 9(08).
       77  ws-par-menor-a                          pic 9(02).
       77  ws-par-menor-b                          pic 9(02).

      *>   Contagem das sementes repetidas
       77  ws-qtd-sementes                         pic 9(09).
       77  ws-qtd-repeticoes                       pic 9(09).
       77  ws-qtd-sementes-repetidas               pic 9(09).
       77  ws-esperado-repeticoes                  pic 9(09)v9(04).
       77  ws-limite-repeticoes                    pic 9(09)v9(04).

      *>   Resultado de cada teste e da certificacao
       77  ws-res-numeros                          pic x(12).
       77  ws-res-pares                            pic x(12).
       77  ws-res-dezenas                          pic x(12).
       77  ws-res-sementes                         pic x(12).
       77  ws-res-certificacao                     pic x(12).

       77  ws-qtd-reprovados                       pic 9(01).
       77  ws-qtd-insuficientes                    pic 9(01).

      *>   Linhas do relatorio de certificacao
       01  ws-lin-titulo.
           05  filler                              pic x(80) value
               "CERTIFICACAO ESTATISTICA DO SORTEIO - AUDITORIA-SORTEIO".

       01  ws-lin-traco.
           05  filler                              pic x(80) value all "-".

       01  ws-lin-periodo.
           05  filler                              pic x(20) value
               "Periodo Certificado ".
           05  filler                              pic x(03) value "de ".
           05  ws-per-inicial                      pic 9(08).
           05  filler                              pic x(03) value " a ".
           05  ws-per-final                        pic 9(08).
           05  filler                              pic x(38) value spaces.

       01  ws-lin-emissao.
           05  filler                              pic x(20) value
               "Emitido em          ".
           05  ws-emi-data                         pic 9(08).
           05  filler                              pic x(01) value space.
           05  ws-emi-hora                         pic 9(08).
           05  filler                              pic x(43) value spaces.

       01  ws-lin-secao.
           05  ws-sec-titulo                       pic x(80).

       01  ws-lin-quantidade.
           05  ws-qtd-descricao                    pic x(50).
           05  ws-qtd-valor                        pic zzz.zzz.zz9.
           05  filler                              pic x(19) value spaces.

       01  ws-lin-estatistica.
           05  ws-est-descricao                    pic x(50).
           05  ws-est-valor                        pic zzzzzzzz9,9999.
           05  filler                              pic x(16) value spaces.

       01  ws-lin-resultado.
           05  ws-rsl-descricao                    pic x(50).
           05  ws-rsl-resultado                    pic x(12).
           05  filler                              pic x(18) value spaces.

      *>   Frequencia de cinco numeros por linha
       01  ws-lin-frequencia.
           05  ws-lfr-coluna occurs 5 times.
               10  filler                          pic x(02) value spaces.
               10  ws-lfr-numero                   pic 9(02).
               10  filler                          pic x(02) value ": ".
               10  ws-lfr-qtd                      pic zzzzzzzz9.
           05  filler                              pic x(05) value spaces.

       01  ws-lin-dezena.
           05  filler                              pic x(08) value
               "Numeros ".
           05  ws-dez-de                           pic 9(02).
           05  filler                              pic x(01) value "-".
           05  ws-dez-ate                          pic 9(02).
           05  filler                              pic x(03) value " : ".
           05  ws-dez-qtd                          pic zzzzzzzz9.
           05  filler                              pic x(13) value
               "   Esperado: ".
           05  ws-dez-esperado                     pic zzzzzzzz9,99.
           05  filler                              pic x(30) value spaces.

       01  ws-lin-par.
           05  ws-lpa-descricao                    pic x(30).
           05  ws-lpa-num-a                        pic 9(02).
           05  filler                              pic x(03) value " e ".
           05  ws-lpa-num-b                        pic 9(02).
           05  filler                              pic x(03) value " : ".
           05  ws-lpa-qtd                          pic zzzzzzz9.
           05  filler                              pic x(32) value spaces.

       01  ws-lin-assinatura.
           05  filler                              pic x(20) value
               "Responsavel         ".
           05  ws-ass-responsavel                  pic x(30).
           05  filler                              pic x(30) value spaces.

       01  ws-lin-visto.
           05  filler                              pic x(20) value
               "Assinatura          ".
           05  filler                              pic x(40) value
               all "_".
           05  filler                              pic x(20) value spaces.

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa-certificacao.
           perform processa-auditoria.
           perform processa-resumo.
           perform testa-numeros.
           perform testa-pares.
           perform testa-dezenas.
           perform testa-sementes.
           perform emite-certificado.
           perform finaliza-certificacao.

      *>------------------------------------------------------------------------
      *>                     Procedimentos de Inicialização
      *>------------------------------------------------------------------------
       inicializa-certificacao section.

           move zero to ws-qtd-sorteios-vivos
           move zero to ws-qtd-sorteios-validos
           move zero to ws-qtd-sorteios-resumo
           move zero to ws-qtd-meses-resumo
           move zero to ws-qtd-surpresinhas
           move zero to ws-qtd-fora-faixa
           move zero to ws-qtd-sementes
           move zero to ws-qtd-repeticoes
           move zero to ws-qtd-sementes-repetidas
           move zero to ws-qtd-reprovados
           move zero to ws-qtd-insuficientes
           move zero to ws-tab-frequencia
           move zero to ws-tab-pares
           move zero to ws-tab-dezenas

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           display " "
           display " ----------- Certificacao Estatistica do Sorteio"
               " -----------"
           display "Data Inicial do Periodo (AAAAMMDD, 0 = Desde o "
               "Inicio): "
           accept ws-data-inicial

           display "Data Final do Periodo (AAAAMMDD, 0 = Hoje): "
           accept ws-data-final

           if ws-data-final = zero
               move ws-data-atual to ws-data-final
           end-if

           perform until ws-data-final >= ws-data-inicial
               display "A Data Final Nao Pode Ser Anterior a Inicial - "
                   "Informe a Data Final Novamente."
               accept ws-data-final
           end-perform

      *>   O resumo e mensal: entram os meses que tocam o periodo
           compute ws-ano-mes-inicial = ws-data-inicial / 100
           compute ws-ano-mes-final   = ws-data-final / 100

           display "Responsavel Pela Certificacao (Nome): "
           accept ws-responsavel

           perform until ws-responsavel <> spaces
               display "O Nome do Responsavel Nao Pode Ficar em Branco."
               accept ws-responsavel
           end-perform

      *>   O arquivo de trabalho e criado vazio a cada certificacao
           open output trabalho-arq
           close trabalho-arq
           open i-o trabalho-arq

           if ws-fs-trab <> "00"
               display "Erro ao Abrir o Arquivo de Trabalho da "
                   "Certificacao - Status " ws-fs-trab
               move 8 to return-code
               stop run
           end-if

           .
       inicializa-certificacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>             Leitura dos Sorteios do Periodo na Trilha Viva
      *>------------------------------------------------------------------------
       processa-auditoria section.

           set ws-n-fim-aud to true

           open input auditoria-arq

           if ws-fs-aud = "35"
               display "Nao Existe Trilha de Auditoria Viva - So o Resumo "
                   "Mensal Sera Considerado."
               go to processa-auditoria-exit
           end-if

           if ws-fs-aud <> "00"
               display "Erro ao Abrir a Trilha de Auditoria - Status "
                   ws-fs-aud
               move 8 to return-code
               stop run
           end-if

           perform until ws-fim-aud

               read auditoria-arq
                   at end
                       set ws-fim-aud to true
                   not at end
                       if au-data >= ws-data-inicial
                       and au-data <= ws-data-final
                           perform acumula-sorteio
                       end-if
               end-read

           end-perform

           close auditoria-arq

           .
       processa-auditoria-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Acumula os Numeros, os Pares e as Sementes de um Sorteio
      *>------------------------------------------------------------------------
      *>   A geracao de numeros de uma surpresinha fica na mesma trilha
      *>   mas nao e sorteio: fica fora da certificacao
       acumula-sorteio section.

           if au-reg-surpresinha
               add 1 to ws-qtd-surpresinhas
               go to acumula-sorteio-exit
           end-if

           add 1 to ws-qtd-sorteios-vivos

           perform varying ws-idx-a from 1 by 1 until ws-idx-a > 6
               if au-num-sorteado(ws-idx-a) >= 1
               and au-num-sorteado(ws-idx-a) <= 60
                   add 1 to ws-freq-num(au-num-sorteado(ws-idx-a))
               else
                   add 1 to ws-qtd-fora-faixa
               end-if
               perform registra-semente
           end-perform

      *>   A trilha guarda toda tentativa, inclusive as descartadas
      *>   pelo jogo por numero repetido ou zerado; os pares so contam
      *>   nos sorteios validos, cada um dos 15 pares do sorteio na
      *>   casa (menor, maior)
           perform confere-sorteio-valido

           if ws-sorteio-invalido
               go to acumula-sorteio-exit
           end-if

           add 1 to ws-qtd-sorteios-validos

           perform varying ws-idx-a from 1 by 1 until ws-idx-a > 5
               perform varying ws-idx-b from ws-idx-a by 1
                       until ws-idx-b > 6
                   if ws-idx-b > ws-idx-a
                       move au-num-sorteado(ws-idx-a) to ws-num-a
                       move au-num-sorteado(ws-idx-b) to ws-num-b
                       perform acumula-par
                   end-if
               end-perform
           end-perform

           .
       acumula-sorteio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Confere se o Sorteio Lido Tem Seis Numeros Validos e Distintos
      *>------------------------------------------------------------------------
       confere-sorteio-valido section.

           set ws-sorteio-valido to true

           perform varying ws-idx-a from 1 by 1 until ws-idx-a > 6
               if au-num-sorteado(ws-idx-a) < 1
               or au-num-sorteado(ws-idx-a) > 60
                   set ws-sorteio-invalido to true
               end-if
               perform varying ws-idx-b from 1 by 1 until ws-idx-b > 6
                   if ws-idx-b <> ws-idx-a
                   and au-num-sorteado(ws-idx-b) = au-num-sorteado(ws-idx-a)
                       set ws-sorteio-invalido to true
                   end-if
               end-perform
           end-perform

           .
       confere-sorteio-valido-exit.
           exit.
      *>------------------------------------------------------------------------
      *>               Acumula uma Ocorrencia de um Par de Numeros
      *>------------------------------------------------------------------------
       acumula-par section.

           if ws-num-a < ws-num-b
               add 1 to ws-freq-par(ws-num-a, ws-num-b)
           else
               add 1 to ws-freq-par(ws-num-b, ws-num-a)
           end-if

           .
       acumula-par-exit.
           exit.
      *>------------------------------------------------------------------------
      *>           Conta o Uso de uma Semente no Arquivo de Trabalho
      *>------------------------------------------------------------------------
       registra-semente section.

           if au-semente(ws-idx-a) = zero
               go to registra-semente-exit
           end-if

           add 1 to ws-qtd-sementes

           move au-semente(ws-idx-a) to wk-semente

           read trabalho-arq
               invalid key
                   move 1 to wk-qtd-usos
                   write wk-registro
                       invalid key
                           display "Erro ao Gravar o Arquivo de Trabalho"
                               " - Status " ws-fs-trab
                           move 8 to return-code
                           stop run
                   end-write
               not invalid key
                   add 1 to wk-qtd-usos
                   add 1 to ws-qtd-repeticoes
                   if wk-qtd-usos = 2
                       add 1 to ws-qtd-sementes-repetidas
                   end-if
                   rewrite wk-registro
                       invalid key
                           display "Erro ao Regravar o Arquivo de "
                               "Trabalho - Status " ws-fs-trab
                           move 8 to return-code
                           stop run
                   end-rewrite
           end-read

           .
       registra-semente-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Leitura da Frequencia dos Meses do Periodo Ja Arquivados
      *>------------------------------------------------------------------------
      *>   Os meses arquivados so tem a frequencia de cada numero: entram
      *>   nos testes dos numeros e das dezenas, mas nao nos de pares e de
      *>   sementes, que dependem de cada sorteio
       processa-resumo section.

           set ws-n-fim-res to true

           open input resumo-arq

           if ws-fs-res = "35"
               go to processa-resumo-exit
           end-if

           if ws-fs-res <> "00"
               display "Erro ao Abrir o Resumo Mensal da Auditoria - "
                   "Status " ws-fs-res
               move 8 to return-code
               stop run
           end-if

           perform until ws-fim-res

               read resumo-arq
                   at end
                       set ws-fim-res to true
                   not at end
                       if ar-ano-mes >= ws-ano-mes-inicial
                       and ar-ano-mes <= ws-ano-mes-final
                           add 1 to ws-qtd-meses-resumo
                           add ar-qtd-sorteios to ws-qtd-sorteios-resumo
                           perform varying ws-idx-num from 1 by 1
                                   until ws-idx-num > 60
                               add ar-freq-num(ws-idx-num)
                                 to ws-freq-num(ws-idx-num)
                           end-perform
                       end-if
               end-read

           end-perform

           close resumo-arq

           .
       processa-resumo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Teste Qui-Quadrado da Uniformidade dos 60 Numeros
      *>------------------------------------------------------------------------
       testa-numeros section.

           move zero to ws-total-numeros
           move zero to ws-qui-numeros
           move zero to ws-esperado-numero

           perform varying ws-idx-num from 1 by 1 until ws-idx-num > 60
               add ws-freq-num(ws-idx-num) to ws-total-numeros
           end-perform

           compute ws-esperado-numero = ws-total-numeros / 60

           if ws-esperado-numero < ws-min-esperado
               move "INSUFICIENTE" to ws-res-numeros
               add 1 to ws-qtd-insuficientes
               go to testa-numeros-exit
           end-if

           perform varying ws-idx-num from 1 by 1 until ws-idx-num > 60
               compute ws-desvio
                   = ws-freq-num(ws-idx-num) - ws-esperado-numero
               compute ws-qui-numeros = ws-qui-numeros
                   + ws-desvio * ws-desvio / ws-esperado-numero
           end-perform

           if ws-qui-numeros > ws-critico-numeros
               move "REPROVADO" to ws-res-numeros
               add 1 to ws-qtd-reprovados
           else
               move "APROVADO" to ws-res-numeros
           end-if

           .
       testa-numeros-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Teste Qui-Quadrado dos Pares de Numeros Sorteados Juntos
      *>------------------------------------------------------------------------
      *>   Num gerador sem vies todos os 1770 pares saem juntos com a
      *>   mesma frequencia nos sorteios validos
       testa-pares section.

           move zero to ws-total-pares
           move zero to ws-qui-pares
           move zero to ws-esperado-par
           move zero to ws-par-maior-qtd
           move zero to ws-par-maior-a
           move zero to ws-par-maior-b
           move 99999999 to ws-par-menor-qtd
           move zero to ws-par-menor-a
           move zero to ws-par-menor-b

           perform varying ws-idx-a from 1 by 1 until ws-idx-a > 59
               perform varying ws-idx-b from ws-idx-a by 1
                       until ws-idx-b > 60
                   if ws-idx-b > ws-idx-a
                       perform confere-extremos-par
                   end-if
               end-perform
           end-perform

           compute ws-esperado-par = ws-total-pares / 1770

           if ws-esperado-par < ws-min-esperado
               move "INSUFICIENTE" to ws-res-pares
               add 1 to ws-qtd-insuficientes
               go to testa-pares-exit
           end-if

           perform varying ws-idx-a from 1 by 1 until ws-idx-a > 59
               perform varying ws-idx-b from ws-idx-a by 1
                       until ws-idx-b > 60
                   if ws-idx-b > ws-idx-a
                       compute ws-desvio = ws-freq-par(ws-idx-a, ws-idx-b)
                           - ws-esperado-par
                       compute ws-qui-pares = ws-qui-pares
                           + ws-desvio * ws-desvio / ws-esperado-par
                   end-if
               end-perform
           end-perform

           if ws-qui-pares > ws-critico-pares
               move "REPROVADO" to ws-res-pares
               add 1 to ws-qtd-reprovados
           else
               move "APROVADO" to ws-res-pares
           end-if

           .
       testa-pares-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Soma o Par no Total e Guarda o Mais e o Menos Frequente
      *>------------------------------------------------------------------------
       confere-extremos-par section.

           add ws-freq-par(ws-idx-a, ws-idx-b) to ws-total-pares

           if ws-freq-par(ws-idx-a, ws-idx-b) > ws-par-maior-qtd
               move ws-freq-par(ws-idx-a, ws-idx-b) to ws-par-maior-qtd
               move ws-idx-a to ws-par-maior-a
               move ws-idx-b to ws-par-maior-b
           end-if

           if ws-freq-par(ws-idx-a, ws-idx-b) < ws-par-menor-qtd
               move ws-freq-par(ws-idx-a, ws-idx-b) to ws-par-menor-qtd
               move ws-idx-a to ws-par-menor-a
               move ws-idx-b to ws-par-menor-b
           end-if

           .
       confere-extremos-par-exit.
           exit.
      *>------------------------------------------------------------------------
      *>         Teste Qui-Quadrado da Distribuicao Pelas Seis Dezenas
      *>------------------------------------------------------------------------
       testa-dezenas section.

           move zero to ws-qui-dezenas
           move zero to ws-esperado-dezena

           perform varying ws-idx-num from 1 by 1 until ws-idx-num > 60
               compute ws-idx-dezena = (ws-idx-num - 1) / 10 + 1
               add ws-freq-num(ws-idx-num) to ws-freq-dezena(ws-idx-dezena)
           end-perform

           compute ws-esperado-dezena = ws-total-numeros / 6

           if ws-esperado-dezena < ws-min-esperado
               move "INSUFICIENTE" to ws-res-dezenas
               add 1 to ws-qtd-insuficientes
               go to testa-dezenas-exit
           end-if

           perform varying ws-idx-dezena from 1 by 1
                   until ws-idx-dezena > 6
               compute ws-desvio
                   = ws-freq-dezena(ws-idx-dezena) - ws-esperado-dezena
               compute ws-qui-dezenas = ws-qui-dezenas
                   + ws-desvio * ws-desvio / ws-esperado-dezena
           end-perform

           if ws-qui-dezenas > ws-critico-dezenas
               move "REPROVADO" to ws-res-dezenas
               add 1 to ws-qtd-reprovados
           else
               move "APROVADO" to ws-res-dezenas
           end-if

           .
       testa-dezenas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Teste das Sementes Repetidas na Trilha Viva do Periodo
      *>------------------------------------------------------------------------
      *>   Semente repetida reproduz o mesmo numero. Entre n sementes
      *>   tiradas ao acaso dos valores possiveis, o esperado de
      *>   repeticoes por coincidencia e n x (n - 1) / (2 x possiveis);
      *>   acima do esperado mais tres desvios (mais uma de folga) o
      *>   teste reprova
       testa-sementes section.

           move zero to ws-esperado-repeticoes
           move zero to ws-limite-repeticoes

           if ws-qtd-sementes < 2
               move "INSUFICIENTE" to ws-res-sementes
               add 1 to ws-qtd-insuficientes
               go to testa-sementes-exit
           end-if

           compute ws-esperado-repeticoes
               = ws-qtd-sementes * (ws-qtd-sementes - 1)
               / (2 * ws-sementes-possiveis)

           compute ws-limite-repeticoes = ws-esperado-repeticoes
               + 3 * function sqrt(ws-esperado-repeticoes) + 1

           if ws-qtd-repeticoes > ws-limite-repeticoes
               move "REPROVADO" to ws-res-sementes
               add 1 to ws-qtd-reprovados
           else
               move "APROVADO" to ws-res-sementes
           end-if

           .
       testa-sementes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>              Grava o Relatorio Assinado da Certificacao
      *>------------------------------------------------------------------------
       emite-certificado section.

      *>   Qualquer teste reprovado reprova a certificacao; sem
      *>   reprovacao, basta um teste sem dados suficientes para ela
      *>   ficar inconclusiva
           evaluate true
               when ws-qtd-reprovados > zero
                   move "REPROVADA" to ws-res-certificacao
               when ws-qtd-insuficientes > zero
                   move "INCONCLUSIVA" to ws-res-certificacao
               when other
                   move "APROVADA" to ws-res-certificacao
           end-evaluate

           move spaces to ws-nome-certificado
           string "CERTIFICACAO-SORTEIO-" delimited by size
                  ws-data-atual delimited by size
                  ws-hora-atual delimited by size
               into ws-nome-certificado

           open output certificado-arq

           if ws-fs-cer <> "00"
               display "Erro ao Abrir o Relatorio de Certificacao - Status "
                   ws-fs-cer
               move 8 to return-code
               stop run
           end-if

           move ws-lin-titulo to ce-linha
           perform grava-linha-certificado
           move ws-lin-traco to ce-linha
           perform grava-linha-certificado

           move ws-data-inicial to ws-per-inicial
           move ws-data-final   to ws-per-final
           move ws-lin-periodo to ce-linha
           perform grava-linha-certificado

           move ws-data-atual to ws-emi-data
           move ws-hora-atual to ws-emi-hora
           move ws-lin-emissao to ce-linha
           perform grava-linha-certificado

           move "Sorteios da Trilha Viva no Periodo" to ws-qtd-descricao
           move ws-qtd-sorteios-vivos to ws-qtd-valor
           perform grava-linha-quantidade

           move "Meses Arquivados (Resumo Mensal) no Periodo"
             to ws-qtd-descricao
           move ws-qtd-meses-resumo to ws-qtd-valor
           perform grava-linha-quantidade

           move "Sorteios dos Meses Arquivados" to ws-qtd-descricao
           move ws-qtd-sorteios-resumo to ws-qtd-valor
           perform grava-linha-quantidade

           move "Surpresinhas na Trilha (Fora da Certificacao)"
             to ws-qtd-descricao
           move ws-qtd-surpresinhas to ws-qtd-valor
           perform grava-linha-quantidade

           move "Numeros Sorteados Fora de 1 a 60 (Trilha Viva)"
             to ws-qtd-descricao
           move ws-qtd-fora-faixa to ws-qtd-valor
           perform grava-linha-quantidade

           perform emite-teste-numeros
           perform emite-teste-pares
           perform emite-teste-dezenas
           perform emite-teste-sementes

           move ws-lin-traco to ce-linha
           perform grava-linha-certificado

           move "RESULTADO DA CERTIFICACAO" to ws-rsl-descricao
           move ws-res-certificacao to ws-rsl-resultado
           move ws-lin-resultado to ce-linha
           perform grava-linha-certificado

           move spaces to ce-linha
           perform grava-linha-certificado

           move ws-responsavel to ws-ass-responsavel
           move ws-lin-assinatura to ce-linha
           perform grava-linha-certificado

           move spaces to ce-linha
           perform grava-linha-certificado

           move ws-lin-visto to ce-linha
           perform grava-linha-certificado

           close certificado-arq

           .
       emite-certificado-exit.
           exit.
      *>------------------------------------------------------------------------
      *>             Secao do Relatorio: Uniformidade dos 60 Numeros
      *>------------------------------------------------------------------------
       emite-teste-numeros section.

           move "1. UNIFORMIDADE DOS 60 NUMEROS (QUI-QUADRADO, 59 GL)"
             to ws-sec-titulo
           perform grava-titulo-secao

           perform varying ws-idx-linha from 0 by 1 until ws-idx-linha > 11
               perform varying ws-idx-b from 1 by 1 until ws-idx-b > 5
                   compute ws-idx-num = ws-idx-linha * 5 + ws-idx-b
                   move ws-idx-num to ws-lfr-numero(ws-idx-b)
                   move ws-freq-num(ws-idx-num) to ws-lfr-qtd(ws-idx-b)
               end-perform
               move ws-lin-frequencia to ce-linha
               perform grava-linha-certificado
           end-perform

           move "Numeros Sorteados Considerados" to ws-qtd-descricao
           move ws-total-numeros to ws-qtd-valor
           perform grava-linha-quantidade

           move "Frequencia Esperada de Cada Numero" to ws-est-descricao
           move ws-esperado-numero to ws-est-valor
           perform grava-linha-estatistica

           move "Qui-Quadrado Calculado" to ws-est-descricao
           move ws-qui-numeros to ws-est-valor
           perform grava-linha-estatistica

           move "Valor Critico (Significancia de 0,1%)" to ws-est-descricao
           move ws-critico-numeros to ws-est-valor
           perform grava-linha-estatistica

           move "Resultado do Teste" to ws-rsl-descricao
           move ws-res-numeros to ws-rsl-resultado
           move ws-lin-resultado to ce-linha
           perform grava-linha-certificado

           .
       emite-teste-numeros-exit.
           exit.
      *>------------------------------------------------------------------------
      *>              Secao do Relatorio: Pares Sorteados Juntos
      *>------------------------------------------------------------------------
       emite-teste-pares section.

           move "2. PARES DE NUMEROS SORTEADOS JUNTOS (QUI-QUADRADO, 1769 GL)"
             to ws-sec-titulo
           perform grava-titulo-secao

           move "Sorteios Validos (Seis Numeros Distintos)"
             to ws-qtd-descricao
           move ws-qtd-sorteios-validos to ws-qtd-valor
           perform grava-linha-quantidade

           move "Ocorrencias de Pares (Trilha Viva)" to ws-qtd-descricao
           move ws-total-pares to ws-qtd-valor
           perform grava-linha-quantidade

           if ws-total-pares > zero
               move "Par Mais Frequente" to ws-lpa-descricao
               move ws-par-maior-a   to ws-lpa-num-a
               move ws-par-maior-b   to ws-lpa-num-b
               move ws-par-maior-qtd to ws-lpa-qtd
               move ws-lin-par to ce-linha
               perform grava-linha-certificado

               move "Par Menos Frequente" to ws-lpa-descricao
               move ws-par-menor-a   to ws-lpa-num-a
               move ws-par-menor-b   to ws-lpa-num-b
               move ws-par-menor-qtd to ws-lpa-qtd
               move ws-lin-par to ce-linha
               perform grava-linha-certificado
           end-if

           move "Frequencia Esperada de Cada Par" to ws-est-descricao
           move ws-esperado-par to ws-est-valor
           perform grava-linha-estatistica

           move "Qui-Quadrado Calculado" to ws-est-descricao
           move ws-qui-pares to ws-est-valor
           perform grava-linha-estatistica

           move "Valor Critico (Significancia de 0,1%)" to ws-est-descricao
           move ws-critico-pares to ws-est-valor
           perform grava-linha-estatistica

           move "Resultado do Teste" to ws-rsl-descricao
           move ws-res-pares to ws-rsl-resultado
           move ws-lin-resultado to ce-linha
           perform grava-linha-certificado

           .
       emite-teste-pares-exit.
           exit.
      *>------------------------------------------------------------------------
      *>              Secao do Relatorio: Distribuicao Por Dezena
      *>------------------------------------------------------------------------
       emite-teste-dezenas section.

           move "3. DISTRIBUICAO PELAS DEZENAS (QUI-QUADRADO, 5 GL)"
             to ws-sec-titulo
           perform grava-titulo-secao

           perform varying ws-idx-dezena from 1 by 1
                   until ws-idx-dezena > 6
               compute ws-dez-de  = (ws-idx-dezena - 1) * 10 + 1
               compute ws-dez-ate = ws-idx-dezena * 10
               move ws-freq-dezena(ws-idx-dezena) to ws-dez-qtd
               move ws-esperado-dezena to ws-dez-esperado
               move ws-lin-dezena to ce-linha
               perform grava-linha-certificado
           end-perform

           move "Qui-Quadrado Calculado" to ws-est-descricao
           move ws-qui-dezenas to ws-est-valor
           perform grava-linha-estatistica

           move "Valor Critico (Significancia de 0,1%)" to ws-est-descricao
           move ws-critico-dezenas to ws-est-valor
           perform grava-linha-estatistica

           move "Resultado do Teste" to ws-rsl-descricao
           move ws-res-dezenas to ws-rsl-resultado
           move ws-lin-resultado to ce-linha
           perform grava-linha-certificado

           .
       emite-teste-dezenas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>              Secao do Relatorio: Sementes Repetidas
      *>------------------------------------------------------------------------
       emite-teste-sementes section.

           move "4. SEMENTES REPETIDAS (TRILHA VIVA)" to ws-sec-titulo
           perform grava-titulo-secao

           move "Sementes Usadas" to ws-qtd-descricao
           move ws-qtd-sementes to ws-qtd-valor
           perform grava-linha-quantidade

           move "Sementes Usadas Mais de Uma Vez" to ws-qtd-descricao
           move ws-qtd-sementes-repetidas to ws-qtd-valor
           perform grava-linha-quantidade

           move "Repeticoes (Usos Alem do Primeiro)" to ws-qtd-descricao
           move ws-qtd-repeticoes to ws-qtd-valor
           perform grava-linha-quantidade

           move "Repeticoes Esperadas Por Coincidencia" to ws-est-descricao
           move ws-esperado-repeticoes to ws-est-valor
           perform grava-linha-estatistica

           move "Limite Aceito de Repeticoes" to ws-est-descricao
           move ws-limite-repeticoes to ws-est-valor
           perform grava-linha-estatistica

           move "Resultado do Teste" to ws-rsl-descricao
           move ws-res-sementes to ws-rsl-resultado
           move ws-lin-resultado to ce-linha
           perform grava-linha-certificado

           .
       emite-teste-sementes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>              Grava o Titulo de uma Secao do Relatorio
      *>------------------------------------------------------------------------
       grava-titulo-secao section.

           move spaces to ce-linha
           perform grava-linha-certificado

           move ws-lin-secao to ce-linha
           perform grava-linha-certificado

           move ws-lin-traco to ce-linha
           perform grava-linha-certificado

           .
       grava-titulo-secao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>            Grava uma Linha de Quantidade do Relatorio
      *>------------------------------------------------------------------------
       grava-linha-quantidade section.

           move ws-lin-quantidade to ce-linha
           perform grava-linha-certificado

           .
       grava-linha-quantidade-exit.
           exit.
      *>------------------------------------------------------------------------
      *>            Grava uma Linha de Estatistica do Relatorio
      *>------------------------------------------------------------------------
       grava-linha-estatistica section.

           move ws-lin-estatistica to ce-linha
           perform grava-linha-certificado

           .
       grava-linha-estatistica-exit.
           exit.
      *>------------------------------------------------------------------------
      *>             Grava uma Linha no Relatorio de Certificacao
      *>------------------------------------------------------------------------
       grava-linha-certificado section.

           write ce-linha

           if ws-fs-cer <> "00"
               display "Erro ao Gravar o Relatorio de Certificacao - "
                   "Status " ws-fs-cer
               move 8 to return-code
               stop run
           end-if

           .
       grava-linha-certificado-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Finalização Programa
      *>------------------------------------------------------------------------
       finaliza-certificacao section.

           close trabalho-arq

      *>   O arquivo de trabalho ja cumpriu o papel dele; a remocao vem
      *>   antes do codigo de retorno final para que a chamada nao o
      *>   sobreponha
           call "CBL_DELETE_FILE" using "CERTIFICA-TRABALHO"
           move zero to return-code

           display " "
           display "----- Certificacao Estatistica do Sorteio -----"
           display "Periodo                   : " ws-data-inicial " a "
               ws-data-final
           display "Uniformidade dos Numeros  : " ws-res-numeros
           display "Pares Sorteados Juntos    : " ws-res-pares
           display "Distribuicao Por Dezena   : " ws-res-dezenas
           display "Sementes Repetidas        : " ws-res-sementes
           display "Certificacao              : " ws-res-certificacao
           display "Relatorio Gravado em " ws-nome-certificado

      *>   Certificacao reprovada devolve retorno diferente de zero
      *>   para que a janela batch pare ate alguem investigar
           if ws-qtd-reprovados > zero
               display "Certificacao Reprovada - Investigar Antes de "
                   "Prosseguir."
               move 4 to return-code
           end-if

           stop run
           .
       finaliza-certificacao-exit.
           exit.
