      $set sourceformat"free"
      *>-----Divisão de identificação do programa
       identification division.
       program-id. "informerendimentos".
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
      *>   Controle de pagamentos de premios, com o bruto, o imposto
      *>   retido e o liquido de cada pagamento
           select pagamentos-arq assign to "PAGAMENTOS-PREMIO"
               organization is indexed
               access mode is sequential
               record key is pg-chave
               file status is ws-fs-pag.

           select cadastro-arq assign to "CADASTRO-APOSTADORES"
               organization is indexed
               access mode is random
               record key is ap-codigo
               file status is ws-fs-cad.

      *>   Informes de rendimentos a entregar aos apostadores e
      *>   declaracao anual para a Receita, ambos estampados com o
      *>   ano-calendario
           select informe-arq assign to ws-nome-informe
               organization is sequential
               file status is ws-fs-inf.

           select declaracao-arq assign to ws-nome-declaracao
               organization is sequential
               file status is ws-fs-dec.

      *>-----Declaração de variáveis
       data division.

      *>-----Variaveis de arquivos
       file section.
       fd  pagamentos-arq
           label records are standard.
           copy pagamento.

       fd  cadastro-arq
           label records are standard.
           copy apostador.

       fd  informe-arq
           label records are standard.
       01  in-linha                                pic x(80).

       fd  declaracao-arq
           label records are standard.
           copy declaracaoir.

      *>-----Variaveis de trabalho
       working-storage section.

       77  ws-fs-pag                               pic x(02).
       77  ws-fs-cad                               pic x(02).
       77  ws-fs-inf                               pic x(02).
       77  ws-fs-dec                               pic x(02).

       77  ws-flag-fim-pag                         pic x(05).
           88 ws-fim-pagamentos                    value "true".
           88 ws-n-fim-pagamentos                  value "false".

      *>   Ano-calendario do informe, informado pelo operador; zero
      *>   gera o informe do ano anterior
       77  ws-ano-calendario                       pic 9(04).

       77  ws-nome-informe                         pic x(30).
       77  ws-nome-declaracao                      pic x(30).

       01  ws-data-atual                           pic 9(08).
       01  filler redefines ws-data-atual.
           05  ws-ano-atual                        pic 9(04).
           05  filler                              pic 9(04).

       77  ws-hora-atual                           pic 9(08).

      *>   Data do pagamento lido, para separar o ano
       01  ws-data-pagamento                       pic 9(08).
       01  filler redefines ws-data-pagamento.
           05  ws-ano-pagamento                    pic 9(04).
           05  filler                              pic 9(04).

      *>   Liquido do pagamento lido; pagamentos gravados antes da
      *>   retencao trazem liquido zero, e o liquido deles e o bruto
       77  ws-liquido-pagamento                    pic 9(09)v99.

      *>   Apostadores beneficiados no ano, mantidos em ordem de
      *>   codigo na memoria de trabalho, com os totais de cada um
       77  ws-max-apostadores                      pic 9(04) comp value 5000.
       77  ws-qtd-apostadores                      pic 9(04) comp.
       77  ws-idx-apo                              pic 9(04) comp.
       77  ws-idx-desloca                          pic 9(04) comp.

       01  ws-tab-apostadores.
           05  ws-apostador occurs 5000 times.
               10  ws-apo-codigo                   pic 9(06).
               10  ws-apo-qtd                      pic 9(05).
               10  ws-apo-bruto                    pic 9(11)v99.
               10  ws-apo-ir                       pic 9(11)v99.
               10  ws-apo-liquido                  pic 9(11)v99.

       77  ws-flag-apo                             pic x(05).
           88 ws-apostador-achado                  value "true".
           88 ws-apostador-nao-achado              value "false".

      *>   Totais do ano, que fecham o trailer da declaracao
       77  ws-qtd-pagamentos                       pic 9(08).
       77  ws-total-bruto                          pic 9(13)v99.
       77  ws-total-ir                             pic 9(13)v99.
       77  ws-total-liquido                        pic 9(13)v99.

       77  ws-valor-tela                           pic zzzzzzzzzzz9,99.

      *>   Linhas do informe de rendimentos de um apostador
       01  ws-lin-titulo.
           05  filler                              pic x(51) value
               "INFORME DE RENDIMENTOS - PREMIOS - ANO-CALENDARIO ".
           05  ws-tit-ano                          pic 9(04).
           05  filler                              pic x(25) value spaces.

       01  ws-lin-traco.
           05  filler                              pic x(80) value all "-".

       01  ws-lin-beneficiario.
           05  filler                              pic x(16) value
               "Beneficiario  : ".
           05  ws-ben-codigo                       pic 9(06).
           05  filler                              pic x(01) value space.
           05  ws-ben-nome                         pic x(40).
           05  filler                              pic x(17) value spaces.

       01  ws-lin-documento.
           05  filler                              pic x(16) value
               "Documento     : ".
           05  ws-doc-documento                    pic x(14).
           05  filler                              pic x(50) value spaces.

       01  ws-lin-quantidade.
           05  filler                              pic x(33) value
               "Premios Pagos no Ano           : ".
           05  ws-qtd-premios                      pic zzzz9.
           05  filler                              pic x(42) value spaces.

       01  ws-lin-valor.
           05  ws-val-descricao                    pic x(33).
           05  filler                              pic x(03) value "R$ ".
           05  ws-val-valor                        pic zzzzzzzzzz9,99.
           05  filler                              pic x(30) value spaces.

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa-informe.
           perform acumula-pagamentos.
           perform gera-informes.
           perform finaliza-informe.

      *>------------------------------------------------------------------------
      *>                     Procedimentos de Inicialização
      *>------------------------------------------------------------------------
       inicializa-informe section.

           move zero to ws-qtd-apostadores
           move zero to ws-qtd-pagamentos
           move zero to ws-total-bruto
           move zero to ws-total-ir
           move zero to ws-total-liquido
           set ws-n-fim-pagamentos to true

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           display " "
           display " ----------- Informe Anual de Rendimentos de Premios"
               " -----------"
           display "Ano-Calendario (AAAA, ou 0 Para o Ano Anterior): "
           accept ws-ano-calendario

           if ws-ano-calendario = zero
               compute ws-ano-calendario = ws-ano-atual - 1
           end-if

           open input pagamentos-arq

           if ws-fs-pag = "35"
               display "Nenhum Pagamento de Premio Registrado Ainda."
               stop run
           end-if

           if ws-fs-pag <> "00"
               display "Erro ao Abrir o Controle de Pagamentos - Status "
                   ws-fs-pag
               move 8 to return-code
               stop run
           end-if

           open input cadastro-arq

           if ws-fs-cad <> "00"
               display "Erro ao Abrir o Cadastro de Apostadores - Status "
                   ws-fs-cad
               move 8 to return-code
               stop run
           end-if

           move spaces to ws-nome-informe
           string "INFORME-RENDIMENTOS-" delimited by size
                  ws-ano-calendario delimited by size
               into ws-nome-informe

           move spaces to ws-nome-declaracao
           string "IR-DECLARACAO-" delimited by size
                  ws-ano-calendario delimited by size
               into ws-nome-declaracao

           open output informe-arq

           if ws-fs-inf <> "00"
               display "Erro ao Abrir o Arquivo de Informes - Status "
                   ws-fs-inf
               move 8 to return-code
               stop run
           end-if

           open output declaracao-arq

           if ws-fs-dec <> "00"
               display "Erro ao Abrir o Arquivo da Declaracao - Status "
                   ws-fs-dec
               move 8 to return-code
               stop run
           end-if

           move spaces to di-cab-registro
           set  di-cab-header       to true
           move ws-ano-calendario   to di-cab-ano-calendario
           move ws-data-atual       to di-cab-data-geracao
           move ws-hora-atual       to di-cab-hora-geracao

           write di-cab-registro

           if ws-fs-dec <> "00"
               display "Erro ao Gravar o Cabecalho da Declaracao - Status "
                   ws-fs-dec
               move 8 to return-code
               stop run
           end-if

           .
       inicializa-informe-exit.
           exit.
      *>------------------------------------------------------------------------
      *>     Acumula por Apostador os Premios Pagos no Ano-Calendario
      *>------------------------------------------------------------------------
       acumula-pagamentos section.

           perform until ws-fim-pagamentos

               read pagamentos-arq next record
                   at end
                       set ws-fim-pagamentos to true
                   not at end
                       move pg-data-pagamento to ws-data-pagamento
                       if ws-ano-pagamento = ws-ano-calendario
                           perform acumula-um-pagamento
                       end-if
               end-read

           end-perform

           .
       acumula-pagamentos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Soma um Pagamento do Ano no Total do Seu Apostador
      *>------------------------------------------------------------------------
      *>   A tabela e mantida em ordem de codigo: o apostador novo entra
      *>   na sua posicao, deslocando os de codigo maior uma posicao
       acumula-um-pagamento section.

           if  pg-valor-liquido = zero
           and pg-valor-ir      = zero
               move pg-valor-pago to ws-liquido-pagamento
           else
               move pg-valor-liquido to ws-liquido-pagamento
           end-if

           set ws-apostador-nao-achado to true

           perform varying ws-idx-apo from 1 by 1
                   until ws-idx-apo > ws-qtd-apostadores
                      or ws-apo-codigo(ws-idx-apo) >= pg-cod-apostador
               continue
           end-perform

           if ws-idx-apo <= ws-qtd-apostadores
               if ws-apo-codigo(ws-idx-apo) = pg-cod-apostador
                   set ws-apostador-achado to true
               end-if
           end-if

           if ws-apostador-nao-achado
               if ws-qtd-apostadores >= ws-max-apostadores
                   display "Limite de " ws-max-apostadores " Apostadores "
                       "Premiados no Ano Atingido - Informe Interrompido."
                   move 8 to return-code
                   stop run
               end-if

               perform varying ws-idx-desloca from ws-qtd-apostadores
                       by -1 until ws-idx-desloca < ws-idx-apo
                   move ws-apostador(ws-idx-desloca)
                     to ws-apostador(ws-idx-desloca + 1)
               end-perform

               add 1 to ws-qtd-apostadores
               move pg-cod-apostador to ws-apo-codigo(ws-idx-apo)
               move zero             to ws-apo-qtd(ws-idx-apo)
               move zero             to ws-apo-bruto(ws-idx-apo)
               move zero             to ws-apo-ir(ws-idx-apo)
               move zero             to ws-apo-liquido(ws-idx-apo)
           end-if

           add 1                    to ws-apo-qtd(ws-idx-apo)
           add pg-valor-pago        to ws-apo-bruto(ws-idx-apo)
           add pg-valor-ir          to ws-apo-ir(ws-idx-apo)
           add ws-liquido-pagamento to ws-apo-liquido(ws-idx-apo)

           add 1                    to ws-qtd-pagamentos
           add pg-valor-pago        to ws-total-bruto
           add pg-valor-ir          to ws-total-ir
           add ws-liquido-pagamento to ws-total-liquido

           .
       acumula-um-pagamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Gera o Informe e o Detalhe da Declaracao de Cada Apostador
      *>------------------------------------------------------------------------
       gera-informes section.

           perform varying ws-idx-apo from 1 by 1
                   until ws-idx-apo > ws-qtd-apostadores
               perform gera-um-informe
           end-perform

           move spaces to di-tra-registro
           set  di-tra-trailer       to true
           move ws-qtd-apostadores   to di-tra-qtd-beneficiarios
           move ws-total-bruto       to di-tra-total-bruto
           move ws-total-ir          to di-tra-total-ir
           move ws-total-liquido     to di-tra-total-liquido

           write di-tra-registro

           if ws-fs-dec <> "00"
               display "Erro ao Gravar o Trailer da Declaracao - Status "
                   ws-fs-dec
               move 8 to return-code
               stop run
           end-if

           .
       gera-informes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>             Gera o Informe e o Detalhe de um Apostador
      *>------------------------------------------------------------------------
      *>   Nome e documento vem do cadastro; apostador que nao consta
      *>   mais do cadastro sai so com o codigo
       gera-um-informe section.

           move ws-apo-codigo(ws-idx-apo) to ap-codigo

           read cadastro-arq
               invalid key
                   move "Apostador Nao Cadastrado" to ap-nome
                   move spaces                     to ap-documento
           end-read

           move ws-ano-calendario to ws-tit-ano
           move ws-lin-titulo to in-linha
           perform grava-linha-informe

           move ws-lin-traco to in-linha
           perform grava-linha-informe

           move ws-apo-codigo(ws-idx-apo) to ws-ben-codigo
           move ap-nome                   to ws-ben-nome
           move ws-lin-beneficiario to in-linha
           perform grava-linha-informe

           move ap-documento to ws-doc-documento
           move ws-lin-documento to in-linha
           perform grava-linha-informe

           move ws-apo-qtd(ws-idx-apo) to ws-qtd-premios
           move ws-lin-quantidade to in-linha
           perform grava-linha-informe

           move "Premios Brutos Recebidos       : " to ws-val-descricao
           move ws-apo-bruto(ws-idx-apo) to ws-val-valor
           move ws-lin-valor to in-linha
           perform grava-linha-informe

           move "Imposto de Renda Retido        : " to ws-val-descricao
           move ws-apo-ir(ws-idx-apo) to ws-val-valor
           move ws-lin-valor to in-linha
           perform grava-linha-informe

           move "Valor Liquido Recebido         : " to ws-val-descricao
           move ws-apo-liquido(ws-idx-apo) to ws-val-valor
           move ws-lin-valor to in-linha
           perform grava-linha-informe

           move ws-lin-traco to in-linha
           perform grava-linha-informe

           move spaces to in-linha
           perform grava-linha-informe

           move spaces to di-det-registro
           set  di-det-detalhe             to true
           move ws-apo-codigo(ws-idx-apo)  to di-det-cod-apostador
           move ap-documento               to di-det-documento
           move ap-nome                    to di-det-nome
           move ws-apo-qtd(ws-idx-apo)     to di-det-qtd-pagamentos
           move ws-apo-bruto(ws-idx-apo)   to di-det-valor-bruto
           move ws-apo-ir(ws-idx-apo)      to di-det-valor-ir
           move ws-apo-liquido(ws-idx-apo) to di-det-valor-liquido

           write di-det-registro

           if ws-fs-dec <> "00"
               display "Erro ao Gravar um Detalhe da Declaracao - Status "
                   ws-fs-dec
               move 8 to return-code
               stop run
           end-if

           .
       gera-um-informe-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                 Grava uma Linha no Arquivo de Informes
      *>------------------------------------------------------------------------
       grava-linha-informe section.

           write in-linha

           if ws-fs-inf <> "00"
               display "Erro ao Gravar o Arquivo de Informes - Status "
                   ws-fs-inf
               move 8 to return-code
               stop run
           end-if

           .
       grava-linha-informe-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Finalização Programa
      *>------------------------------------------------------------------------
       finaliza-informe section.

           close pagamentos-arq
           close cadastro-arq
           close informe-arq
           close declaracao-arq

           display " "
           display "----- Informe de Rendimentos " ws-ano-calendario " -----"
           display "Arquivo de Informes  : " ws-nome-informe
           display "Declaracao Anual     : " ws-nome-declaracao
           display "Apostadores Premiados: " ws-qtd-apostadores
           display "Pagamentos no Ano    : " ws-qtd-pagamentos

           move ws-total-bruto to ws-valor-tela
           display "Premios Brutos       : R$ " ws-valor-tela

           move ws-total-ir to ws-valor-tela
           display "IR Retido            : R$ " ws-valor-tela

           move ws-total-liquido to ws-valor-tela
           display "Liquido Pago         : R$ " ws-valor-tela

           if ws-qtd-apostadores = zero
               display "Aviso: Nenhum Premio Pago Neste Ano-Calendario."
           end-if

           stop run
           .
       finaliza-informe-exit.
           exit.
