      *>----------------------------------------------------------------
      *>   Copybook   : PORTABILIDADE
      *>   Descricao  : Layout do arquivo de portabilidade dos dados
      *>                pessoais de um apostador (arquivo
      *>                LGPD-PORTABILIDADE-<codigo>-<data><hora>),
      *>                entregue ao titular que pede copia de tudo que
      *>                guardamos sobre ele: um cabecalho, o cadastro,
      *>                um registro por aposta do historico, por
      *>                lancamento do movimento financeiro, por
      *>                pagamento de premio, por teimosinha e por cota
      *>                de bolao, e um trailer com as quantidades.
      *>                Todos os registros tem 120 posicoes.
      *>   Tipos      : H - Cabecalho          C - Cadastro
      *>                A - Aposta              M - Lancamento
      *>                P - Pagamento de premio T - Teimosinha
      *>                B - Cota de bolao       Z - Trailer
      *>   Autor      : Elaine Martina Andre
      *>   Data       : 15/10/2026
      *>----------------------------------------------------------------
      *>   Historico de Alteracoes
      *>   Data       Autor   Descricao
      *>   15/10/2026 EMA     Criacao do layout da portabilidade
      *>----------------------------------------------------------------
       01  pt-cab-registro.
           05  pt-cab-tipo                      pic x(01).
               88  pt-cab-header                value "H".
           05  pt-cab-cod-apostador             pic 9(06).
           05  pt-cab-data-geracao              pic 9(08).
           05  pt-cab-hora-geracao              pic 9(08).
           05  pt-cab-operador                  pic x(30).
           05  filler                           pic x(67).

       01  pt-cad-registro.
           05  pt-cad-tipo                      pic x(01).
               88  pt-cad-cadastro              value "C".
           05  pt-cad-cod-apostador             pic 9(06).
           05  pt-cad-nome                      pic x(40).
           05  pt-cad-documento                 pic x(14).
           05  pt-cad-contato                   pic x(30).
           05  pt-cad-situacao                  pic x(01).
           05  pt-cad-limite-diario             pic 9(07)v99.
           05  filler                           pic x(19).

       01  pt-apo-registro.
           05  pt-apo-tipo                      pic x(01).
               88  pt-apo-aposta                value "A".
           05  pt-apo-protocolo                 pic 9(18).
           05  pt-apo-concurso                  pic 9(06).
           05  pt-apo-data                      pic 9(08).
           05  pt-apo-hora                      pic 9(08).
           05  pt-apo-nr-apostas                pic 9(02).
           05  pt-apo-numeros-apostados.
               10  pt-apo-num-apostado occurs 10 times
                                                 pic 9(02).
           05  pt-apo-numeros-sorteados.
               10  pt-apo-num-sorteado occurs 6 times
                                                 pic 9(02).
           05  pt-apo-conferida                 pic x(01).
           05  pt-apo-acertos-oficiais          pic 9(01).
           05  pt-apo-bolao                     pic x(01).
           05  pt-apo-situacao                  pic x(01).
           05  pt-apo-surpresinha               pic x(01).
           05  pt-apo-cod-posto                 pic 9(04).
           05  pt-apo-cod-operador              pic x(10).
           05  filler                           pic x(26).

       01  pt-mov-registro.
           05  pt-mov-tipo                      pic x(01).
               88  pt-mov-lancamento            value "M".
           05  pt-mov-protocolo                 pic 9(18).
           05  pt-mov-tipo-lancamento           pic x(01).
           05  pt-mov-data                      pic 9(08).
           05  pt-mov-hora                      pic 9(08).
           05  pt-mov-concurso                  pic 9(06).
           05  pt-mov-nr-apostas                pic 9(02).
           05  pt-mov-valor-arrecadado          pic 9(05)v99.
           05  pt-mov-premio-devido             pic 9(09)v99.
           05  pt-mov-faixa-premio              pic x(01).
           05  pt-mov-data-aposta               pic 9(08).
           05  pt-mov-cod-posto                 pic 9(04).
           05  pt-mov-cod-operador              pic x(10).
           05  filler                           pic x(35).

       01  pt-pag-registro.
           05  pt-pag-tipo                      pic x(01).
               88  pt-pag-pagamento             value "P".
           05  pt-pag-protocolo                 pic 9(18).
           05  pt-pag-tipo-lancamento           pic x(01).
           05  pt-pag-data-pagamento            pic 9(08).
           05  pt-pag-hora-pagamento            pic 9(08).
           05  pt-pag-faixa-premio              pic x(01).
           05  pt-pag-valor-pago                pic 9(09)v99.
           05  pt-pag-aliquota-ir               pic 9(02)v99.
           05  pt-pag-valor-ir                  pic 9(09)v99.
           05  pt-pag-valor-liquido             pic 9(09)v99.
           05  pt-pag-cod-posto                 pic 9(04).
           05  pt-pag-cod-operador              pic x(10).
           05  filler                           pic x(32).

       01  pt-tei-registro.
           05  pt-tei-tipo                      pic x(01).
               88  pt-tei-teimosinha            value "T".
           05  pt-tei-codigo                    pic 9(06).
           05  pt-tei-nr-apostas                pic 9(02).
           05  pt-tei-numeros-apostados.
               10  pt-tei-num-apostado occurs 10 times
                                                 pic 9(02).
           05  pt-tei-rodadas-restantes         pic 9(03).
           05  pt-tei-situacao                  pic x(01).
           05  filler                           pic x(87).

       01  pt-bol-registro.
           05  pt-bol-tipo                      pic x(01).
               88  pt-bol-cota                  value "B".
           05  pt-bol-protocolo                 pic 9(18).
           05  pt-bol-concurso                  pic 9(06).
           05  pt-bol-data                      pic 9(08).
           05  pt-bol-qtd-cotas                 pic 9(03).
           05  pt-bol-total-cotas               pic 9(03).
           05  pt-bol-valor-cota                pic 9(05)v99.
           05  pt-bol-participacao              pic x(01).
           05  filler                           pic x(73).

       01  pt-tra-registro.
           05  pt-tra-tipo                      pic x(01).
               88  pt-tra-trailer               value "Z".
           05  pt-tra-qtd-apostas               pic 9(08).
           05  pt-tra-qtd-lancamentos           pic 9(08).
           05  pt-tra-qtd-pagamentos            pic 9(08).
           05  pt-tra-qtd-teimosinhas           pic 9(08).
           05  pt-tra-qtd-cotas                 pic 9(08).
           05  filler                           pic x(79).
