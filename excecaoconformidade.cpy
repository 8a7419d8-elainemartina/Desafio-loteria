      *>----------------------------------------------------------------
      *>   Copybook   : EXCECAOCONFORMIDADE
      *>   Descricao  : Layout de um registro do arquivo de excecoes da
      *>                triagem de conformidade (EXCECOES-CONFORMIDADE,
      *>                indexado pelo motivo, pelo apostador e por uma
      *>                referencia que identifica o achado): quando foi
      *>                apontada, a ultima triagem que a encontrou e a
      *>                baixa dada pela area de conformidade, com quem
      *>                baixou e a nota. Excecao baixada nao volta a
      *>                ser apontada pela triagem.
      *>   Motivos    : 01 - Mesmo documento em mais de um codigo de
      *>                     apostador (referencia: documento)
      *>                02 - Documento reprovado no digito verificador
      *>                     de CPF/CNPJ (referencia: documento)
      *>                03 - Premios recebidos com frequencia fora do
      *>                     comum em concursos diferentes (referencia:
      *>                     ultimo concurso premiado)
      *>                04 - Gasto logo abaixo do limite diario em
      *>                     muitos dias seguidos (referencia: primeiro
      *>                     e ultimo dia da sequencia; a sequencia que
      *>                     cruza o periodo de uma excecao ja gravada
      *>                     e o mesmo achado)
      *>                05 - Premio pago a apostador hoje inativo
      *>                     (referencia: protocolo e tipo do lancamento)
      *>   Situacoes  : A - Aberta, aguardando a conformidade
      *>                B - Baixada pela conformidade
      *>   Autor      : Elaine Martina Andre
      *>   Data       : 15/10/2026
      *>----------------------------------------------------------------
      *>   Historico de Alteracoes
      *>   Data       Autor   Descricao
      *>   15/10/2026 EMA     Criacao do layout das excecoes
      *>   15/10/2026 EMA     Referencia do motivo 04 passa a levar
      *>                      tambem o ultimo dia da sequencia
      *>----------------------------------------------------------------
       01  xc-registro.
           05  xc-chave.
               10  xc-motivo                    pic x(02).
                   88  xc-motivo-documento-repetido value "01".
                   88  xc-motivo-digito-documento   value "02".
                   88  xc-motivo-premios-frequentes value "03".
                   88  xc-motivo-gasto-no-limite    value "04".
                   88  xc-motivo-premio-inativo     value "05".
               10  xc-cod-apostador             pic 9(06).
               10  xc-referencia                pic x(20).
           05  xc-descricao                     pic x(60).
           05  xc-data-apontamento              pic 9(08).
           05  xc-data-ultima-triagem           pic 9(08).
           05  xc-situacao                      pic x(01).
               88  xc-aberta                    value "A".
               88  xc-baixada                   value "B".
           05  xc-data-baixa                    pic 9(08).
           05  xc-hora-baixa                    pic 9(08).
           05  xc-responsavel-baixa             pic x(30).
           05  xc-nota-baixa                    pic x(60).
