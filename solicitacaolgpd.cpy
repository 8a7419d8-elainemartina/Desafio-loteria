      *>----------------------------------------------------------------
      *>   Copybook   : SOLICITACAOLGPD
      *>   Descricao  : Layout de um registro do log de atendimento
      *>                das solicitacoes dos titulares de dados (LGPD)
      *>                (arquivo LGPD-SOLICITACOES): quando, quem
      *>                atendeu, o apostador, o tipo da solicitacao e o
      *>                resultado; na exportacao, o arquivo gerado e a
      *>                quantidade de registros; na anonimizacao
      *>                recusada, o que a bloqueou. Toda solicitacao
      *>                atendida gera um registro, inclusive as
      *>                recusadas e as canceladas.
      *>   Tipos      : E - Exportacao (portabilidade)
      *>                A - Anonimizacao (eliminacao)
      *>   Resultados : 01 - Arquivo de portabilidade gerado
      *>                02 - Dados pessoais anonimizados
      *>                03 - Anonimizacao recusada: premio pendente
      *>                     ou teimosinha ativa
      *>                04 - Apostador nao cadastrado
      *>                05 - Apostador ja anonimizado
      *>                06 - Cancelada pelo operador
      *>                07 - Anonimizacao recusada: premio pago em
      *>                     ano-calendario ainda nao declarado
      *>   Autor      : Elaine Martina Andre
      *>   Data       : 15/10/2026
      *>----------------------------------------------------------------
      *>   Historico de Alteracoes
      *>   Data       Autor   Descricao
      *>   15/10/2026 EMA     Criacao do layout do log das solicitacoes
      *>   15/10/2026 EMA     Inclusao da recusa por premio pago em
      *>                      ano-calendario ainda nao declarado ao
      *>                      fisco (resultado 07) e da quantidade
      *>----------------------------------------------------------------
       01  sl-registro.
           05  sl-data                          pic 9(08).
           05  sl-hora                          pic 9(08).
           05  sl-operador                      pic x(30).
           05  sl-cod-apostador                 pic 9(06).
           05  sl-tipo                          pic x(01).
               88  sl-tipo-exportacao           value "E".
               88  sl-tipo-anonimizacao         value "A".
           05  sl-resultado                     pic x(02).
               88  sl-res-exportado             value "01".
               88  sl-res-anonimizado           value "02".
               88  sl-res-bloqueado             value "03".
               88  sl-res-nao-cadastrado        value "04".
               88  sl-res-ja-anonimizado        value "05".
               88  sl-res-cancelado             value "06".
               88  sl-res-ano-nao-declarado     value "07".
           05  sl-arquivo                       pic x(50).
           05  sl-qtd-registros                 pic 9(08).
           05  sl-qtd-premios-pendentes         pic 9(06).
           05  sl-qtd-teimosinhas-ativas        pic 9(06).
           05  sl-qtd-pagamentos-nao-declarados pic 9(06).
