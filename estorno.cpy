      *>----------------------------------------------------------------
      *>   Copybook   : ESTORNO
      *>   Descricao  : Layout de um registro do controle de estornos
      *>                de apostas (arquivo ESTORNOS-APOSTA, indexado
      *>                pelo protocolo da aposta estornada): quem
      *>                estornou, quando, por que motivo e quanto foi
      *>                devolvido. O estorno so e aceito enquanto o
      *>                concurso da aposta estiver aberto e gera, para
      *>                cada lancamento da aposta, um lancamento de
      *>                estorno no MOVIMENTO-FINANCEIRO.
      *>   Autor      : Elaine Martina Andre
      *>   Data       : 15/10/2026
      *>----------------------------------------------------------------
      *>   Historico de Alteracoes
      *>   Data       Autor   Descricao
      *>   15/10/2026 EMA     Criacao do layout do estorno de aposta
      *>   15/10/2026 EMA     Inclusao do posto de venda do operador
      *>                      que fez o estorno (OPERADORES-POSTO)
      *>----------------------------------------------------------------
       01  es-registro.
           05  es-protocolo                     pic 9(18).
           05  es-cod-apostador                 pic 9(06).
           05  es-concurso                      pic 9(06).
           05  es-data-aposta                   pic 9(08).
           05  es-data-estorno                  pic 9(08).
           05  es-hora-estorno                  pic 9(08).
           05  es-operador                      pic x(10).
           05  es-motivo                        pic x(40).
           05  es-qtd-lancamentos               pic 9(03).
           05  es-valor-estornado               pic 9(07)v99.
           05  es-premio-estornado              pic 9(11)v99.
           05  es-cod-posto                     pic 9(04).
