      *>----------------------------------------------------------------
      *>   Copybook   : COMPROVANTELOG
      *>   Descricao  : Layout de um registro da trilha de conferencias
      *>                de comprovante recusadas no pagamento de premios
      *>                (arquivo COMPROVANTES-LOG): quando, por qual
      *>                posto e operador, o protocolo e o codigo
      *>                digitados, o codigo recalculado pelo historico
      *>                de apostas e o motivo da recusa. Serve para
      *>                levantar tentativas de receber premio com
      *>                comprovante falso ou adulterado. A aposta
      *>                feita antes do comprovante existir e paga
      *>                mediante o documento do apostador, e toda
      *>                conferencia dessas fica na trilha, aceita ou
      *>                recusada, com o documento apresentado.
      *>   Motivos    : 01 - Protocolo nao consta do historico
      *>                02 - Codigo digitado difere do recalculado
      *>                03 - Aposta sem comprovante, documento conferido
      *>                04 - Aposta sem comprovante, documento recusado
      *>   Autor      : Elaine Martina Andre
      *>   Data       : 15/10/2026
      *>----------------------------------------------------------------
      *>   Historico de Alteracoes
      *>   Data       Autor   Descricao
      *>   15/10/2026 EMA     Criacao do layout da trilha de recusas
      *>   15/10/2026 EMA     Inclusao das conferencias de aposta sem
      *>                      comprovante (motivos 03 e 04) e do
      *>                      documento apresentado pelo apostador
      *>----------------------------------------------------------------
       01  lc-registro.
           05  lc-data                          pic 9(08).
           05  lc-hora                          pic 9(08).
           05  lc-cod-posto                     pic 9(04).
           05  lc-cod-operador                  pic x(10).
           05  lc-protocolo                     pic 9(18).
           05  lc-codigo-digitado               pic 9(08).
           05  lc-codigo-calculado              pic 9(08).
           05  lc-motivo                        pic x(02).
               88  lc-motivo-protocolo          value "01".
               88  lc-motivo-codigo             value "02".
               88  lc-motivo-sem-comprovante    value "03".
               88  lc-motivo-documento          value "04".
           05  lc-documento-apresentado         pic x(14).
