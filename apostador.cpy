      *>   02/09/2026 EMA     Inclusao do limite diario de gasto do
      *>                      apostador (jogo responsavel); zero
      *>                      significa sem limite
      *>   15/10/2026 EMA     Marca de apostador anonimizado a pedido
      *>                      do titular (LGPD): documento, nome e
      *>                      contato sobrescritos, codigo mantido
      *>----------------------------------------------------------------
       01  ap-registro.
           05  ap-codigo                        pic 9(06).
           05  ap-nome                          pic x(40).
           05  ap-documento                     pic x(14).
               88  ap-anonimizado               value "ANONIMIZADO".
           05  ap-contato                       pic x(30).
           05  ap-situacao                      pic x(01).
               88  ap-ativo                     value "A".
