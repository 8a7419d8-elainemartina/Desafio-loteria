      *>   02/09/2026 EMA     Criacao do layout da trilha de correcao
      *>   02/09/2026 EMA     Inclusao do concurso de destino do
      *>                      cartao tratado (CONCURSOS)
      *>   15/10/2026 EMA     Inclusao do posto de venda, do operador e
      *>                      da marca de surpresinha do cartao tratado;
      *>                      zero e branco nos registros anteriores
      *>----------------------------------------------------------------
       01  cc-registro.
           05  cc-data                          pic 9(08).
           05  cc-numeros-apostados.
               10  cc-num-apostado occurs 10 times
                                                 pic 9(02).
           05  cc-cod-posto                     pic 9(04).
           05  cc-cod-operador                  pic x(10).
           05  cc-surpresinha                   pic x(01).
