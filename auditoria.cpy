      *>   Historico de Alteracoes
      *>   Data       Autor   Descricao
      *>   10/03/2021 EMA     Criacao do layout da trilha de auditoria
      *>   15/10/2026 EMA     Inclusao do tipo de registro: alem dos
      *>                      sorteios, a trilha guarda a geracao dos
      *>                      numeros de cada aposta surpresinha, com
      *>                      o protocolo da aposta e a semente e o
      *>                      numero de cada posicao (ate 10); no
      *>                      registro de surpresinha as sementes e os
      *>                      numeros do sorteio ficam zerados. Branco
      *>                      nos registros anteriores vale sorteio
      *>----------------------------------------------------------------
       01  au-registro.
           05  au-data                          pic 9(08).
           05  au-numeros-sorteados.
               10  au-num-sorteado occurs 6 times
                                                 pic 9(02).
           05  au-tipo-registro                 pic x(01).
               88  au-reg-sorteio               value "S" " ".
               88  au-reg-surpresinha           value "Q".
           05  au-protocolo                     pic 9(18).
           05  au-qtd-numeros                   pic 9(02).
           05  au-numeros-surpresinha.
               10  au-surpresinha occurs 10 times.
                   15  au-semente-surp          pic 9(08).
                   15  au-num-surp              pic 9(02).
