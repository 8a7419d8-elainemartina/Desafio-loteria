      *>                      qual a aposta foi vendida (CONCURSOS),
      *>                      para a conferencia por concurso; zero
      *>                      nos registros anteriores ao calendario
      *>   15/10/2026 EMA     Inclusao da quantidade de acertos contra o
      *>                      resultado oficial do concurso, gravada na
      *>                      conferencia, base do rateio por faixa
      *>   15/10/2026 EMA     Inclusao da marca de aposta em bolao, cujas
      *>                      cotas ficam no BOLAO-COTAS; branco nos
      *>                      registros anteriores vale como aposta
      *>                      individual
      *>   15/10/2026 EMA     Inclusao da situacao da aposta, marcada
      *>                      como estornada pelo estorno feito antes
      *>                      do fechamento do concurso (ESTORNOS-APOSTA);
      *>                      branco nos registros anteriores vale como
      *>                      aposta valida
      *>   15/10/2026 EMA     Inclusao do posto de venda (POSTOS-VENDA)
      *>                      e do operador (OPERADORES-POSTO) que
      *>                      venderam a aposta; zero e branco nos
      *>                      registros anteriores ao cadastro de postos
      *>   15/10/2026 EMA     Inclusao da marca de surpresinha, aposta
      *>                      com os numeros escolhidos pelo sistema;
      *>                      branco nos registros anteriores vale como
      *>                      numeros escolhidos pelo apostador
      *>   15/10/2026 EMA     Inclusao da marca de comprovante emitido
      *>                      com codigo de verificacao; branco nos
      *>                      registros anteriores vale como aposta sem
      *>                      comprovante, paga mediante documento
      *>----------------------------------------------------------------
       01  ah-registro.
           05  ah-protocolo                     pic 9(18).
           05  ah-conferida                     pic x(01).
               88  ah-ja-conferida              value "S".
               88  ah-nao-conferida             value "N".
           05  ah-acertos-oficiais              pic 9(01).
           05  ah-bolao                         pic x(01).
               88  ah-aposta-bolao              value "S".
               88  ah-aposta-individual         value "N" " ".
           05  ah-situacao                      pic x(01).
               88  ah-aposta-valida             value "V" " ".
               88  ah-aposta-estornada          value "E".
           05  ah-cod-posto                     pic 9(04).
           05  ah-cod-operador                  pic x(10).
           05  ah-surpresinha                   pic x(01).
               88  ah-aposta-surpresinha        value "S".
               88  ah-aposta-escolhida          value "N" " ".
           05  ah-comprovante                   pic x(01).
               88  ah-comprovante-emitido       value "S".
               88  ah-sem-comprovante           value "N" " ".
