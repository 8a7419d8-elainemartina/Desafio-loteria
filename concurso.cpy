      *>                F - Fechado (sem novas apostas, aguardando ou
      *>                    ja com o resultado carregado)
      *>                P - Apurado (apostas conferidas)
      *>   Etapas do  : branco - Premios ainda nao lancados
      *>   rateio       P - Linhas de premio gravadas no movimento
      *>                R - Acumulado repassado ao proximo concurso
      *>   Autor      : Elaine Martina Andre
      *>   Data       : 02/09/2026
      *>----------------------------------------------------------------
      *>   Historico de Alteracoes
      *>   Data       Autor   Descricao
      *>   02/09/2026 EMA     Criacao do layout do concurso
      *>   15/10/2026 EMA     Inclusao do acumulado recebido de
      *>                      concursos anteriores e do repasse do
      *>                      premio sem ganhador, para o rateio
      *>   15/10/2026 EMA     Inclusao da etapa do rateio ja concluida,
      *>                      para que a apuracao retomada nao lance os
      *>                      premios nem repasse o acumulado duas vezes
      *>----------------------------------------------------------------
       01  co-registro.
           05  co-numero                        pic 9(06).
           05  co-numeros-oficiais.
               10  co-num-oficial occurs 6 times
                                                 pic 9(02).
           05  co-acumulado-recebido            pic 9(11)v99.
           05  co-acumulado-repassado           pic 9(11)v99.
           05  co-concurso-repasse              pic 9(06).
           05  co-etapa-rateio                  pic x(01).
               88  co-rateio-pendente           value " ".
               88  co-premios-lancados          value "P".
               88  co-acumulado-repassado-ok    value "R".
