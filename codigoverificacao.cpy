      *>----------------------------------------------------------------
      *>   Copybook   : CODIGOVERIFICACAO
      *>   Descricao  : Dados da aposta sobre os quais e calculado o
      *>                codigo de verificacao impresso no comprovante
      *>                (protocolo, apostador, concurso, posto,
      *>                quantidade e numeros apostados), vistos tambem
      *>                digito a digito, e o resultado do calculo.
      *>                Os programas que imprimem o comprovante e o
      *>                que paga o premio calculam o codigo com a mesma
      *>                section calcula-codigo-verificacao: cada digito
      *>                entra num acumulado (vezes 31, mais o digito
      *>                mais 1) reduzido a cada passo ao resto da
      *>                divisao por 99999989; o resto final e o codigo.
      *>                Qualquer alteracao do calculo tem de ser feita
      *>                em todos eles ao mesmo tempo.
      *>   Autor      : Elaine Martina Andre
      *>   Data       : 15/10/2026
      *>----------------------------------------------------------------
      *>   Historico de Alteracoes
      *>   Data       Autor   Descricao
      *>   15/10/2026 EMA     Criacao do layout do codigo de verificacao
      *>----------------------------------------------------------------
       01  cv-dados-aposta.
           05  cv-protocolo                     pic 9(18).
           05  cv-cod-apostador                 pic 9(06).
           05  cv-concurso                      pic 9(06).
           05  cv-cod-posto                     pic 9(04).
           05  cv-nr-apostas                    pic 9(02).
           05  cv-numeros-apostados.
               10  cv-num-apostado occurs 10 times
                                                 pic 9(02).
       01  filler redefines cv-dados-aposta.
           05  cv-digito occurs 56 times        pic 9(01).

       01  cv-calculo.
           05  cv-idx-digito                    pic 9(02) comp.
           05  cv-acumulado                     pic 9(10).
           05  cv-quociente                     pic 9(10).
           05  cv-resto                         pic 9(08).
           05  cv-codigo                        pic 9(08).
