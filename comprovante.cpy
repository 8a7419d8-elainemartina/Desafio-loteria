      *>----------------------------------------------------------------
      *>   Copybook   : COMPROVANTE
      *>   Descricao  : Linhas de impressao do comprovante de aposta
      *>                entregue ao apostador (arquivo COMPROVANTES,
      *>                80 colunas): posto, operador, concurso,
      *>                apostador, numeros, valor e o codigo de
      *>                verificacao calculado sobre o conteudo da
      *>                aposta (copybook CODIGOVERIFICACAO). O mesmo
      *>                layout e usado pelo jogo interativo e pelo
      *>                lote de cartoes, para que todo comprovante
      *>                saia igual.
      *>   Autor      : Elaine Martina Andre
      *>   Data       : 15/10/2026
      *>----------------------------------------------------------------
      *>   Historico de Alteracoes
      *>   Data       Autor   Descricao
      *>   15/10/2026 EMA     Criacao do layout do comprovante
      *>----------------------------------------------------------------
       01  cm-lin-traco.
           05  filler                           pic x(80) value all "=".

       01  cm-lin-titulo.
           05  filler                           pic x(23) value spaces.
           05  filler                           pic x(33) value
               "COMPROVANTE DE APOSTA - MEGA-SENA".
           05  filler                           pic x(24) value spaces.

       01  cm-lin-protocolo.
           05  filler                           pic x(12) value
               "Protocolo : ".
           05  cm-protocolo                     pic 9(18).
           05  filler                           pic x(08) value
               "  Data: ".
           05  cm-dia                           pic 9(02).
           05  filler                           pic x(01) value "/".
           05  cm-mes                           pic 9(02).
           05  filler                           pic x(01) value "/".
           05  cm-ano                           pic 9(04).
           05  filler                           pic x(08) value
               "  Hora: ".
           05  cm-hh                            pic 9(02).
           05  filler                           pic x(01) value ":".
           05  cm-mm                            pic 9(02).
           05  filler                           pic x(01) value ":".
           05  cm-ss                            pic 9(02).
           05  filler                           pic x(16) value spaces.

       01  cm-lin-posto.
           05  filler                           pic x(12) value
               "Posto     : ".
           05  cm-cod-posto                     pic 9(04).
           05  filler                           pic x(03) value " - ".
           05  cm-nome-posto                    pic x(40).
           05  filler                           pic x(21) value spaces.

       01  cm-lin-operador.
           05  filler                           pic x(12) value
               "Operador  : ".
           05  cm-cod-operador                  pic x(10).
           05  filler                           pic x(58) value spaces.

       01  cm-lin-concurso.
           05  filler                           pic x(12) value
               "Concurso  : ".
           05  cm-concurso                      pic 9(06).
           05  filler                           pic x(62) value spaces.

       01  cm-lin-apostador.
           05  filler                           pic x(12) value
               "Apostador : ".
           05  cm-cod-apostador                 pic 9(06).
           05  filler                           pic x(03) value " - ".
           05  cm-nome-apostador                pic x(40).
           05  filler                           pic x(19) value spaces.

      *>   As posicoes alem da quantidade apostada saem em branco
       01  cm-lin-numeros.
           05  filler                           pic x(12) value
               "Numeros   : ".
           05  cm-numeros.
               10  cm-numero occurs 10 times.
                   15  cm-num-impresso          pic z9 blank when zero.
                   15  filler                   pic x(01) value space.
           05  filler                           pic x(38) value spaces.

       01  cm-lin-modalidade.
           05  filler                           pic x(12) value
               "Modalidade: ".
           05  cm-modalidade                    pic x(50).
           05  filler                           pic x(18) value spaces.

       01  cm-lin-bolao.
           05  filler                           pic x(12) value
               "Bolao     : ".
           05  cm-total-cotas                   pic zz9.
           05  filler                           pic x(65) value
               " Cotas - o Premio e Repartido na Proporcao das Cotas".

       01  cm-lin-valor.
           05  filler                           pic x(15) value
               "Valor     : R$ ".
           05  cm-valor                         pic zz.zz9,99.
           05  filler                           pic x(56) value spaces.

       01  cm-lin-codigo.
           05  filler                           pic x(23) value
               "CODIGO DE VERIFICACAO: ".
           05  cm-codigo                        pic 9(08).
           05  filler                           pic x(49) value spaces.

       01  cm-lin-aviso.
           05  filler                           pic x(40) value
               "O Premio So e Pago com Este Comprovante ".
           05  filler                           pic x(40) value
               "e o Codigo de Verificacao Acima.".
