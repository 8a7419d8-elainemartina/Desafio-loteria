               record key is co-numero
               file status is ws-fs-conc.

      *>   Cadastro de postos de venda e dos seus operadores: os
      *>   cartoes gerados levam o posto e o operador que rodam a
      *>   geracao
           select postos-arq assign to "POSTOS-VENDA"
               organization is indexed
               access mode is random
               record key is pv-codigo
               file status is ws-fs-pos.

           select operadores-arq assign to "OPERADORES-POSTO"
               organization is indexed
               access mode is random
               record key is op-chave
               file status is ws-fs-ope.

      *>-----Declaração de variáveis
       data division.

           label records are standard.
           copy concurso.

       fd  postos-arq
           label records are standard.
           copy posto.

       fd  operadores-arq
           label records are standard.
           copy operador.

      *>-----Variaveis de trabalho
       working-storage section.

       77  ws-fs-cad                               pic x(02).
       77  ws-fs-cartoes                           pic x(02).
       77  ws-fs-conc                              pic x(02).
       77  ws-fs-pos                               pic x(02).
       77  ws-fs-ope                               pic x(02).

      *>   Posto de venda e operador que rodam a geracao
       77  ws-cod-posto                            pic 9(04).
       77  ws-cod-operador                         pic x(10).

       77  ws-flag-posto                           pic x(05).
           88 ws-posto-ok                          value "true".
           88 ws-posto-pendente                    value "false".

      *>   Concurso aberto de destino dos cartoes gerados
       77  ws-concurso                             pic 9(06).
      *>   aberto, escolhido pelo operador no calendario
           perform identifica-concurso-geracao

      *>   E os cartoes sao vendidos pelo posto e pelo operador que
      *>   rodam a geracao
           perform identifica-posto-operador

           .
       inicializa-geracao-exit.
           exit.
       identifica-concurso-geracao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Identifica o Posto de Venda e o Operador da Geracao
      *>------------------------------------------------------------------------
       identifica-posto-operador section.

           open input postos-arq

           if ws-fs-pos = "35"
               display "Cadastro de Postos de Venda Nao Encontrado - "
                   "Cadastre os Postos Antes de Gerar os Cartoes."
               close teimosinhas-arq
               close cadastro-arq
               close cartoes-arq
               stop run
           end-if

           if ws-fs-pos <> "00"
               display "Erro ao Abrir o Cadastro de Postos de Venda - "
                   "Status " ws-fs-pos
               move 8 to return-code
               stop run
           end-if

           open input operadores-arq

           if ws-fs-ope = "35"
               display "Cadastro de Operadores Nao Encontrado - "
                   "Cadastre os Operadores Antes de Gerar os Cartoes."
               close teimosinhas-arq
               close cadastro-arq
               close cartoes-arq
               close postos-arq
               stop run
           end-if

           if ws-fs-ope <> "00"
               display "Erro ao Abrir o Cadastro de Operadores - "
                   "Status " ws-fs-ope
               move 8 to return-code
               stop run
           end-if

           set ws-posto-pendente to true

           perform until ws-posto-ok

               display "Informe o Codigo do Posto de Venda: "
               accept ws-cod-posto

               display "Informe o Codigo do Operador: "
               accept ws-cod-operador

               move ws-cod-posto to pv-codigo
               read postos-arq
                   invalid key
                       display "Posto " ws-cod-posto " Nao Cadastrado."
                   not invalid key
                       if pv-ativo
                           perform confere-operador-posto
                       else
                           display "Posto " ws-cod-posto " Esta Inativo."
                       end-if
               end-read

           end-perform

           close postos-arq
           close operadores-arq

           .
       identifica-posto-operador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Confere se o Operador Informado e Ativo no Posto
      *>------------------------------------------------------------------------
       confere-operador-posto section.

           move ws-cod-posto    to op-cod-posto
           move ws-cod-operador to op-codigo
           read operadores-arq
               invalid key
                   display "Operador " ws-cod-operador
                       " Nao Cadastrado no Posto " ws-cod-posto "."
               not invalid key
                   if op-ativo
                       set ws-posto-ok to true
                   else
                       display "Operador " ws-cod-operador " Esta Inativo."
                   end-if
           end-read

           .
       confere-operador-posto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Gera um Cartao Para Cada Teimosinha Ativa com Saldo
      *>------------------------------------------------------------------------
       processa-teimosinhas section.
                 to ca-num-apostado(ws-idx-num)
           end-perform

      *>   A teimosinha e sempre uma aposta individual
           move zeros to ca-bolao

           move ws-cod-posto    to ca-cod-posto
           move ws-cod-operador to ca-cod-operador

      *>   A teimosinha repete os numeros escolhidos pelo apostador
           set ca-cartao-escolhido to true

           write ca-registro

           if ws-fs-cartoes <> "00"
