
       77  ws-idx-sorteado                         pic 9(02) comp.

      *>   Numeros da surpresinha vao de 1 a 60: o recalculo soma 1 ao
      *>   resultado truncado, como o programa que gerou a aposta
       77  ws-num-surp-recalculado                 pic 9(02).
       77  ws-idx-surp                             pic 9(02) comp.

      *>   Contadores por tipo de registro da trilha
       77  ws-qtd-sorteios                         pic 9(08).
       77  ws-qtd-surpresinhas                     pic 9(08).

      *>   Contadores do resultado da verificacao
       77  ws-qtd-registros                        pic 9(08).
       77  ws-qtd-divergentes                      pic 9(08).
           set ws-n-fim-aud to true
           move zero to ws-qtd-registros
           move zero to ws-qtd-divergentes
           move zero to ws-qtd-sorteios
           move zero to ws-qtd-surpresinhas

           open input auditoria-arq

                       set ws-fim-aud to true
                   not at end
                       add 1 to ws-qtd-registros
                       if au-reg-surpresinha
                           add 1 to ws-qtd-surpresinhas
                           perform confere-surpresinha
                       else
                           add 1 to ws-qtd-sorteios
                           perform confere-registro
                       end-if
               end-read

           end-perform
       confere-registro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Reproduz os Numeros de uma Surpresinha a Partir das Sementes
      *>------------------------------------------------------------------------
      *>   Cada posicao escolhida pelo sistema e recalculada com a
      *>   semente gravada (random escalado para 60, mais 1); a aposta
      *>   e identificada pelo protocolo no relato da divergencia
       confere-surpresinha section.

           set ws-registro-integro to true

           perform varying ws-idx-surp from 1 by 1
                   until ws-idx-surp > au-qtd-numeros
                      or ws-idx-surp > 10

               compute  ws-num-sort-aux
                   = function random(au-semente-surp(ws-idx-surp))
               multiply ws-num-sort-aux by 60
                   giving ws-num-surp-recalculado
               add 1 to ws-num-surp-recalculado

               if ws-num-surp-recalculado <> au-num-surp(ws-idx-surp)
                   set ws-registro-divergente to true
                   display "Divergencia na Surpresinha do Protocolo "
                       au-protocolo " - Data " au-data " Hora " au-hora
                   display "   Posicao " ws-idx-surp
                       " Gravado: " au-num-surp(ws-idx-surp)
                       " Recalculado: " ws-num-surp-recalculado
                       " Semente: " au-semente-surp(ws-idx-surp)
               end-if

           end-perform

           if ws-registro-divergente
               add 1 to ws-qtd-divergentes
           end-if

           .
       confere-surpresinha-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Finalização Programa
      *>------------------------------------------------------------------------
       finaliza-verificacao section.

           display " "
           display "Registros Verificados : " ws-qtd-registros
           display "   Sorteios           : " ws-qtd-sorteios
           display "   Surpresinhas       : " ws-qtd-surpresinhas
           display "Registros Divergentes : " ws-qtd-divergentes

           if ws-qtd-divergentes = zero
