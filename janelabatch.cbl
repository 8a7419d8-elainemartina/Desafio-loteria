
       77  ws-fs-ctl                               pic x(02).

      *>   Roteiro fixo da janela: consolidacao, conferencia,
      *>   fechamento e triagem de conformidade, nesta ordem; a
      *>   certificacao do sorteio e o arquivamento da auditoria sao
      *>   periodicos e so entram quando o operador pedir
       01  ws-tab-passos.
           05  filler                              pic x(20)
               value "consolidamovimento".
               value "confereresultado".
           05  filler                              pic x(20)
               value "fechamentocaixa".
           05  filler                              pic x(20)
               value "triagemconformidade".
           05  filler                              pic x(20)
               value "certificasorteio".
           05  filler                              pic x(20)
               value "arquivaauditoria".
       01  ws-tab-passos-red redefines ws-tab-passos.
           05  ws-programa-passo occurs 6 times    pic x(20).

      *>   Passos que entram nesta janela: os fixos sempre, os
      *>   periodicos conforme a resposta do operador
       01  ws-tab-inclusao.
           05  filler                              pic x(04) value "SSSS".
           05  filler                              pic x(02) value "NN".
       01  ws-tab-inclusao-red redefines ws-tab-inclusao.
           05  ws-inclui-passo occurs 6 times      pic x(01).
               88 ws-passo-incluido                value "S".

       77  ws-qtd-passos                           pic 9(02) comp.
       77  ws-passo                                pic 9(02) comp.
               accept ws-data-janela
           end-perform

      *>   A certificacao do sorteio e o arquivamento da auditoria
      *>   sao passos periodicos; os quatro primeiros passos rodam em
      *>   toda janela. A certificacao vem antes do arquivamento para
      *>   ainda encontrar na trilha viva os sorteios do periodo
           move 6 to ws-qtd-passos

           display "Incluir a Certificacao do Sorteio Nesta Janela?"
               " (S/N)"
           accept ws-resposta

           if ws-resposta = "S" or ws-resposta = "s"
               move "S" to ws-inclui-passo(5)
           end-if

           display "Incluir o Arquivamento da Auditoria Nesta Janela?"
               " (S/N)"
           accept ws-resposta

           if ws-resposta = "S" or ws-resposta = "s"
               move "S" to ws-inclui-passo(6)
           end-if

      *>   Abre o controle da janela; se for a primeira vez, o arquivo

           perform varying ws-passo from 1 by 1
                   until ws-passo > ws-qtd-passos
               if ws-passo-incluido(ws-passo)
                   perform executa-um-passo
               end-if
           end-perform

           .
           move ws-data-janela to jc-data-janela
           move ws-passo       to jc-passo

      *>   O passo so e pulado se o mesmo programa ja concluiu nesta
      *>   janela; um controle gravado com outro programa no numero
      *>   do passo vem de um roteiro anterior e o passo roda
           read controle-arq
               invalid key
                   continue
               not invalid key
                   if jc-concluido
                   and jc-programa = ws-programa-passo(ws-passo)
                       display "Passo " ws-passo " ("
                           ws-programa-passo(ws-passo)
                           ") Ja Concluido Nesta Janela - Pulado."
