               move zero to co-num-oficial(ws-idx-sort)
           end-perform

           move zero to co-acumulado-recebido
           move zero to co-acumulado-repassado
           move zero to co-concurso-repasse
           set  co-rateio-pendente to true

           write co-registro
               invalid key
                   display "Erro ao Abrir o Concurso - Status " ws-fs-con
