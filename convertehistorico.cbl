           end-if

           set ah-nao-conferida to true
           set ah-aposta-individual to true
           set ah-aposta-valida to true
           set ah-aposta-escolhida to true
           set ah-sem-comprovante to true
           move zero   to ah-cod-posto
           move spaces to ah-cod-operador
           move zero to ah-acertos-oficiais

           write ah-registro
               invalid key
