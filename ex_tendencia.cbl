               and ws-status-tendencia <> "05"
               display "Erro ao gravar a tendencia: "
                       ws-status-tendencia
               move 12 to return-code
           else
               move spaces to linha-tendencia
               move "RELATORIO DE TENDENCIA DE PRECO/CM2"
