        WHEN "J"
        WHEN "R"
        WHEN "V"
        WHEN "X"
        WHEN "L"
            ADD SR-VALOR TO WS-SALDO-RECON
        WHEN "S"
        WHEN "C"
        WHEN "E"
        WHEN "T"
        WHEN "I"
        WHEN "Y"
        WHEN "P"
        WHEN "K"
            SUBTRACT SR-VALOR FROM WS-SALDO-RECON
        WHEN OTHER
            ADD 1 TO WS-QTD-DESCONHECIDOS
