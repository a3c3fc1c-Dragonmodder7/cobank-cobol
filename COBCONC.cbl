        WHEN "J"
        WHEN "R"
        WHEN "V"
        WHEN "X"
        WHEN "L"
            ADD SC-VALOR TO CG-SALDO-CALCULADO
        WHEN "S"
        WHEN "C"
        WHEN "E"
        WHEN "T"
        WHEN "I"
        WHEN "Y"
        WHEN "P"
        WHEN "K"
            SUBTRACT SC-VALOR FROM CG-SALDO-CALCULADO
        WHEN OTHER
            PERFORM MARCAR-TIPO-DESCONHECIDO
