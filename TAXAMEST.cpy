         *>  "E" = encargo cheque especial
         *>  "T" = tarifa mensal de manutenção (conta corrente)
         *>  "M" = saldo mínimo de isenção da tarifa
         *>  "D" = meses sem movimento para dormência (COBDORM)
         *>  "H" = meses de retenção do histórico de saldos (COBHIST)
         *>  "A" = valor de saque que gera alerta ao cliente (COBANK)
       10 TX-DATA-VIGENCIA     PIC 9(8).
         *>  CCYYMMDD a partir do qual o valor vigora
    05 TX-VALOR                PIC 9(5)V9(4).
      *>   taxa mensal como fração (0.0050 = 0,50% a.m.) para os
      *>   produtos de rendimento e encargo; valor em R$ para a
      *>   tarifa "T", o saldo mínimo "M" (usados pelo COBTARIF) e
      *>   o saque de alerta "A";
      *>   quantidade de meses, sem decimais, para a dormência "D"
      *>   e a retenção "H"
    05 TX-DATA-CADASTRO        PIC 9(8).
    05 TX-OPERADOR             PIC X(4).
    05 TX-SUPERVISOR           PIC X(4).
