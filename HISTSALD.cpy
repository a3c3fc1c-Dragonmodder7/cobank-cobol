      *> HISTSALD - layout of one record on the daily balance history
      *> (HISTSALDO.DAT), keyed by account and business date. COBFECH
      *> writes one record per account on the master every time a day
      *> closes clean, so the closing balance of any closed date can
      *> be read back later without replaying journal generations.
      *> COBHIST answers point-in-time and period inquiries (saldo
      *> médio, mínimo, máximo, dias devedores) from it and purges
      *> records older than the retention period on the rate file.
    05 HS-CHAVE.
       10 HS-NUMERO-CONTA      PIC 9(5).
       10 HS-DATA-MOVIMENTO    PIC 9(8).
         *>  CCYYMMDD do dia fechado
    05 HS-CPF-TITULAR          PIC 9(11).
      *>   titular principal da conta naquele dia (RM-CPF-TITULAR)
    05 HS-TIPO-CONTA           PIC X.
      *>   "C" = conta corrente  "P" = poupança
    05 HS-SALDO                PIC S9(6)V99.
      *>   saldo de fechamento do dia; negativo no cheque especial
    05 HS-LIMITE-ESPECIAL      PIC 9(6)V99.
    05 HS-SITUACAO-CONTA       PIC X.
      *>   "A" = ativa  "B" = bloqueada  "D" = dormente
    05 HS-DATA-HORA-GRAVACAO   PIC 9(14).
