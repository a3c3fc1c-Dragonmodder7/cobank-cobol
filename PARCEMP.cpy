      *> PARCEMP - layout of one record on the loan installment file
      *> (PARCELAS.DAT), keyed by contract and installment number.
      *> The whole schedule is written by COBANK when the contract
      *> (EMPREST) is disbursed; COBEMPR debits each installment on
      *> its due date, journaling the principal part as "P" and the
      *> interest part - plus late interest when paid late - as "K".
      *> An installment the account could not pay stays "V" (overdue)
      *> and is tried again every night until it is paid.
    05 PC-CHAVE.
       10 PC-NUMERO-CONTRATO   PIC 9(7).
       10 PC-NUMERO-PARCELA    PIC 9(3).
    05 PC-DATA-VENCIMENTO      PIC 9(8).
      *>   CCYYMMDD
    05 PC-VALOR-PRESTACAO      PIC 9(6)V99.
      *>   amortização + juros
    05 PC-VALOR-AMORTIZACAO    PIC 9(6)V99.
    05 PC-VALOR-JUROS          PIC 9(6)V99.
    05 PC-SALDO-DEVEDOR-APOS   PIC 9(6)V99.
      *>   principal em aberto depois de paga esta parcela
    05 PC-SITUACAO             PIC X.
      *>   "A" = a vencer   "V" = vencida e não paga   "P" = paga
    05 PC-DATA-PAGAMENTO       PIC 9(8).
      *>   CCYYMMDD do débito; zero enquanto não paga
    05 PC-VALOR-MORA           PIC 9(6)V99.
      *>   juros de mora cobrados junto com a parcela paga em atraso
