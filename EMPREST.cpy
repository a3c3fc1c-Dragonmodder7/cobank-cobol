      *> EMPREST - layout of one record on the loan contract file
      *> (EMPRESTIMOS.DAT), keyed by contract number. A personal loan
      *> is booked in COBANK against an existing conta corrente and
      *> repaid in fixed monthly installments (tabela Price). The
      *> contract is keyed as a proposal; its disbursement, approved
      *> by a supervisor, writes the installment schedule on
      *> PARCELAS.DAT (PARCEMP) and credits the principal to the
      *> account through the journal ("L"). COBEMPR debits each
      *> installment on its due date and keeps the outstanding
      *> principal here up to date.
    05 EP-NUMERO-CONTRATO      PIC 9(7).
    05 EP-NUMERO-CONTA         PIC 9(5).
      *>   conta corrente que recebe o crédito e paga as parcelas
    05 EP-CPF-TOMADOR          PIC 9(11).
      *>   CPF do tomador (titular da conta na contratação)
    05 EP-VALOR-PRINCIPAL      PIC 9(6)V99.
    05 EP-TAXA-MENSAL          PIC 9V9(4).
      *>   taxa de juros mensal como fração (0.0250 = 2,50% a.m.)
    05 EP-PRAZO-MESES          PIC 9(3).
    05 EP-DATA-PRIMEIRO-VENC   PIC 9(8).
      *>   CCYYMMDD; as parcelas seguintes vencem no mesmo dia dos
      *>   meses seguintes (no último dia, no mês que não o tiver)
    05 EP-VALOR-PRESTACAO      PIC 9(6)V99.
      *>   prestação constante da tabela Price; a última parcela
      *>   absorve o arredondamento
    05 EP-TAXA-MORA            PIC 9V9(4).
      *>   juros de mora mensais como fração, cobrados pro rata die
      *>   sobre a prestação paga com atraso
    05 EP-SITUACAO             PIC X.
      *>   "P" = proposta (cadastrada, aguardando liberação)
      *>   "A" = ativo (liberado)   "Q" = quitado
      *>   "C" = proposta cancelada antes da liberação
    05 EP-SALDO-DEVEDOR        PIC 9(6)V99.
      *>   principal ainda não amortizado
    05 EP-QTD-PARCELAS-PAGAS   PIC 9(3).
    05 EP-DATA-CADASTRO        PIC 9(8).
    05 EP-DATA-LIBERACAO       PIC 9(8).
    05 EP-DATA-QUITACAO        PIC 9(8).
    05 EP-OPERADOR-CADASTRO    PIC X(4).
    05 EP-OPERADOR-LIBERACAO   PIC X(4).
    05 EP-SUPERVISOR-LIBERACAO PIC X(4).
