      *> TRANSFERIR leg, batch transaction and interest posting applied
      *> against the account master, so a day's activity can be
      *> rebuilt and the ending SALDO-CONTA proven.
      *>
      *> ATENÇÃO: a referência de contrapartida/estorno alongou o
      *> registro em 28 bytes. Um JORNAL.DAT ou JRNccyymmdd.DAT
      *> gravado antes dela deve ser convertido (completar cada
      *> registro com a referência zerada) ou arquivado antes da
      *> próxima sessão - todo leitor assume o registro alongado.
    05 JR-NUMERO-CONTA         PIC 9(5).
    05 JR-TIPO-OPERACAO        PIC X.
      *>   "D" = deposito  "S" = saque  "J" = juros pagos
      *>   "T" = tarifa de manutenção (débito, receita do banco)
      *>   "I" = interbancária enviada (débito na origem)
      *>   "V" = interbancária recebida ou devolvida (crédito)
      *>   "X" = estorno de um débito (crédito que o anula)
      *>   "Y" = estorno de um crédito (débito que o anula)
      *>   "L" = liberação de empréstimo (crédito do principal)
      *>   "P" = amortização de parcela de empréstimo (débito)
      *>   "K" = juros e mora de parcela de empréstimo (débito,
      *>         receita do banco)
    05 JR-VALOR-OPERACAO       PIC 9(6)V99.
    05 JR-SALDO-APOS           PIC S9(6)V99.
      *>   negativo quando a conta ficou no cheque especial
      *>   teller who keyed the operation, as signed on in COBANK;
      *>   batch postings carry a system identifier starting with "#"
      *>   ("#JUR" = COBJUROS, "#LOT" = COBLOTE, "#ORD" = COBORDEM,
      *>   "#TAR" = COBTARIF, "#INT" = COBRETOR, "#EMP" = COBEMPR)
      *>   so the end-of-shift balancing report can keep teller
      *>   work apart from batch work.
    05 JR-REFERENCIA.
      *>   zeros/spaces except on the entries below; every program
      *>   that writes the journal clears it before the WRITE
       10 JR-CONTA-CONTRAPARTIDA PIC 9(5).
      *>   "E"/"R" legs of a transfer: the account of the other leg,
      *>   so the pair can be found again for a reversal
       10 JR-DATA-HORA-ORIGINAL  PIC 9(14).
       10 JR-TIPO-ORIGINAL       PIC X.
       10 JR-OPERADOR-ORIGINAL   PIC X(4).
      *>   "X"/"Y" only: JR-DATA-HORA, JR-TIPO-OPERACAO and
      *>   JR-OPERADOR of the entry being reversed, on the same
      *>   account - the reversal and its original are a linked pair
       10 JR-SUPERVISOR          PIC X(4).
      *>   "X"/"Y" only: supervisor who approved the reversal
