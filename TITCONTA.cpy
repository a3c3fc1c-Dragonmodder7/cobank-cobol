      *> TITCONTA - layout of one record on the account-holder
      *> relationship file (TITULARES.DAT), keyed by account, CPF and
      *> start date.
      *> Links an account on CONTAS.DAT to every customer on
      *> CLIENTES.DAT who holds it or acts for it, so a joint account
      *> is known under each of its holders. The primary holder is
      *> always the CPF on the master (RM-CPF-TITULAR): CRIAR-CONTA
      *> writes its "P" record, and an account opened before this
      *> file has only the master CPF - every reader treats that CPF
      *> as the primary holder whether or not its "P" record exists.
      *> Co-holders and legal representatives are added and ended
      *> from the Cadastro de Clientes menu with supervisor approval;
      *> a relationship is never deleted, only ended, so who held the
      *> account on any past date can still be answered. A CPF that
      *> comes back to an account after its relationship ended gets a
      *> new record for the new period; at most one period per account
      *> and CPF is open at a time, and periods never overlap.
    05 TT-CHAVE.
       10 TT-NUMERO-CONTA      PIC 9(5).
       10 TT-CPF               PIC 9(11).
       10 TT-DATA-INICIO       PIC 9(8).
         *>  CCYYMMDD
    05 TT-PAPEL                PIC X.
      *>   "P" = titular principal  "C" = cotitular
      *>   "R" = representante legal (age pela conta, não é titular)
    05 TT-DATA-FIM             PIC 9(8).
      *>   CCYYMMDD do último dia do vínculo; zero enquanto vigente
    05 TT-OPERADOR             PIC X(4).
      *>   operador que fez a última manutenção do vínculo
    05 TT-SUPERVISOR           PIC X(4).
      *>   supervisor que a aprovou; espaços no "P" gravado na
      *>   abertura da conta
