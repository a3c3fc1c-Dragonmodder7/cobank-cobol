      *> ACESSLOG - layout of one entry on the access audit file
      *> (ACESSLOG.DAT). COBANK appends one entry for every sign-on,
      *> every failed password, every lockout, every supervisor
      *> approval granted or refused, every menu option refused by
      *> profile and every change to the operator file, so internal
      *> audit can trace who did what under which ID.
    05 AL-DATA-HORA            PIC 9(14).
      *>   CCYYMMDDHHMMSS
    05 AL-EVENTO               PIC X(3).
      *>   "ENT" = acesso       "FAL" = senha inválida
      *>   "BLQ" = ID bloqueado por tentativas
      *>   "APR" = aprovação concedida  "NEG" = aprovação recusada
      *>   "PRF" = opção recusada pelo perfil
      *>   "MNT" = manutenção do cadastro de operadores
    05 AL-OPERADOR             PIC X(4).
      *>   operator signed on (or attempting to sign on)
    05 AL-SUPERVISOR           PIC X(4).
      *>   supervisor ID given on APR/NEG entries; on MNT entries the
      *>   operator ID that was maintained; spaces otherwise
    05 AL-DETALHE              PIC X(40).
      *>   what was approved, refused or changed
