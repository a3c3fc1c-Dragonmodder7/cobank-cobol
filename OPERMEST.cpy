      *> OPERMEST - layout of one record on the operator master file
      *> (OPERADORES.DAT), keyed by operator ID. COBANK checks every
      *> sign-on and every supervisor approval against this file, so
      *> an ID is only usable once an administrator has registered it,
      *> and each operator carries the withdrawal amount they may pay
      *> out without a supervisor.
    05 OM-ID-OPERADOR          PIC X(4).
      *>   never starts with "#", reserved for the batch programs
    05 OM-NOME                 PIC X(30).
    05 OM-SENHA                PIC X(8).
    05 OM-PERFIL               PIC X.
      *>   "C" = caixa  "S" = supervisor  "A" = administrador
    05 OM-SITUACAO             PIC X.
      *>   "A" = ativo  "S" = suspenso
      *>   "B" = bloqueado por tentativas de senha inválidas
    05 OM-TENTATIVAS-FALHAS    PIC 9(2).
      *>   senhas inválidas seguidas; zerado a cada acesso correto
    05 OM-LIMITE-SAQUE         PIC 9(6)V99.
      *>   maior saque (ou transferência interbancária) que o
      *>   operador efetiva sem aprovação; para quem aprova, também
      *>   o maior valor que pode aprovar
    05 OM-DATA-CADASTRO        PIC 9(8).
      *>   CCYYMMDD
    05 OM-DATA-HORA-ACESSO     PIC 9(14).
      *>   CCYYMMDDHHMMSS do último acesso com senha correta
