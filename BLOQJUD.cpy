      *> BLOQJUD - layout of one record on the judicial hold file
      *> (BLOQUEIOS.DAT), keyed by account and hold number. A hold
      *> retains part of an account's balance for a court order while
      *> the rest stays free to move: every debit - COBANK, COBLOTE,
      *> COBORDEM, COBTARIF - is checked against the available
      *> balance, saldo + RM-LIMITE-ESPECIAL minus BJ-VALOR-BLOQUEADO
      *> of the account's active holds. A hold placed on an account
      *> without enough free balance retains what there is, and every
      *> later credit to the account tops it up first until the
      *> ordered amount is reached. Holds are placed and released in
      *> COBANK with supervisor approval, or loaded by COBBLOQ from
      *> the inbound court-order file (ORDJUD.DAT).
    05 BJ-CHAVE.
       10 BJ-NUMERO-CONTA      PIC 9(5).
       10 BJ-NUMERO-BLOQUEIO   PIC 9(5).
         *>  sequencial dentro da conta, na ordem de chegada; os
         *>  créditos completam primeiro o bloqueio mais antigo
    05 BJ-VALOR-SOLICITADO     PIC 9(9)V99.
      *>   valor que a ordem judicial mandou bloquear
    05 BJ-VALOR-BLOQUEADO      PIC 9(9)V99.
      *>   valor efetivamente retido até agora (nunca maior que o
      *>   solicitado); é o que sai do saldo disponível
    05 BJ-MOTIVO               PIC X(3).
      *>   "CIV" = execução cível      "ALI" = pensão alimentícia
      *>   "TRA" = execução trabalhista "FIS" = execução fiscal
      *>   "OUT" = outros
    05 BJ-PROCESSO             PIC X(25).
      *>   número do processo
    05 BJ-VARA                 PIC X(30).
      *>   juízo / vara que expediu a ordem
    05 BJ-PROTOCOLO            PIC X(12).
      *>   protocolo da ordem eletrônica recebida em ORDJUD.DAT;
      *>   spaces nos bloqueios digitados no COBANK
    05 BJ-DATA-INCLUSAO        PIC 9(8).
      *>   CCYYMMDD
    05 BJ-DATA-EXPIRACAO       PIC 9(8).
      *>   CCYYMMDD; zero = até ordem de liberação. COBBLOQ marca "E"
      *>   o bloqueio ativo cuja expiração já passou.
    05 BJ-SITUACAO             PIC X.
      *>   "A" = ativo       "L" = liberado
      *>   "T" = transferido ao depósito judicial
      *>   "E" = expirado
    05 BJ-DATA-BAIXA           PIC 9(8).
      *>   CCYYMMDD da liberação, transferência ou expiração; zero
      *>   enquanto ativo
    05 BJ-OPERADOR-INCLUSAO    PIC X(4).
    05 BJ-SUPERVISOR-INCLUSAO  PIC X(4).
    05 BJ-OPERADOR-BAIXA       PIC X(4).
    05 BJ-SUPERVISOR-BAIXA     PIC X(4).
      *>   quem digitou e quem aprovou a inclusão e a baixa; o batch
      *>   grava "#BLQ" como operador e spaces como supervisor
    05 BJ-ITEM-TRANSFERENCIA   PIC 9(7).
      *>   item do INTERSAI.DAT que levou o valor ao depósito
      *>   judicial (situação "T"); zero nas demais
