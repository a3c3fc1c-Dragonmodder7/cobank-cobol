      *> CCSEVT - layout of one record on the account relationship
      *> event file (CCSEVT.DAT), keyed by event number. COBANK
      *> appends one event per CPF whenever a relationship between a
      *> customer and an account starts or ends - account opened,
      *> account closed, holder or legal representative added or
      *> removed - so what must go to the Banco Central's Cadastro de
      *> Clientes do SFN (CCS) is captured at the moment it happens.
      *> COBCCS ships the pending events on the day's CCS remittance
      *> and marks them sent, the way COBREMES handles INTERSAI.DAT.
    05 CV-NUMERO-EVENTO        PIC 9(9).
    05 CV-TIPO-EVENTO          PIC X.
      *>   "I" = início de relacionamento  "F" = fim de relacionamento
    05 CV-MOTIVO               PIC X(3).
      *>   "ABE" = abertura de conta      "ENC" = encerramento de conta
      *>   "INC" = inclusão de vinculado  "EXC" = exclusão de vinculado
    05 CV-NUMERO-CONTA         PIC 9(5).
    05 CV-CPF                  PIC 9(11).
    05 CV-PAPEL                PIC X.
      *>   "P" = titular principal  "C" = cotitular
      *>   "R" = representante legal (TITCONTA)
    05 CV-TIPO-CONTA           PIC X.
      *>   "C" = conta corrente  "P" = poupança (CTAMEST)
    05 CV-DATA-EVENTO          PIC 9(8).
      *>   CCYYMMDD em que o relacionamento começou ou terminou
    05 CV-DATA-HORA            PIC 9(14).
      *>   CCYYMMDDHHMMSS da captura
    05 CV-OPERADOR             PIC X(4).
    05 CV-SITUACAO             PIC X.
      *>   "P" = pendente de envio  "E" = enviado ao CCS
    05 CV-ID-REMESSA           PIC X(8).
      *>   remessa que levou o evento; spaces enquanto pendente
    05 CV-DATA-ENVIO           PIC 9(8).
      *>   CCYYMMDD da remessa; zero enquanto pendente
