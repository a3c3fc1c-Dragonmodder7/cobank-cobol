      *> ORDJUD - layout of one record on the inbound court-order
      *> file (ORDJUD.DAT) consumed by COBBLOQ. The file carries a
      *> header, the orders, and a trailer whose count and hash total
      *> COBBLOQ validates before applying anything, the same way
      *> COBLOTE treats LOTE.DAT.
    05 OJ-TIPO-REGISTRO        PIC X.
      *>   "H" = header  "T" = ordem  "Z" = trailer
    05 OJ-DADOS                PIC X(108).
    05 OJ-DADOS-CABECALHO REDEFINES OJ-DADOS.
       10 OJ-ID-ARQUIVO        PIC X(8).
         *>  file ID assigned by the sender; an ID already recorded
         *>  on BLOQCTL.DAT is refused whole
       10 OJ-DATA-ARQUIVO      PIC 9(8).
         *>  CCYYMMDD
       10 FILLER               PIC X(92).
    05 OJ-DADOS-ORDEM REDEFINES OJ-DADOS.
       10 OJ-ACAO              PIC X.
         *>  "B" = bloquear  "L" = liberar o bloqueio do protocolo
       10 OJ-NUMERO-CONTA      PIC 9(5).
       10 OJ-PROTOCOLO         PIC X(12).
         *>  identifies the order; a release names the protocol of
         *>  the hold it lifts
       10 OJ-VALOR             PIC 9(9)V99.
         *>  valor a bloquear; zero nas liberações
       10 OJ-MOTIVO            PIC X(3).
         *>  as in BJ-MOTIVO
       10 OJ-PROCESSO          PIC X(25).
       10 OJ-VARA              PIC X(30).
       10 OJ-DATA-EXPIRACAO    PIC 9(8).
         *>  CCYYMMDD; zero = até ordem de liberação
       10 FILLER               PIC X(13).
    05 OJ-DADOS-RODAPE REDEFINES OJ-DADOS.
       10 OJ-QTD-ORDENS        PIC 9(7).
         *>  count of "T" records the sender wrote
       10 OJ-TOTAL-VALORES     PIC 9(12)V99.
         *>  hash total of OJ-VALOR over the "T" records
       10 FILLER               PIC X(87).
