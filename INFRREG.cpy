      *> INFRREG - layout of one record on the annual income statement
      *> file (INFREND.DAT) generated by COBINFR for the bank's tax
      *> reporting obligation: the same figures printed on each
      *> customer's informe de rendimentos, one detail per account
      *> and CPF. In the same spirit as REMESREG: a header, the
      *> details, and a trailer whose counts and hash total the
      *> receiving side validates before accepting the file.
    05 IR-TIPO-REGISTRO        PIC X.
      *>   "H" = header  "D" = detalhe por conta  "Z" = trailer
    05 IR-DADOS                PIC X(60).
    05 IR-DADOS-CABECALHO REDEFINES IR-DADOS.
       10 IR-ANO-BASE          PIC 9(4).
         *>  ano-calendário informado
       10 IR-DATA-GERACAO      PIC 9(8).
         *>  CCYYMMDD
       10 FILLER               PIC X(48).
    05 IR-DADOS-DETALHE REDEFINES IR-DADOS.
       10 IR-CPF               PIC 9(11).
       10 IR-NUMERO-CONTA      PIC 9(5).
       10 IR-TIPO-CONTA        PIC X.
         *>  "C" = conta corrente  "P" = poupança (CTAMEST)
       10 IR-SALDO-ANTERIOR    PIC S9(6)V99.
         *>  saldo em 31/12 do ano anterior ao ano-base
       10 IR-SALDO-ANO         PIC S9(6)V99.
         *>  saldo em 31/12 do ano-base; zero em conta encerrada no
         *>  ano
       10 IR-JUROS-ANO         PIC 9(6)V99.
         *>  juros creditados (lançamentos "J") no ano-base
       10 IR-SITUACAO          PIC X.
         *>  "A" = aberta em 31/12  "E" = encerrada no ano-base
       10 IR-DATA-ENCERRAMENTO PIC 9(8).
         *>  CCYYMMDD; zero em conta aberta
       10 FILLER               PIC X(10).
    05 IR-DADOS-RODAPE REDEFINES IR-DADOS.
       10 IR-QTD-DETALHES      PIC 9(7).
         *>  count of "D" records written
       10 IR-QTD-CPF           PIC 9(7).
         *>  distinct CPFs among the "D" records
       10 IR-TOTAL-JUROS       PIC 9(10)V99.
         *>  hash total of IR-JUROS-ANO over the "D" records
       10 FILLER               PIC X(34).
