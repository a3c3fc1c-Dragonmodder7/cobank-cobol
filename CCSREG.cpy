      *> CCSREG - layout of one record on the CCS remittance file
      *> (CCSREM.DAT) generated by COBCCS for the Banco Central's
      *> Cadastro de Clientes do SFN. In the same spirit as REMESREG:
      *> a header, one detail per relationship event, and a trailer
      *> whose counts the receiving side validates before loading.
    05 CR-TIPO-REGISTRO        PIC X.
      *>   "H" = header  "D" = evento  "Z" = trailer
    05 CR-DADOS                PIC X(50).
    05 CR-DADOS-CABECALHO REDEFINES CR-DADOS.
       10 CR-ID-REMESSA        PIC X(8).
         *>  "C" + business date, assigned by COBCCS
       10 CR-DATA-REMESSA      PIC 9(8).
         *>  business date CCYYMMDD
       10 FILLER               PIC X(34).
    05 CR-DADOS-EVENTO REDEFINES CR-DADOS.
       10 CR-NUMERO-EVENTO     PIC 9(9).
       10 CR-TIPO-EVENTO       PIC X.
         *>  "I" = início  "F" = fim de relacionamento
       10 CR-CPF               PIC 9(11).
       10 CR-NUMERO-CONTA      PIC 9(5).
       10 CR-TIPO-CONTA        PIC X.
       10 CR-PAPEL             PIC X.
         *>  "P" = titular  "C" = cotitular  "R" = representante
       10 CR-DATA-EVENTO       PIC 9(8).
       10 FILLER               PIC X(14).
    05 CR-DADOS-RODAPE REDEFINES CR-DADOS.
       10 CR-QTD-EVENTOS       PIC 9(7).
         *>  count of "D" records written
       10 CR-QTD-INICIOS       PIC 9(7).
       10 CR-QTD-FINS          PIC 9(7).
       10 FILLER               PIC X(29).
