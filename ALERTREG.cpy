      *> ALERTREG - layout of one record on the alert package file
      *> (ALERTREM.DAT) generated by COBALERT for the SMS/e-mail
      *> gateway. In the same spirit as REMESREG and CCSREG: a
      *> header, one detail per alert to deliver, and a trailer whose
      *> count and hash total the gateway validates before sending.
    05 AR-TIPO-REGISTRO        PIC X.
      *>   "H" = header  "D" = alerta  "Z" = trailer
    05 AR-DADOS                PIC X(160).
    05 AR-DADOS-CABECALHO REDEFINES AR-DADOS.
       10 AR-ID-REMESSA        PIC X(8).
         *>  "A" + business date, assigned by COBALERT
       10 AR-DATA-REMESSA      PIC 9(8).
         *>  business date CCYYMMDD
       10 FILLER               PIC X(144).
    05 AR-DADOS-ALERTA REDEFINES AR-DADOS.
       10 AR-NUMERO-ALERTA     PIC 9(9).
       10 AR-TIPO-ALERTA       PIC X(3).
         *>  tipos do ALERTA.cpy
       10 AR-CPF               PIC 9(11).
       10 AR-NUMERO-CONTA      PIC 9(5).
       10 AR-VALOR             PIC 9(6)V99.
       10 AR-DATA-HORA         PIC 9(14).
       10 AR-TELEFONE          PIC X(15).
       10 AR-EMAIL             PIC X(50).
       10 AR-COMPLEMENTO       PIC X(40).
       10 FILLER               PIC X(5).
    05 AR-DADOS-RODAPE REDEFINES AR-DADOS.
       10 AR-QTD-ALERTAS       PIC 9(7).
         *>  count of "D" records written
       10 AR-TOTAL-VALORES     PIC 9(10)V99.
         *>  hash total of AR-VALOR over the "D" records
       10 FILLER               PIC X(141).
