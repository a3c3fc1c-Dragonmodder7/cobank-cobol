      *> ALERTA - layout of one record on the customer alert file
      *> (ALERTAS.DAT), keyed by alert number. Every program that
      *> posts something a customer should hear about at once appends
      *> one pending alert for the account's primary holder: COBANK
      *> (large withdrawal, entry into cheque especial, change of
      *> account status), COBORDEM (standing order not executed),
      *> COBRETOR (interbank transfer returned and re-credited,
      *> incoming credit) and COBJUROS (cheque especial charge).
      *> COBALERT packages the pending alerts for the SMS/e-mail
      *> gateway, copying the customer's contact data from
      *> CLIENTES.DAT at that moment and honouring the customer's
      *> choice for each alert type (CL-OPCOES-ALERTA), the way
      *> COBCCS ships CCSEVT.DAT.
    05 AV-NUMERO-ALERTA        PIC 9(9).
    05 AV-TIPO-ALERTA          PIC X(3).
      *>   "SAQ" = saque acima do valor de alerta
      *>   "ESP" = conta entrou no cheque especial
      *>   "SIT" = mudança de situação da conta (SITLOG)
      *>   "DEV" = transferência interbancária devolvida e recreditada
      *>   "CRE" = crédito interbancário recebido
      *>   "ORD" = ordem permanente não executada (ORDEXC)
      *>   "ENC" = encargo de cheque especial cobrado
    05 AV-NUMERO-CONTA         PIC 9(5).
    05 AV-CPF                  PIC 9(11).
      *>   titular principal da conta (RM-CPF-TITULAR)
    05 AV-VALOR                PIC 9(6)V99.
      *>   valor do evento; zero na mudança de situação
    05 AV-DATA-MOVIMENTO       PIC 9(8).
      *>   CCYYMMDD do movimento (data de negócio do batch)
    05 AV-DATA-HORA            PIC 9(14).
      *>   CCYYMMDDHHMMSS da captura
    05 AV-COMPLEMENTO          PIC X(40).
      *>   texto livre para a mensagem: motivo da ordem rejeitada,
      *>   situação anterior e nova, saldo após o saque
    05 AV-ORIGEM               PIC X(4).
      *>   operador do COBANK ou identificador "#" do batch
    05 AV-TELEFONE             PIC X(15).
    05 AV-EMAIL                PIC X(50).
      *>   contato copiado de CLIENTES.DAT pelo COBALERT; espaços
      *>   enquanto pendente
    05 AV-SITUACAO             PIC X.
      *>   "P" = pendente  "E" = entregue ao gateway
      *>   "O" = não enviado: cliente optou por não receber o tipo
      *>   "S" = não enviado: cliente sem cadastro ou sem contato
    05 AV-ID-REMESSA           PIC X(8).
      *>   pacote do COBALERT que tratou o alerta; spaces enquanto
      *>   pendente
    05 AV-DATA-ENVIO           PIC 9(8).
      *>   CCYYMMDD do pacote; zero enquanto pendente
