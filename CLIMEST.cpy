      *> on CONTAS.DAT carries the CPF of its owning customer
      *> (RM-CPF-TITULAR), so one customer can own several accounts
      *> under one identity.
      *>
      *> ATENÇÃO: o e-mail e as opções de alerta alongaram o registro
      *> em 57 bytes. Um CLIENTES.DAT gravado antes deles deve ser
      *> convertido (completar cada registro com espaços) antes da
      *> próxima sessão - todo leitor assume o registro alongado.
    05 CL-CPF                  PIC 9(11).
    05 CL-NOME                 PIC X(40).
    05 CL-ENDERECO             PIC X(50).
    05 CL-TELEFONE             PIC X(15).
    05 CL-DATA-CADASTRO        PIC 9(8).
      *>   CCYYMMDD
    05 CL-EMAIL                PIC X(50).
    05 CL-OPCOES-ALERTA.
      *>   "S" = o cliente pediu para receber o alerta do tipo;
      *>   qualquer outro valor (espaço em cadastro antigo, "N")
      *>   = não recebe. Mantidas no Cadastro de Clientes.
       10 CL-ALERTA-SAQUE      PIC X.
         *>  "SAQ" saque acima do valor de alerta
       10 CL-ALERTA-ESPECIAL   PIC X.
         *>  "ESP" entrada no cheque especial
       10 CL-ALERTA-SITUACAO   PIC X.
         *>  "SIT" mudança de situação da conta
       10 CL-ALERTA-DEVOLUCAO  PIC X.
         *>  "DEV" transferência interbancária devolvida
       10 CL-ALERTA-CREDITO    PIC X.
         *>  "CRE" crédito interbancário recebido
       10 CL-ALERTA-ORDEM      PIC X.
         *>  "ORD" ordem permanente não executada
       10 CL-ALERTA-ENCARGO    PIC X.
         *>  "ENC" encargo de cheque especial
    05 CL-TABELA-ALERTA REDEFINES CL-OPCOES-ALERTA.
       10 CL-OPCAO-ALERTA      PIC X OCCURS 7 TIMES.
         *>  mesma ordem dos tipos acima
