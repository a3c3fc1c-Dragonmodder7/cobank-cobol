IDENTIFICATION DIVISION.
PROGRAM-ID. COBALERT.

      *> Daily customer alert package for the SMS/e-mail gateway:
      *> collects every alert still pending on ALERTAS.DAT up to the
      *> business date - written by COBANK, COBORDEM, COBRETOR and
      *> COBJUROS - and writes the day's package ALERTREM.DAT: a
      *> header with package ID and date, one detail per alert to
      *> deliver and a trailer with the count and hash total of the
      *> values, in the same spirit as the CCSREM.DAT COBCCS writes.
      *> The telephone and e-mail are taken from CLIENTES.DAT at this
      *> moment, so a contact updated during the day is the one used.
      *> An alert whose type the customer did not ask for is closed
      *> "O", one for a customer missing or without any contact is
      *> closed "S"; neither goes to the gateway, and every alert
      *> handled carries the package ID and date. A date already
      *> recorded on ALERTCTL.DAT is refused, so the same day is never
      *> handed off twice, and RELALERT.TXT lists what went out and
      *> what was held back. With nothing to deliver, no package file
      *> is created.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQ-ALERTAS ASSIGN TO "ALERTAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AV-NUMERO-ALERTA
        FILE STATUS IS FS-ALERTAS.

    SELECT ARQ-CLIENTES ASSIGN TO "CLIENTES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CL-CPF
        FILE STATUS IS FS-CLIENTES.

    SELECT ARQ-REMESSA-ALERTA ASSIGN TO "ALERTREM.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-REMESSA-ALERTA.

    SELECT ARQ-CONTROLE ASSIGN TO "ALERTCTL.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-CONTROLE.

    SELECT ARQ-RELATORIO ASSIGN TO "RELALERT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-RELATORIO.

DATA DIVISION.
FILE SECTION.

FD  ARQ-ALERTAS.
01  REG-ALERTA.
    COPY ALERTA.

FD  ARQ-CLIENTES.
01  REG-CLIENTE.
    COPY CLIMEST.

FD  ARQ-REMESSA-ALERTA.
01  REG-REMESSA-ALERTA.
    COPY ALERTREG.

FD  ARQ-CONTROLE.
01  REG-CONTROLE.
      *> one record per alert package ever handed to the gateway; how
      *> a business date presented a second time is recognized and
      *> refused
    05 AC-ID-REMESSA        PIC X(8).
    05 AC-DATA-REMESSA      PIC 9(8).
    05 AC-QTD-ENVIADOS      PIC 9(7).
    05 AC-TOTAL-VALORES     PIC 9(10)V99.
    05 AC-QTD-RECUSADOS     PIC 9(7).
      *>   alertas encerrados sem envio ("O" e "S")
    05 AC-DATA-HORA-GERACAO PIC 9(14).

FD  ARQ-RELATORIO.
01  LINHA-RELATORIO         PIC X(132).

WORKING-STORAGE SECTION.

01 FS-ALERTAS             PIC XX.
01 FS-CLIENTES            PIC XX.
01 FS-REMESSA-ALERTA      PIC XX.
01 FS-CONTROLE            PIC XX.
01 FS-RELATORIO           PIC XX.

01 WS-DATA-MOVIMENTO      PIC 9(8).
01 WS-ID-REMESSA          PIC X(8).
01 WS-CLIENTES-OK         PIC X VALUE "N".
01 WS-QTD-PENDENTES       PIC 9(7) VALUE 0.
01 WS-QTD-ENTREGAVEIS     PIC 9(7) VALUE 0.
01 WS-QTD-ENVIADOS        PIC 9(7) VALUE 0.
01 WS-TOTAL-VALORES       PIC 9(10)V99 VALUE 0.
01 WS-QTD-SEM-OPCAO       PIC 9(7) VALUE 0.
01 WS-QTD-SEM-CONTATO     PIC 9(7) VALUE 0.
01 WS-QTD-RECUSADOS       PIC 9(7) VALUE 0.
01 WS-EOF-CONTROLE        PIC X.
01 WS-DESTINO-ALERTA      PIC X.
      *> saída de AVALIAR-ALERTA: "E" = entregar, "O" = cliente não
      *> optou pelo tipo, "S" = sem cadastro ou sem contato
01 WS-INDICE-TIPO         PIC 9.
01 TABELA-TIPOS.
      *> os tipos na ordem de CL-OPCOES-ALERTA
   05 FILLER              PIC X(21) VALUE "SAQESPSITDEVCREORDENC".
01 FILLER REDEFINES TABELA-TIPOS.
   05 TP-TIPO-ALERTA      PIC X(3) OCCURS 7 TIMES.
01 WS-DATA-HORA-ATUAL     PIC 9(14).
01 WS-DATA-EXIBICAO       PIC X(10).
01 WS-DESCRICAO-SITUACAO  PIC X(14).
01 WS-VALOR-EDIT          PIC ZZZZZ9.99.
01 WS-TOTAL-EDIT          PIC ZZZZZZZZZ9.99.
01 WS-LINHA               PIC X(132).

PROCEDURE DIVISION.

INICIO-ALERTA.
    DISPLAY "Data do movimento AAAAMMDD (0 = hoje): "
    ACCEPT WS-DATA-MOVIMENTO
    IF WS-DATA-MOVIMENTO = 0 THEN
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-MOVIMENTO
    END-IF
    MOVE SPACES TO WS-ID-REMESSA
    STRING "A" WS-DATA-MOVIMENTO(3:6)
        DELIMITED BY SIZE INTO WS-ID-REMESSA
    END-STRING

    PERFORM VERIFICAR-DATA-JA-ENVIADA-ALR

    OPEN I-O ARQ-ALERTAS
    IF FS-ALERTAS = "35" THEN
        DISPLAY "Arquivo ALERTAS.DAT não encontrado: nenhum alerta "
            "a enviar."
        STOP RUN
    END-IF
    IF FS-ALERTAS NOT = "00" THEN
        DISPLAY "Não foi possível abrir o arquivo de alertas. "
            "Status: " FS-ALERTAS
        STOP RUN
    END-IF

    OPEN INPUT ARQ-CLIENTES
    IF FS-CLIENTES = "00" THEN
        MOVE "S" TO WS-CLIENTES-OK
    ELSE
        IF FS-CLIENTES NOT = "35" THEN
            DISPLAY "Não foi possível abrir o cadastro de clientes. "
                "Status: " FS-CLIENTES
            CLOSE ARQ-ALERTAS
            STOP RUN
        END-IF
    END-IF

    PERFORM CONTAR-PENDENTES-ALR
    IF WS-QTD-PENDENTES = 0 THEN
        DISPLAY "Nenhum alerta pendente: pacote não gerado."
        PERFORM FECHAR-ARQUIVOS-ALR
        STOP RUN
    END-IF

    PERFORM GERAR-REMESSA-ALR
    PERFORM FECHAR-ARQUIVOS-ALR
    PERFORM REGISTRAR-REMESSA-ALR
    IF WS-QTD-ENVIADOS > 0 THEN
        DISPLAY "Pacote de alertas " WS-ID-REMESSA " gerado em "
            "ALERTREM.DAT: " WS-QTD-ENVIADOS " alerta(s)."
    ELSE
        DISPLAY "Nenhum alerta a entregar: ALERTREM.DAT não gerado."
    END-IF
    DISPLAY "Sem opção do cliente: " WS-QTD-SEM-OPCAO
        "   Sem cadastro ou contato: " WS-QTD-SEM-CONTATO
    DISPLAY "Relação dos alertas em RELALERT.TXT."
    STOP RUN.

VERIFICAR-DATA-JA-ENVIADA-ALR.
    OPEN INPUT ARQ-CONTROLE
    IF FS-CONTROLE = "35" THEN
        EXIT PARAGRAPH
    END-IF
    IF FS-CONTROLE NOT = "00" THEN
        DISPLAY "Não foi possível abrir o controle de pacotes de "
            "alertas. Status: " FS-CONTROLE
        STOP RUN
    END-IF

    MOVE "N" TO WS-EOF-CONTROLE
    PERFORM UNTIL WS-EOF-CONTROLE = "S"
        READ ARQ-CONTROLE
            AT END
                MOVE "S" TO WS-EOF-CONTROLE
            NOT AT END
                IF AC-DATA-REMESSA = WS-DATA-MOVIMENTO THEN
                    DISPLAY "O pacote de alertas de " WS-DATA-MOVIMENTO
                        " já foi gerado (" AC-ID-REMESSA ", "
                        AC-QTD-ENVIADOS " alerta(s), em "
                        AC-DATA-HORA-GERACAO ")."
                    DISPLAY "Nenhum alerta foi enviado."
                    CLOSE ARQ-CONTROLE
                    STOP RUN
                END-IF
        END-READ
    END-PERFORM
    CLOSE ARQ-CONTROLE.

CONTAR-PENDENTES-ALR.
      *> first pass, before the package is created: how many alerts
      *> are pending and how many of them will actually be delivered,
      *> so an empty ALERTREM.DAT is never handed to the gateway
    MOVE LOW-VALUES TO AV-NUMERO-ALERTA
    START ARQ-ALERTAS KEY IS NOT LESS THAN AV-NUMERO-ALERTA
        INVALID KEY MOVE "10" TO FS-ALERTAS
    END-START
    PERFORM UNTIL FS-ALERTAS NOT = "00"
        READ ARQ-ALERTAS NEXT RECORD
            AT END
                MOVE "10" TO FS-ALERTAS
            NOT AT END
                IF AV-SITUACAO = "P" AND
                        AV-DATA-MOVIMENTO NOT > WS-DATA-MOVIMENTO THEN
                    ADD 1 TO WS-QTD-PENDENTES
                    PERFORM AVALIAR-ALERTA
                    IF WS-DESTINO-ALERTA = "E" THEN
                        ADD 1 TO WS-QTD-ENTREGAVEIS
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE "00" TO FS-ALERTAS.

AVALIAR-ALERTA.
      *> Entry: REG-ALERTA holds a pending alert.
      *> Exit:  WS-DESTINO-ALERTA as described in WORKING-STORAGE;
      *>        on "E", REG-CLIENTE holds the customer.
    MOVE "S" TO WS-DESTINO-ALERTA
    IF WS-CLIENTES-OK NOT = "S" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE AV-CPF TO CL-CPF
    READ ARQ-CLIENTES
        INVALID KEY
            EXIT PARAGRAPH
    END-READ
    IF CL-TELEFONE = SPACES AND CL-EMAIL = SPACES THEN
        EXIT PARAGRAPH
    END-IF

    MOVE "O" TO WS-DESTINO-ALERTA
    MOVE 1 TO WS-INDICE-TIPO
    PERFORM UNTIL WS-INDICE-TIPO > 7
            OR TP-TIPO-ALERTA(WS-INDICE-TIPO) = AV-TIPO-ALERTA
        ADD 1 TO WS-INDICE-TIPO
    END-PERFORM
    IF WS-INDICE-TIPO > 7 THEN
        EXIT PARAGRAPH
    END-IF
    IF CL-OPCAO-ALERTA(WS-INDICE-TIPO) = "S" THEN
        MOVE "E" TO WS-DESTINO-ALERTA
    END-IF.

GERAR-REMESSA-ALR.
    IF WS-QTD-ENTREGAVEIS > 0 THEN
        OPEN OUTPUT ARQ-REMESSA-ALERTA
        IF FS-REMESSA-ALERTA NOT = "00" THEN
            DISPLAY "Não foi possível criar ALERTREM.DAT. Status: "
                FS-REMESSA-ALERTA
            PERFORM FECHAR-ARQUIVOS-ALR
            STOP RUN
        END-IF
        MOVE "H" TO AR-TIPO-REGISTRO
        MOVE SPACES TO AR-DADOS
        MOVE WS-ID-REMESSA TO AR-ID-REMESSA
        MOVE WS-DATA-MOVIMENTO TO AR-DATA-REMESSA
        WRITE REG-REMESSA-ALERTA
    END-IF
    PERFORM ABRIR-RELATORIO-ALR

    MOVE LOW-VALUES TO AV-NUMERO-ALERTA
    START ARQ-ALERTAS KEY IS NOT LESS THAN AV-NUMERO-ALERTA
        INVALID KEY MOVE "10" TO FS-ALERTAS
    END-START
    PERFORM UNTIL FS-ALERTAS NOT = "00"
        READ ARQ-ALERTAS NEXT RECORD
            AT END
                MOVE "10" TO FS-ALERTAS
            NOT AT END
                IF AV-SITUACAO = "P" AND
                        AV-DATA-MOVIMENTO NOT > WS-DATA-MOVIMENTO THEN
                    PERFORM TRATAR-ALERTA
                END-IF
        END-READ
    END-PERFORM
    MOVE "00" TO FS-ALERTAS

    IF WS-QTD-ENTREGAVEIS > 0 THEN
        MOVE "Z" TO AR-TIPO-REGISTRO
        MOVE SPACES TO AR-DADOS
        MOVE WS-QTD-ENVIADOS  TO AR-QTD-ALERTAS
        MOVE WS-TOTAL-VALORES TO AR-TOTAL-VALORES
        WRITE REG-REMESSA-ALERTA
        CLOSE ARQ-REMESSA-ALERTA
    END-IF
    PERFORM FECHAR-RELATORIO-ALR.

TRATAR-ALERTA.
    PERFORM AVALIAR-ALERTA
    EVALUATE WS-DESTINO-ALERTA
        WHEN "E"
            MOVE CL-TELEFONE TO AV-TELEFONE
            MOVE CL-EMAIL    TO AV-EMAIL
            PERFORM REMETER-ALERTA
        WHEN "O"
            ADD 1 TO WS-QTD-SEM-OPCAO
            ADD 1 TO WS-QTD-RECUSADOS
        WHEN OTHER
            ADD 1 TO WS-QTD-SEM-CONTATO
            ADD 1 TO WS-QTD-RECUSADOS
    END-EVALUATE
    PERFORM IMPRIMIR-ALERTA

    MOVE WS-DESTINO-ALERTA TO AV-SITUACAO
    MOVE WS-ID-REMESSA     TO AV-ID-REMESSA
    MOVE WS-DATA-MOVIMENTO TO AV-DATA-ENVIO
    REWRITE REG-ALERTA
        INVALID KEY
            DISPLAY "Erro ao marcar o alerta " AV-NUMERO-ALERTA
                " como tratado. Status: " FS-ALERTAS
    END-REWRITE.

REMETER-ALERTA.
    MOVE "D" TO AR-TIPO-REGISTRO
    MOVE SPACES TO AR-DADOS
    MOVE AV-NUMERO-ALERTA TO AR-NUMERO-ALERTA
    MOVE AV-TIPO-ALERTA   TO AR-TIPO-ALERTA
    MOVE AV-CPF           TO AR-CPF
    MOVE AV-NUMERO-CONTA  TO AR-NUMERO-CONTA
    MOVE AV-VALOR         TO AR-VALOR
    MOVE AV-DATA-HORA     TO AR-DATA-HORA
    MOVE AV-TELEFONE      TO AR-TELEFONE
    MOVE AV-EMAIL         TO AR-EMAIL
    MOVE AV-COMPLEMENTO   TO AR-COMPLEMENTO
    WRITE REG-REMESSA-ALERTA
    IF FS-REMESSA-ALERTA NOT = "00" THEN
        DISPLAY "Erro ao gravar o pacote de alertas. Status: "
            FS-REMESSA-ALERTA
        DISPLAY "Pacote abandonado; remover ALERTREM.DAT incompleto "
            "antes de reexecutar."
        STOP RUN
    END-IF
    ADD 1 TO WS-QTD-ENVIADOS
    ADD AV-VALOR TO WS-TOTAL-VALORES.

REGISTRAR-REMESSA-ALR.
      *> the hand-off record: written even when every alert was held
      *> back, so the day counts as done and is not packaged again
    OPEN EXTEND ARQ-CONTROLE
    IF FS-CONTROLE = "35" THEN
        OPEN OUTPUT ARQ-CONTROLE
    END-IF
    IF FS-CONTROLE NOT = "00" THEN
        DISPLAY "Não foi possível gravar o controle de pacotes de "
            "alertas. Status: " FS-CONTROLE
        DISPLAY "ATENÇÃO: registrar manualmente o pacote "
            WS-ID-REMESSA " antes da próxima execução."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ID-REMESSA     TO AC-ID-REMESSA
    MOVE WS-DATA-MOVIMENTO TO AC-DATA-REMESSA
    MOVE WS-QTD-ENVIADOS   TO AC-QTD-ENVIADOS
    MOVE WS-TOTAL-VALORES  TO AC-TOTAL-VALORES
    MOVE WS-QTD-RECUSADOS  TO AC-QTD-RECUSADOS
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-ATUAL
    MOVE WS-DATA-HORA-ATUAL TO AC-DATA-HORA-GERACAO
    WRITE REG-CONTROLE
    CLOSE ARQ-CONTROLE.

FECHAR-ARQUIVOS-ALR.
    CLOSE ARQ-ALERTAS
    IF WS-CLIENTES-OK = "S" THEN
        CLOSE ARQ-CLIENTES
    END-IF.

ABRIR-RELATORIO-ALR.
    OPEN OUTPUT ARQ-RELATORIO
    IF FS-RELATORIO NOT = "00" THEN
        DISPLAY "Não foi possível abrir o relatório. Status: "
            FS-RELATORIO
        EXIT PARAGRAPH
    END-IF

    STRING WS-DATA-MOVIMENTO(7:2) "/" WS-DATA-MOVIMENTO(5:2) "/"
           WS-DATA-MOVIMENTO(1:4)
           DELIMITED BY SIZE INTO WS-DATA-EXIBICAO
    END-STRING
    MOVE "===== COBANK - PACOTE DE ALERTAS AOS CLIENTES (SMS/E-MAIL) ====="
        TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "Pacote: " WS-ID-REMESSA "   Data do movimento: "
           WS-DATA-EXIBICAO
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "   ALERTA TIPO CPF         CONTA     VALOR SITUACAO       "
           "ORIG COMPLEMENTO"
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.

IMPRIMIR-ALERTA.
    IF FS-RELATORIO NOT = "00" THEN
        EXIT PARAGRAPH
    END-IF
    EVALUATE WS-DESTINO-ALERTA
        WHEN "E"   MOVE "ENVIADO"        TO WS-DESCRICAO-SITUACAO
        WHEN "O"   MOVE "SEM OPCAO"      TO WS-DESCRICAO-SITUACAO
        WHEN OTHER MOVE "SEM CONTATO"    TO WS-DESCRICAO-SITUACAO
    END-EVALUATE
    MOVE AV-VALOR TO WS-VALOR-EDIT
    MOVE SPACES TO WS-LINHA
    STRING AV-NUMERO-ALERTA " " AV-TIPO-ALERTA "  " AV-CPF " "
           AV-NUMERO-CONTA " " WS-VALOR-EDIT " "
           WS-DESCRICAO-SITUACAO " " AV-ORIGEM " " AV-COMPLEMENTO
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.

FECHAR-RELATORIO-ALR.
    IF FS-RELATORIO NOT = "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE WS-TOTAL-VALORES TO WS-TOTAL-EDIT
    MOVE SPACES TO WS-LINHA
    STRING "ALERTAS ENVIADOS: " WS-QTD-ENVIADOS
           "   VALOR TOTAL: R$" WS-TOTAL-EDIT
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "NAO ENVIADOS - SEM OPCAO DO CLIENTE: " WS-QTD-SEM-OPCAO
           "   SEM CADASTRO OU CONTATO: " WS-QTD-SEM-CONTATO
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    CLOSE ARQ-RELATORIO.
