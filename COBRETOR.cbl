      *> our accounts through the journal ("V", operator "#INT");
      *> confirmations mark the sent item settled; rejections mark
      *> the item returned and re-credit the origin account with a
      *> statement-visible "V" entry. Every credit first tops up any
      *> judicial hold on the account still short of its amount
      *> (BLOQUEIOS.DAT). The account's primary holder is told of
      *> each credit ("CRE") and each returned item ("DEV") through
      *> an alert on ALERTAS.DAT for the SMS/e-mail gateway
      *> (COBALERT). Occurrences that cannot post go
      *> to RETEXC.TXT. The run always ends printing the pending-
      *> items report RELINTER.TXT - every sent item not yet
      *> confirmed - and does so even when no return file arrived,
        RECORD KEY IS RM-NUMERO-CONTA
        FILE STATUS IS FS-CONTAS.

    SELECT ARQ-BLOQUEIOS ASSIGN TO "BLOQUEIOS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BJ-CHAVE
        FILE STATUS IS FS-BLOQUEIOS.

    SELECT ARQ-ALERTAS ASSIGN TO "ALERTAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AV-NUMERO-ALERTA
        FILE STATUS IS FS-ALERTAS.

    SELECT ARQ-JORNAL ASSIGN TO "JORNAL.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-JORNAL.
01  REG-MESTRE.
    COPY CTAMEST.

FD  ARQ-BLOQUEIOS.
01  REG-BLOQUEIO.
    COPY BLOQJUD.

FD  ARQ-ALERTAS.
01  REG-ALERTA.
    COPY ALERTA.

FD  ARQ-JORNAL.
01  REG-JORNAL.
    COPY JORNAL.
01 FS-CONTROLE            PIC XX.
01 FS-EXCECOES            PIC XX.
01 FS-RELATORIO           PIC XX.
01 FS-BLOQUEIOS           PIC XX.
01 FS-ALERTAS             PIC XX.
01 WS-ALERTAS-OK          PIC X VALUE "N".
01 WS-PROXIMO-ALERTA      PIC 9(9).
01 WS-ALR-TIPO            PIC X(3).
01 WS-ALR-VALOR           PIC 9(6)V99.
01 WS-ALR-COMPLEMENTO     PIC X(40).
      *> entrada de GRAVAR-ALERTA-RETOR

01 WS-TEM-RETORNO         PIC X VALUE "S".
01 WS-ID-RETORNO          PIC X(8).
01 WS-QTD-PENDENTES       PIC 9(7) VALUE 0.
01 WS-TOTAL-PENDENTE      PIC 9(10)V99 VALUE 0.

01 WS-BLQ-CONTA           PIC 9(5).
01 WS-TOTAL-BLOQUEADO     PIC 9(9)V99.
01 WS-QTD-BLOQUEIOS-ATIVOS PIC 9(5).
01 WS-SALDO-LIVRE         PIC 9(9)V99.
01 WS-VALOR-COMPLEMENTO   PIC 9(9)V99.
01 WS-FIM-BLOQUEIOS       PIC X.
      *> entrada/saída de SOMAR-BLOQUEIOS e COMPLETAR-BLOQUEIOS

01 WS-DATA-HORA-ATUAL     PIC 9(14).
01 WS-DATA-EXIBICAO       PIC X(10).
01 WS-LINHA               PIC X(132).
            FS-CONTAS
        STOP RUN
    END-IF
    OPEN I-O ARQ-BLOQUEIOS
    IF FS-BLOQUEIOS = "35" THEN
        OPEN OUTPUT ARQ-BLOQUEIOS
        CLOSE ARQ-BLOQUEIOS
        OPEN I-O ARQ-BLOQUEIOS
    END-IF
    IF FS-BLOQUEIOS NOT = "00" THEN
        DISPLAY "Não foi possível abrir o arquivo de bloqueios. "
            "Status: " FS-BLOQUEIOS
        CLOSE ARQ-INTERSAI
        CLOSE ARQ-CONTAS
        STOP RUN
    END-IF
    PERFORM ABRIR-ALERTAS-RETOR
    OPEN OUTPUT ARQ-EXCECOES.

ABRIR-ALERTAS-RETOR.
      *> the alert file only feeds the customer notices: failing to
      *> open it is reported but never holds up the return file
    OPEN I-O ARQ-ALERTAS
    IF FS-ALERTAS = "35" THEN
        OPEN OUTPUT ARQ-ALERTAS
        CLOSE ARQ-ALERTAS
        OPEN I-O ARQ-ALERTAS
    END-IF
    IF FS-ALERTAS NOT = "00" THEN
        DISPLAY "Aviso: arquivo de alertas ALERTAS.DAT indisponível "
            "(status " FS-ALERTAS "): créditos e devoluções não "
            "serão avisados aos clientes."
        EXIT PARAGRAPH
    END-IF
    MOVE "S" TO WS-ALERTAS-OK
      *> next free alert number, one past the highest on file
    MOVE 0 TO WS-PROXIMO-ALERTA
    MOVE LOW-VALUES TO AV-NUMERO-ALERTA
    START ARQ-ALERTAS KEY IS NOT LESS THAN AV-NUMERO-ALERTA
        INVALID KEY MOVE "10" TO FS-ALERTAS
    END-START
    PERFORM UNTIL FS-ALERTAS NOT = "00"
        READ ARQ-ALERTAS NEXT RECORD
            AT END
                MOVE "10" TO FS-ALERTAS
            NOT AT END
                MOVE AV-NUMERO-ALERTA TO WS-PROXIMO-ALERTA
        END-READ
    END-PERFORM
    MOVE "00" TO FS-ALERTAS
    ADD 1 TO WS-PROXIMO-ALERTA.

VALIDAR-ARQUIVO-RETORNO.
      *> First pass: nothing is posted until the whole file has been
      *> read and the header and trailer agree with its contents. A
        EXIT PARAGRAPH
    END-IF
    PERFORM GRAVAR-JORNAL-RETOR
    MOVE "CRE"               TO WS-ALR-TIPO
    MOVE RT-VALOR-OCORRENCIA TO WS-ALR-VALOR
    MOVE SPACES TO WS-ALR-COMPLEMENTO
    STRING "CREDITO INTERBANCARIO ITEM " RT-NUMERO-ITEM
           DELIMITED BY SIZE INTO WS-ALR-COMPLEMENTO
    END-STRING
    PERFORM GRAVAR-ALERTA-RETOR
    PERFORM COMPLETAR-BLOQUEIOS-RETOR
    ADD 1 TO WS-QTD-CREDITOS.

CONFIRMAR-ITEM-ENVIADO.
    END-IF
    MOVE IS-VALOR-ITEM TO RT-VALOR-OCORRENCIA
    PERFORM GRAVAR-JORNAL-RETOR
    MOVE "DEV"               TO WS-ALR-TIPO
    MOVE IS-VALOR-ITEM       TO WS-ALR-VALOR
    MOVE SPACES TO WS-ALR-COMPLEMENTO
    STRING "DEVOLVIDA PELO BANCO " IS-BANCO-DESTINO
           " CONTA " IS-CONTA-DESTINO
           DELIMITED BY SIZE INTO WS-ALR-COMPLEMENTO
    END-STRING
    PERFORM GRAVAR-ALERTA-RETOR
    PERFORM COMPLETAR-BLOQUEIOS-RETOR

    MOVE "D" TO IS-SITUACAO-ITEM
    REWRITE REG-INTERSAI
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-ATUAL
    MOVE WS-DATA-HORA-ATUAL  TO JR-DATA-HORA
    MOVE "#INT"              TO JR-OPERADOR
    INITIALIZE JR-REFERENCIA
    WRITE REG-JORNAL

    CLOSE ARQ-JORNAL.

GRAVAR-ALERTA-RETOR.
      *> Entry: REG-MESTRE holds the account just credited;
      *> WS-ALR-TIPO, WS-ALR-VALOR and WS-ALR-COMPLEMENTO set by the
      *> caller. Appends the alert, pending, for COBALERT.
    IF WS-ALERTAS-OK NOT = "S" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PROXIMO-ALERTA   TO AV-NUMERO-ALERTA
    MOVE WS-ALR-TIPO         TO AV-TIPO-ALERTA
    MOVE RM-NUMERO-CONTA     TO AV-NUMERO-CONTA
    MOVE RM-CPF-TITULAR      TO AV-CPF
    MOVE WS-ALR-VALOR        TO AV-VALOR
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-ATUAL
    MOVE WS-DATA-HORA-ATUAL  TO AV-DATA-HORA
    MOVE WS-DATA-HORA-ATUAL(1:8) TO AV-DATA-MOVIMENTO
    MOVE WS-ALR-COMPLEMENTO  TO AV-COMPLEMENTO
    MOVE "#INT"              TO AV-ORIGEM
    MOVE SPACES              TO AV-TELEFONE
    MOVE SPACES              TO AV-EMAIL
    MOVE "P"                 TO AV-SITUACAO
    MOVE SPACES              TO AV-ID-REMESSA
    MOVE 0                   TO AV-DATA-ENVIO
    WRITE REG-ALERTA
        INVALID KEY
            DISPLAY "Aviso: alerta " WS-ALR-TIPO " da conta "
                RM-NUMERO-CONTA " não gravado. Status: " FS-ALERTAS
            EXIT PARAGRAPH
    END-WRITE
    ADD 1 TO WS-PROXIMO-ALERTA.

SOMAR-BLOQUEIOS-RETOR.
      *> Entry: WS-BLQ-CONTA. Exit: WS-TOTAL-BLOQUEADO = amount the
      *> account's active judicial holds retain, and
      *> WS-QTD-BLOQUEIOS-ATIVOS = how many there are. What may still
      *> be debited is saldo + RM-LIMITE-ESPECIAL - WS-TOTAL-BLOQUEADO.
    MOVE 0 TO WS-TOTAL-BLOQUEADO
    MOVE 0 TO WS-QTD-BLOQUEIOS-ATIVOS
    MOVE WS-BLQ-CONTA TO BJ-NUMERO-CONTA
    MOVE 0 TO BJ-NUMERO-BLOQUEIO
    START ARQ-BLOQUEIOS KEY IS NOT LESS THAN BJ-CHAVE
        INVALID KEY EXIT PARAGRAPH
    END-START
    MOVE "N" TO WS-FIM-BLOQUEIOS
    PERFORM UNTIL WS-FIM-BLOQUEIOS = "S"
        READ ARQ-BLOQUEIOS NEXT RECORD
            AT END
                MOVE "S" TO WS-FIM-BLOQUEIOS
            NOT AT END
                IF BJ-NUMERO-CONTA NOT = WS-BLQ-CONTA THEN
                    MOVE "S" TO WS-FIM-BLOQUEIOS
                ELSE
                    IF BJ-SITUACAO = "A" THEN
                        ADD BJ-VALOR-BLOQUEADO TO WS-TOTAL-BLOQUEADO
                        ADD 1 TO WS-QTD-BLOQUEIOS-ATIVOS
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

COMPLETAR-BLOQUEIOS-RETOR.
      *> Entry: REG-MESTRE holds the account just credited and
      *> rewritten. Whatever balance is now free above what the
      *> active holds already retain goes first to the holds still
      *> short of the amount ordered, oldest hold first.
    MOVE RM-NUMERO-CONTA TO WS-BLQ-CONTA
    PERFORM SOMAR-BLOQUEIOS-RETOR
    IF WS-QTD-BLOQUEIOS-ATIVOS = 0 THEN
        EXIT PARAGRAPH
    END-IF
    IF RM-SALDO-CONTA NOT > WS-TOTAL-BLOQUEADO THEN
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-SALDO-LIVRE = RM-SALDO-CONTA - WS-TOTAL-BLOQUEADO

    MOVE WS-BLQ-CONTA TO BJ-NUMERO-CONTA
    MOVE 0 TO BJ-NUMERO-BLOQUEIO
    START ARQ-BLOQUEIOS KEY IS NOT LESS THAN BJ-CHAVE
        INVALID KEY EXIT PARAGRAPH
    END-START
    MOVE "N" TO WS-FIM-BLOQUEIOS
    PERFORM UNTIL WS-FIM-BLOQUEIOS = "S" OR WS-SALDO-LIVRE = 0
        READ ARQ-BLOQUEIOS NEXT RECORD
            AT END
                MOVE "S" TO WS-FIM-BLOQUEIOS
            NOT AT END
                IF BJ-NUMERO-CONTA NOT = WS-BLQ-CONTA THEN
                    MOVE "S" TO WS-FIM-BLOQUEIOS
                ELSE
                    IF BJ-SITUACAO = "A" AND BJ-VALOR-BLOQUEADO
                            < BJ-VALOR-SOLICITADO THEN
                        PERFORM REFORCAR-BLOQUEIO-RETOR
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

REFORCAR-BLOQUEIO-RETOR.
    COMPUTE WS-VALOR-COMPLEMENTO =
        BJ-VALOR-SOLICITADO - BJ-VALOR-BLOQUEADO
    IF WS-VALOR-COMPLEMENTO > WS-SALDO-LIVRE THEN
        MOVE WS-SALDO-LIVRE TO WS-VALOR-COMPLEMENTO
    END-IF
    ADD WS-VALOR-COMPLEMENTO TO BJ-VALOR-BLOQUEADO
    REWRITE REG-BLOQUEIO
        INVALID KEY
            DISPLAY "Erro ao reforçar o bloqueio " BJ-NUMERO-BLOQUEIO
                " da conta " BJ-NUMERO-CONTA ". Status: "
                FS-BLOQUEIOS
            EXIT PARAGRAPH
    END-REWRITE
    SUBTRACT WS-VALOR-COMPLEMENTO FROM WS-SALDO-LIVRE.

GRAVAR-EXCECAO-RETOR.
    MOVE SPACES TO WS-LINHA
    STRING "Ocorrência: " RT-TIPO-OCORRENCIA
ENCERRAR-ARQUIVOS-RETOR.
    CLOSE ARQ-INTERSAI
    CLOSE ARQ-CONTAS
    CLOSE ARQ-BLOQUEIOS
    IF WS-ALERTAS-OK = "S" THEN
        CLOSE ARQ-ALERTAS
    END-IF
    CLOSE ARQ-EXCECOES.
