      *> with the latest effective date not after the processing date
      *> is the rate in force; the report header names the entries
      *> actually applied, so the filed RELJUROS.TXT proves which
      *> rate was used on which night. Each cheque especial charge
      *> also leaves an "ENC" alert on ALERTAS.DAT for the account's
      *> primary holder, sent by COBALERT to the SMS/e-mail gateway.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS TX-CHAVE
        FILE STATUS IS FS-TAXAS.

    SELECT ARQ-ALERTAS ASSIGN TO "ALERTAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AV-NUMERO-ALERTA
        FILE STATUS IS FS-ALERTAS.

    SELECT ARQ-PARAMETRO ASSIGN TO "NOITEPRM.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-PARAMETRO.
01  REG-TAXA.
    COPY TAXAMEST.

FD  ARQ-ALERTAS.
01  REG-ALERTA.
    COPY ALERTA.

FD  ARQ-PARAMETRO.
01  REG-PARAMETRO.
    COPY NOITEPRM.
01 FS-TAXAS               PIC XX.
01 FS-PARAMETRO           PIC XX.
01 WS-PARM-PRESENTE       PIC X VALUE "N".
01 FS-ALERTAS             PIC XX.
01 WS-ALERTAS-OK          PIC X VALUE "N".
01 WS-PROXIMO-ALERTA      PIC 9(9).

01 WS-DATA-PROCESSAMENTO  PIC 9(8).
01 WS-EOF-TAXAS           PIC X.
    CLOSE ARQ-CONTAS
    CLOSE ARQ-RELATORIO
    CLOSE ARQ-EXCECOES
    IF WS-ALERTAS-OK = "S" THEN
        CLOSE ARQ-ALERTAS
    END-IF
    DISPLAY "Processamento de juros concluído. Contas atualizadas: "
        WS-TOTAL-CONTAS
    IF WS-TOTAL-REJEITADAS > 0 THEN
        GOBACK
    END-IF
    OPEN OUTPUT ARQ-RELATORIO
    OPEN OUTPUT ARQ-EXCECOES
    PERFORM ABRIR-ALERTAS-JUROS.

ABRIR-ALERTAS-JUROS.
      *> the alert file only feeds the customer notices: failing to
      *> open it is reported but never holds up the interest run
    OPEN I-O ARQ-ALERTAS
    IF FS-ALERTAS = "35" THEN
        OPEN OUTPUT ARQ-ALERTAS
        CLOSE ARQ-ALERTAS
        OPEN I-O ARQ-ALERTAS
    END-IF
    IF FS-ALERTAS NOT = "00" THEN
        DISPLAY "Aviso: arquivo de alertas ALERTAS.DAT indisponível "
            "(status " FS-ALERTAS "): encargos não serão avisados "
            "aos clientes."
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

CABECALHO-RELATORIO-JUROS.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-ATUAL
        END-STRING
        MOVE WS-LINHA TO LINHA-RELATORIO
        WRITE LINHA-RELATORIO
        IF WS-TIPO-JUROS = "C" THEN
            PERFORM GRAVAR-ALERTA-JUROS
        END-IF
    ELSE
        ADD 1 TO WS-TOTAL-REJEITADAS
        PERFORM GRAVAR-EXCECAO-JUROS
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-ATUAL
    MOVE WS-DATA-HORA-ATUAL TO JR-DATA-HORA
    MOVE "#JUR"             TO JR-OPERADOR
    INITIALIZE JR-REFERENCIA
    WRITE REG-JORNAL

    CLOSE ARQ-JORNAL.

GRAVAR-ALERTA-JUROS.
      *> the primary holder hears of the charge and the new balance
    IF WS-ALERTAS-OK NOT = "S" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PROXIMO-ALERTA     TO AV-NUMERO-ALERTA
    MOVE "ENC"                 TO AV-TIPO-ALERTA
    MOVE RM-NUMERO-CONTA       TO AV-NUMERO-CONTA
    MOVE RM-CPF-TITULAR        TO AV-CPF
    MOVE WS-VALOR-JUROS        TO AV-VALOR
    MOVE WS-DATA-PROCESSAMENTO TO AV-DATA-MOVIMENTO
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-ATUAL
    MOVE WS-DATA-HORA-ATUAL    TO AV-DATA-HORA
    MOVE SPACES TO AV-COMPLEMENTO
    STRING "SALDO APOS O ENCARGO R$" WS-SALDO-NOVO-EXIBICAO
           DELIMITED BY SIZE INTO AV-COMPLEMENTO
    END-STRING
    MOVE "#JUR"                TO AV-ORIGEM
    MOVE SPACES                TO AV-TELEFONE
    MOVE SPACES                TO AV-EMAIL
    MOVE "P"                   TO AV-SITUACAO
    MOVE SPACES                TO AV-ID-REMESSA
    MOVE 0                     TO AV-DATA-ENVIO
    WRITE REG-ALERTA
        INVALID KEY
            DISPLAY "Aviso: alerta de encargo da conta "
                RM-NUMERO-CONTA " não gravado. Status: " FS-ALERTAS
            EXIT PARAGRAPH
    END-WRITE
    ADD 1 TO WS-PROXIMO-ALERTA.

RODAPE-RELATORIO-JUROS.
    MOVE SPACES TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
