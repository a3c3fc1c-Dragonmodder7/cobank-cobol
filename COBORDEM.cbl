      *> "E"/"R" journal pair, same RM-LIMITE-ESPECIAL check, same
      *> blocked-account refusal - journaling under the "#ORD" batch
      *> operator, then advances the order's next-due date one cycle.
      *> The origin is debited only within its available balance,
      *> net of judicial holds (BLOQUEIOS.DAT), and the credit to the
      *> destination first tops up any hold there still short.
      *> Orders that could not post (insufficient funds, closed
      *> account) go to the ORDEXC.TXT exceptions report with their
      *> next-due date left untouched, so they stay due and visible
      *> until someone chases them next morning, and the origin's
      *> primary holder gets an "ORD" alert on ALERTAS.DAT for the
      *> SMS/e-mail gateway (COBALERT). A due date falling
      *> on a weekend or on a holiday of the calendar (FERIADOS.DAT)
      *> posts on the next business day; the order keeps its own
      *> cycle, so the following due date is counted from the
      *> scheduled one, not from the day it actually posted.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS RM-NUMERO-CONTA
        FILE STATUS IS FS-CONTAS.

    SELECT ARQ-BLOQUEIOS ASSIGN TO "BLOQUEIOS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BJ-CHAVE
        FILE STATUS IS FS-BLOQUEIOS.

    SELECT ARQ-JORNAL ASSIGN TO "JORNAL.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-JORNAL.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-EXCECOES.

    SELECT ARQ-ALERTAS ASSIGN TO "ALERTAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AV-NUMERO-ALERTA
        FILE STATUS IS FS-ALERTAS.

    SELECT ARQ-FERIADOS ASSIGN TO "FERIADOS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FE-DATA
        FILE STATUS IS FS-FERIADOS.

    SELECT ARQ-PARAMETRO ASSIGN TO "NOITEPRM.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-PARAMETRO.
01  REG-MESTRE.
    COPY CTAMEST.

FD  ARQ-BLOQUEIOS.
01  REG-BLOQUEIO.
    COPY BLOQJUD.

FD  ARQ-JORNAL.
01  REG-JORNAL.
    COPY JORNAL.
FD  ARQ-EXCECOES.
01  LINHA-EXCECAO           PIC X(132).

FD  ARQ-ALERTAS.
01  REG-ALERTA.
    COPY ALERTA.

FD  ARQ-FERIADOS.
01  REG-FERIADO.
    COPY FERIADO.

FD  ARQ-PARAMETRO.
01  REG-PARAMETRO.
    COPY NOITEPRM.
01 FS-JORNAL              PIC XX.
01 FS-EXCECOES            PIC XX.
01 FS-PARAMETRO           PIC XX.
01 FS-BLOQUEIOS           PIC XX.
01 FS-FERIADOS            PIC XX.
01 FS-ALERTAS             PIC XX.
01 WS-CALENDARIO-OK       PIC X VALUE "N".
01 WS-ALERTAS-OK          PIC X VALUE "N".
01 WS-PROXIMO-ALERTA      PIC 9(9).
01 WS-PARM-PRESENTE       PIC X VALUE "N".

01 WS-DATA-MOVIMENTO      PIC 9(8).
      *> account and balance-after handed to GRAVAR-JORNAL-ORDEM by
      *> the leg that just rewrote the master record, as in COBANK

01 WS-BLQ-CONTA           PIC 9(5).
01 WS-TOTAL-BLOQUEADO     PIC 9(9)V99.
01 WS-QTD-BLOQUEIOS-ATIVOS PIC 9(5).
01 WS-SALDO-LIVRE         PIC 9(9)V99.
01 WS-VALOR-COMPLEMENTO   PIC 9(9)V99.
01 WS-FIM-BLOQUEIOS       PIC X.
      *> entrada/saída de SOMAR-BLOQUEIOS e COMPLETAR-BLOQUEIOS

01 WS-DATA-CALC.
      *> next-due date broken open for the cycle arithmetic
   05 WS-ANO-CALC          PIC 9(4).
01 WS-DIAS-INT            PIC 9(7).
01 WS-ULTIMO-DIA          PIC 9(2).
01 WS-RESTO-ANO           PIC 9(4).
01 WS-DATA-UTIL           PIC 9(8).
01 WS-DIA-UTIL            PIC X.
01 WS-DIA-SEMANA          PIC 9.
      *> entrada/saída de PROXIMO-DIA-UTIL-ORDEM
01 WS-DATA-LIMITE         PIC 9(8).

PROCEDURE DIVISION.

        MOVE 8 TO RETURN-CODE
        GOBACK
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
        CLOSE ARQ-ORDENS
        CLOSE ARQ-CONTAS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN INPUT ARQ-FERIADOS
    IF FS-FERIADOS = "00" THEN
        MOVE "S" TO WS-CALENDARIO-OK
    ELSE
        DISPLAY "Calendário FERIADOS.DAT indisponível (status "
            FS-FERIADOS "): só sábados e domingos adiam ordens."
    END-IF
    PERFORM ABRIR-ALERTAS-ORDEM
    OPEN OUTPUT ARQ-EXCECOES.

ABRIR-ALERTAS-ORDEM.
      *> the alert file only feeds the customer notices: failing to
      *> open it is reported but never holds up the orders
    OPEN I-O ARQ-ALERTAS
    IF FS-ALERTAS = "35" THEN
        OPEN OUTPUT ARQ-ALERTAS
        CLOSE ARQ-ALERTAS
        OPEN I-O ARQ-ALERTAS
    END-IF
    IF FS-ALERTAS NOT = "00" THEN
        DISPLAY "Aviso: arquivo de alertas ALERTAS.DAT indisponível "
            "(status " FS-ALERTAS "): ordens rejeitadas não serão "
            "avisadas aos clientes."
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

PROCESSAR-ORDENS.
    READ ARQ-ORDENS NEXT RECORD
        AT END
        NOT AT END
            IF OP-SITUACAO-ORDEM = "A"
                    AND OP-DATA-PROXIMA <= WS-DATA-MOVIMENTO THEN
                MOVE OP-DATA-PROXIMA TO WS-DATA-UTIL
                PERFORM PROXIMO-DIA-UTIL-ORDEM
                IF WS-DATA-UTIL <= WS-DATA-MOVIMENTO THEN
                    PERFORM TRATAR-ORDEM-DEVIDA
                END-IF
            END-IF
    END-READ.

TRATAR-ORDEM-DEVIDA.
      *> posted on the business day it was moved to, the order is
      *> judged by its scheduled date; posted late, by today's
    IF WS-DATA-UTIL = WS-DATA-MOVIMENTO THEN
        MOVE OP-DATA-PROXIMA TO WS-DATA-LIMITE
    ELSE
        MOVE WS-DATA-MOVIMENTO TO WS-DATA-LIMITE
    END-IF
    IF OP-DATA-EXPIRACAO NOT = 0
            AND OP-DATA-EXPIRACAO < WS-DATA-LIMITE THEN
      *> a ordem venceu antes de chegar a vez desta postagem
        MOVE "X" TO OP-SITUACAO-ORDEM
        REWRITE REG-ORDEM
    ELSE
        ADD 1 TO WS-TOTAL-REJEITADAS
        PERFORM GRAVAR-EXCECAO-ORDEM
        PERFORM GRAVAR-ALERTA-ORDEM
    END-IF.

POSTAR-ORDEM.
        EXIT PARAGRAPH
    END-IF

    MOVE RM-NUMERO-CONTA TO WS-BLQ-CONTA
    PERFORM SOMAR-BLOQUEIOS-ORDEM
    IF OP-VALOR-ORDEM > RM-SALDO-CONTA + RM-LIMITE-ESPECIAL
            - WS-TOTAL-BLOQUEADO THEN
        MOVE "N" TO WS-ORDEM-VALIDA
        IF WS-TOTAL-BLOQUEADO > 0 THEN
            MOVE "Bloqueio judicial: saldo insuficiente"
                TO WS-MOTIVO-REJEICAO
        ELSE
            MOVE "Saldo e limite insuficientes na origem"
                TO WS-MOTIVO-REJEICAO
        END-IF
        EXIT PARAGRAPH
    END-IF

    MOVE "R" TO WS-TIPO-OPERACAO-JRN
    MOVE RM-NUMERO-CONTA TO WS-JORNAL-CONTA
    MOVE RM-SALDO-CONTA  TO WS-JORNAL-SALDO
    PERFORM GRAVAR-JORNAL-ORDEM
    PERFORM COMPLETAR-BLOQUEIOS-ORDEM.

ESTORNAR-DEBITO-ORDEM.
      *> the destination credit failed after the origin debit was
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-ATUAL
    MOVE WS-DATA-HORA-ATUAL   TO JR-DATA-HORA
    MOVE "#ORD"               TO JR-OPERADOR
    INITIALIZE JR-REFERENCIA
    WRITE REG-JORNAL

    CLOSE ARQ-JORNAL.
        MOVE WS-ULTIMO-DIA TO WS-DIA-CALC
    END-IF.

PROXIMO-DIA-UTIL-ORDEM.
      *> Entry: WS-DATA-UTIL. Exit: WS-DATA-UTIL moved forward to the
      *> first business day on or after it.
    PERFORM VERIFICAR-DIA-UTIL-ORDEM
    PERFORM UNTIL WS-DIA-UTIL = "S"
        COMPUTE WS-DIAS-INT =
            FUNCTION INTEGER-OF-DATE(WS-DATA-UTIL) + 1
        COMPUTE WS-DATA-UTIL = FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
        PERFORM VERIFICAR-DIA-UTIL-ORDEM
    END-PERFORM.

VERIFICAR-DIA-UTIL-ORDEM.
      *> Entry: WS-DATA-UTIL. Exit: WS-DIA-UTIL = "N" on Saturday,
      *> Sunday or a holiday in force on the calendar.
    MOVE "S" TO WS-DIA-UTIL
    COMPUTE WS-DIA-SEMANA =
        FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-DATA-UTIL), 7)
    IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6 THEN
        MOVE "N" TO WS-DIA-UTIL
        EXIT PARAGRAPH
    END-IF
    IF WS-CALENDARIO-OK = "S" THEN
        MOVE WS-DATA-UTIL TO FE-DATA
        READ ARQ-FERIADOS
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF FE-SITUACAO = "A" THEN
                    MOVE "N" TO WS-DIA-UTIL
                END-IF
        END-READ
    END-IF.

ULTIMO-DIA-DO-MES.
    EVALUATE WS-MES-CALC
        WHEN 1
            END-IF
    END-EVALUATE.

SOMAR-BLOQUEIOS-ORDEM.
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

COMPLETAR-BLOQUEIOS-ORDEM.
      *> Entry: REG-MESTRE holds the account just credited and
      *> rewritten. Whatever balance is now free above what the
      *> active holds already retain goes first to the holds still
      *> short of the amount ordered, oldest hold first.
    MOVE RM-NUMERO-CONTA TO WS-BLQ-CONTA
    PERFORM SOMAR-BLOQUEIOS-ORDEM
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
                        PERFORM REFORCAR-BLOQUEIO-ORDEM
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

REFORCAR-BLOQUEIO-ORDEM.
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

GRAVAR-EXCECAO-ORDEM.
    MOVE SPACES TO WS-LINHA
    STRING "Ordem: " OP-NUMERO-ORDEM
    MOVE WS-LINHA TO LINHA-EXCECAO
    WRITE LINHA-EXCECAO.

GRAVAR-ALERTA-ORDEM.
      *> the origin's primary holder hears that the order did not
      *> go through, with the same reason ORDEXC.TXT shows
    IF WS-ALERTAS-OK NOT = "S" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE OP-CONTA-ORIGEM TO RM-NUMERO-CONTA
    READ ARQ-CONTAS
        INVALID KEY
            EXIT PARAGRAPH
    END-READ
    MOVE WS-PROXIMO-ALERTA   TO AV-NUMERO-ALERTA
    MOVE "ORD"               TO AV-TIPO-ALERTA
    MOVE RM-NUMERO-CONTA     TO AV-NUMERO-CONTA
    MOVE RM-CPF-TITULAR      TO AV-CPF
    MOVE OP-VALOR-ORDEM      TO AV-VALOR
    MOVE WS-DATA-MOVIMENTO   TO AV-DATA-MOVIMENTO
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-ATUAL
    MOVE WS-DATA-HORA-ATUAL  TO AV-DATA-HORA
    MOVE WS-MOTIVO-REJEICAO  TO AV-COMPLEMENTO
    MOVE "#ORD"              TO AV-ORIGEM
    MOVE SPACES              TO AV-TELEFONE
    MOVE SPACES              TO AV-EMAIL
    MOVE "P"                 TO AV-SITUACAO
    MOVE SPACES              TO AV-ID-REMESSA
    MOVE 0                   TO AV-DATA-ENVIO
    WRITE REG-ALERTA
        INVALID KEY
            DISPLAY "Aviso: alerta da ordem " OP-NUMERO-ORDEM
                " não gravado. Status: " FS-ALERTAS
            EXIT PARAGRAPH
    END-WRITE
    ADD 1 TO WS-PROXIMO-ALERTA.

ENCERRAR-ARQUIVOS-ORDEM.
    CLOSE ARQ-ORDENS
    CLOSE ARQ-CONTAS
    CLOSE ARQ-BLOQUEIOS
    IF WS-ALERTAS-OK = "S" THEN
        CLOSE ARQ-ALERTAS
    END-IF
    IF WS-CALENDARIO-OK = "S" THEN
        CLOSE ARQ-FERIADOS
    END-IF
    CLOSE ARQ-EXCECOES.

EXIBIR-RESUMO-ORDEM.
