      *> the whole file. A checkpoint (LOTECKP.DAT) is rolled forward
      *> after every transaction so a rerun after an abend resumes at
      *> the first unapplied record instead of double-posting.
      *> Withdrawals are checked against the available balance, net
      *> of the account's judicial holds (BLOQUEIOS.DAT), and every
      *> deposit first tops up a hold still short of its amount.

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
01  REG-MESTRE.
    COPY CTAMEST.

FD  ARQ-BLOQUEIOS.
01  REG-BLOQUEIO.
    COPY BLOQJUD.

FD  ARQ-JORNAL.
01  REG-JORNAL.
    COPY JORNAL.
01 FS-EXCECOES               PIC XX.
01 FS-CONTROLE            PIC XX.
01 FS-CHECKPOINT          PIC XX.
01 FS-BLOQUEIOS           PIC XX.

01 WS-EOF-LOTE              PIC X VALUE "N".
01 WS-MOTIVO-REJEICAO       PIC X(40).
01 WS-STATUS-CHECKPOINT     PIC XX.
01 WS-EOF-CONTROLE          PIC X.

01 WS-BLQ-CONTA           PIC 9(5).
01 WS-TOTAL-BLOQUEADO     PIC 9(9)V99.
01 WS-QTD-BLOQUEIOS-ATIVOS PIC 9(5).
01 WS-SALDO-LIVRE         PIC 9(9)V99.
01 WS-VALOR-COMPLEMENTO   PIC 9(9)V99.
01 WS-FIM-BLOQUEIOS       PIC X.
      *> entrada/saída de SOMAR-BLOQUEIOS e COMPLETAR-BLOQUEIOS

PROCEDURE DIVISION.

INICIO-LOTE.
        CLOSE ARQ-CONTAS
        OPEN I-O ARQ-CONTAS
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
        CLOSE ARQ-LOTE
        CLOSE ARQ-CONTAS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN OUTPUT ARQ-EXCECOES.

        MOVE "Conta dormente" TO WS-MOTIVO-REJEICAO
    END-IF

    MOVE 0 TO WS-TOTAL-BLOQUEADO
    IF WS-TRANSACAO-VALIDA = "S" AND LT-TIPO-OPERACAO = "S" THEN
        MOVE RM-NUMERO-CONTA TO WS-BLQ-CONTA
        PERFORM SOMAR-BLOQUEIOS-LOTE
    END-IF

    IF WS-TRANSACAO-VALIDA = "S" AND LT-TIPO-OPERACAO = "S"
            AND LT-VALOR-OPERACAO > RM-SALDO-CONTA
            + RM-LIMITE-ESPECIAL - WS-TOTAL-BLOQUEADO THEN
        MOVE "N" TO WS-TRANSACAO-VALIDA
        IF WS-TOTAL-BLOQUEADO > 0 THEN
            MOVE "Bloqueio judicial: saldo insuficiente"
                TO WS-MOTIVO-REJEICAO
        ELSE
            MOVE "Saldo e limite insuficientes" TO WS-MOTIVO-REJEICAO
        END-IF
    END-IF

    IF WS-TRANSACAO-VALIDA = "S" THEN

    IF WS-TRANSACAO-VALIDA = "S" THEN
        PERFORM GRAVAR-JORNAL-LOTE
        IF LT-TIPO-OPERACAO = "D" THEN
            PERFORM COMPLETAR-BLOQUEIOS-LOTE
        END-IF
        ADD 1 TO WS-TOTAL-APLICADAS
    ELSE
        ADD 1 TO WS-TOTAL-REJEITADAS
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-ATUAL
    MOVE WS-DATA-HORA-ATUAL TO JR-DATA-HORA
    MOVE "#LOT"             TO JR-OPERADOR
    INITIALIZE JR-REFERENCIA
    WRITE REG-JORNAL

    CLOSE ARQ-JORNAL.

SOMAR-BLOQUEIOS-LOTE.
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

COMPLETAR-BLOQUEIOS-LOTE.
      *> Entry: REG-MESTRE holds the account just credited and
      *> rewritten. Whatever balance is now free above what the
      *> active holds already retain goes first to the holds still
      *> short of the amount ordered, oldest hold first.
    MOVE RM-NUMERO-CONTA TO WS-BLQ-CONTA
    PERFORM SOMAR-BLOQUEIOS-LOTE
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
                        PERFORM REFORCAR-BLOQUEIO-LOTE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

REFORCAR-BLOQUEIO-LOTE.
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

GRAVAR-EXCECAO-LOTE.
    MOVE SPACES TO WS-LINHA
    STRING "Conta: " LT-NUMERO-CONTA
ENCERRAR-ARQUIVOS-LOTE.
    CLOSE ARQ-LOTE
    CLOSE ARQ-CONTAS
    CLOSE ARQ-BLOQUEIOS
    CLOSE ARQ-EXCECOES.

EXIBIR-RESUMO-LOTE.
