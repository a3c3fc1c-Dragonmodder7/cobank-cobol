      *> A date already on FECHCTL.DAT is refused, so the same day
      *> cannot be closed twice. COBCONC and COBEXTR accept a business
      *> date and read the matching generation.
      *> Once the day is sealed and the journal renewed, every
      *> account's balance, overdraft limit and status on the master
      *> is appended to the balance history (HISTSALDO.DAT) under the
      *> closed date, for COBHIST. When later-dated entries were
      *> carried forward, the master already includes them: each such
      *> account's balance is taken back to the closed date from its
      *> earliest carried-forward entry. A failure here is reported
      *> but does not undo a close that has already been recorded.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-PARAMETRO.

    SELECT ARQ-CONTAS ASSIGN TO "CONTAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RM-NUMERO-CONTA
        FILE STATUS IS FS-CONTAS.

    SELECT ARQ-HISTORICO ASSIGN TO "HISTSALDO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HS-CHAVE
        FILE STATUS IS FS-HISTORICO.

    SELECT ARQ-REMANESCENTE ASSIGN TO "JRNREM.TMP"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-REMANESCENTE.

    SELECT ARQ-SORT ASSIGN TO "SORTWK".

DATA DIVISION.
FILE SECTION.

01  REG-PARAMETRO.
    COPY NOITEPRM.

FD  ARQ-CONTAS.
01  REG-MESTRE.
    COPY CTAMEST.

FD  ARQ-HISTORICO.
01  REG-HISTORICO.
    COPY HISTSALD.

FD  ARQ-REMANESCENTE.
01  REG-REMANESCENTE.
      *> entries later than the closed date, carried forward on a
      *> table, so the close has no ceiling on late entries
    COPY JORNAL REPLACING LEADING ==JR-== BY ==RX-==.

SD  ARQ-SORT.
01  REG-SORT-REM.
      *> the carried-forward entries by account, oldest first
    COPY JORNAL REPLACING LEADING ==JR-== BY ==SR-==.

WORKING-STORAGE SECTION.

01 WS-NOME-GERACAO        PIC X(15).
01 FS-CONTROLE            PIC XX.
01 FS-PARAMETRO           PIC XX.
01 FS-REMANESCENTE        PIC XX.
01 FS-CONTAS              PIC XX.
01 FS-HISTORICO           PIC XX.
01 WS-QTD-HISTORICO       PIC 9(7) VALUE 0.
01 WS-QTD-JA-NO-HISTORICO PIC 9(7) VALUE 0.
01 WS-QTD-RECOMPOSTOS     PIC 9(7) VALUE 0.
01 WS-CONTA-ANTERIOR      PIC 9(5).
01 WS-EOF-SORT            PIC X.
01 WS-SALDO-FECHAMENTO    PIC S9(6)V99.
01 WS-STATUS-GRAVACAO     PIC XX.
01 WS-PARM-PRESENTE       PIC X VALUE "N".

        DISPLAY "Lançamentos posteriores à data mantidos no jornal: "
            TOTAL-REMANESCENTES
    END-IF
    PERFORM GRAVAR-HISTORICO-SALDOS
    GOBACK.

PEDIR-DATA-FECHAMENTO.
            ADD JR-VALOR-OPERACAO TO WS-TOTAL-SAQUES
        WHEN "V"
            ADD JR-VALOR-OPERACAO TO WS-TOTAL-DEPOSITOS
        WHEN "X"
          *> estorno de saque ou transferência enviada do mesmo dia:
          *> desfaz a parcela que o original somou aos saques
            SUBTRACT JR-VALOR-OPERACAO FROM WS-TOTAL-SAQUES
        WHEN "Y"
          *> estorno de depósito ou transferência recebida do dia
            SUBTRACT JR-VALOR-OPERACAO FROM WS-TOTAL-DEPOSITOS
        WHEN "L"
          *> liberação de empréstimo entra como crédito na conta
            ADD JR-VALOR-OPERACAO TO WS-TOTAL-DEPOSITOS
        WHEN "P"
          *> amortização de parcela sai como débito na conta
            ADD JR-VALOR-OPERACAO TO WS-TOTAL-SAQUES
        WHEN "K"
          *> juros e mora da parcela, cobrados como encargo
            ADD JR-VALOR-OPERACAO TO WS-TOTAL-ENCARGOS
    END-EVALUATE.

GRAVAR-CONTROLE-FECHAMENTO.
    END-PERFORM
    CLOSE ARQ-REMANESCENTE
    CLOSE ARQ-JORNAL.

GRAVAR-HISTORICO-SALDOS.
      *> the close is already recorded on FECHCTL.DAT, so a problem
      *> here is reported for follow-up instead of failing the step -
      *> a rerun would only be refused as a day already closed
    OPEN INPUT ARQ-CONTAS
    IF FS-CONTAS NOT = "00" THEN
        DISPLAY "ATENÇÃO: não foi possível abrir o arquivo de contas "
            "para o histórico de saldos. Status: " FS-CONTAS
        DISPLAY "O histórico do dia " WS-DATA-FECHAMENTO " não foi "
            "gravado."
        EXIT PARAGRAPH
    END-IF
    OPEN I-O ARQ-HISTORICO
    IF FS-HISTORICO = "35" THEN
        OPEN OUTPUT ARQ-HISTORICO
        CLOSE ARQ-HISTORICO
        OPEN I-O ARQ-HISTORICO
    END-IF
    IF FS-HISTORICO NOT = "00" THEN
        DISPLAY "ATENÇÃO: não foi possível abrir o histórico de "
            "saldos. Status: " FS-HISTORICO
        DISPLAY "O histórico do dia " WS-DATA-FECHAMENTO " não foi "
            "gravado."
        CLOSE ARQ-CONTAS
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-ATUAL
    MOVE "N" TO WS-EOF-ARQUIVO
    PERFORM UNTIL WS-EOF-ARQUIVO = "S"
        READ ARQ-CONTAS NEXT RECORD
            AT END
                MOVE "S" TO WS-EOF-ARQUIVO
            NOT AT END
                PERFORM GRAVAR-SALDO-HISTORICO
        END-READ
    END-PERFORM
    CLOSE ARQ-CONTAS
    IF TOTAL-REMANESCENTES > 0 THEN
        SORT ARQ-SORT ON ASCENDING KEY SR-NUMERO-CONTA SR-DATA-HORA
            WITH DUPLICATES IN ORDER
            USING ARQ-REMANESCENTE
            OUTPUT PROCEDURE IS RECOMPOR-SALDOS-HISTORICO
    END-IF
    CLOSE ARQ-HISTORICO
    DISPLAY "Histórico de saldos do dia " WS-DATA-FECHAMENTO ": "
        WS-QTD-HISTORICO " conta(s) gravadas"
    IF WS-QTD-RECOMPOSTOS > 0 THEN
        DISPLAY "Saldos levados de volta à data por lançamentos "
            "posteriores: " WS-QTD-RECOMPOSTOS " conta(s)"
    END-IF
    IF WS-QTD-JA-NO-HISTORICO > 0 THEN
        DISPLAY "Contas já presentes no histórico para a data: "
            WS-QTD-JA-NO-HISTORICO
    END-IF.

GRAVAR-SALDO-HISTORICO.
      *> an account opened on a later date did not exist on the
      *> closed date
    IF RM-DATA-ABERTURA > WS-DATA-FECHAMENTO THEN
        EXIT PARAGRAPH
    END-IF
    MOVE RM-NUMERO-CONTA      TO HS-NUMERO-CONTA
    MOVE WS-DATA-FECHAMENTO   TO HS-DATA-MOVIMENTO
    MOVE RM-CPF-TITULAR       TO HS-CPF-TITULAR
    MOVE RM-TIPO-CONTA        TO HS-TIPO-CONTA
    MOVE RM-SALDO-CONTA       TO HS-SALDO
    MOVE RM-LIMITE-ESPECIAL   TO HS-LIMITE-ESPECIAL
    MOVE RM-SITUACAO-CONTA    TO HS-SITUACAO-CONTA
    MOVE WS-DATA-HORA-ATUAL   TO HS-DATA-HORA-GRAVACAO
    WRITE REG-HISTORICO
        INVALID KEY
            IF FS-HISTORICO = "22" THEN
                ADD 1 TO WS-QTD-JA-NO-HISTORICO
            ELSE
                DISPLAY "Erro ao gravar o histórico da conta "
                    RM-NUMERO-CONTA ". Status: " FS-HISTORICO
            END-IF
        NOT INVALID KEY
            ADD 1 TO WS-QTD-HISTORICO
    END-WRITE.

RECOMPOR-SALDOS-HISTORICO.
      *> The balance on the closed date is the one before the
      *> account's earliest carried-forward entry; only records
      *> written by this run are corrected.
    MOVE 0 TO WS-CONTA-ANTERIOR
    MOVE "N" TO WS-EOF-SORT
    PERFORM UNTIL WS-EOF-SORT = "S"
        RETURN ARQ-SORT
            AT END
                MOVE "S" TO WS-EOF-SORT
            NOT AT END
                IF SR-NUMERO-CONTA NOT = WS-CONTA-ANTERIOR THEN
                    MOVE SR-NUMERO-CONTA TO WS-CONTA-ANTERIOR
                    PERFORM RECOMPOR-SALDO-CONTA
                END-IF
        END-RETURN
    END-PERFORM.

RECOMPOR-SALDO-CONTA.
    MOVE SR-NUMERO-CONTA    TO HS-NUMERO-CONTA
    MOVE WS-DATA-FECHAMENTO TO HS-DATA-MOVIMENTO
    READ ARQ-HISTORICO
        INVALID KEY EXIT PARAGRAPH
    END-READ
    IF HS-DATA-HORA-GRAVACAO NOT = WS-DATA-HORA-ATUAL THEN
        EXIT PARAGRAPH
    END-IF
      *> undo the entry the way COBINFR finds an opening balance
    MOVE SR-SALDO-APOS TO WS-SALDO-FECHAMENTO
    EVALUATE SR-TIPO-OPERACAO
        WHEN "D"
        WHEN "J"
        WHEN "R"
        WHEN "V"
        WHEN "X"
        WHEN "L"
            SUBTRACT SR-VALOR-OPERACAO FROM WS-SALDO-FECHAMENTO
        WHEN "S"
        WHEN "C"
        WHEN "E"
        WHEN "T"
        WHEN "I"
        WHEN "Y"
        WHEN "P"
        WHEN "K"
            ADD SR-VALOR-OPERACAO TO WS-SALDO-FECHAMENTO
    END-EVALUATE
    MOVE WS-SALDO-FECHAMENTO TO HS-SALDO
    REWRITE REG-HISTORICO
        INVALID KEY
            DISPLAY "Erro ao recompor o histórico da conta "
                HS-NUMERO-CONTA ". Status: " FS-HISTORICO
        NOT INVALID KEY
            ADD 1 TO WS-QTD-RECOMPOSTOS
    END-REWRITE.
