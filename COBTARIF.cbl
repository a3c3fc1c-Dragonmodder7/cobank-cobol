      *> not charged), dormant and blocked accounts, and balances
      *> below the exemption floor; an account already in the cheque
      *> especial is still charged as long as the fee fits inside
      *> RM-LIMITE-ESPECIAL, net of any judicial hold on the account
      *> (BLOQUEIOS.DAT). The fee amount ("T") and the exemption
      *> floor ("M") come from the rate file, with program defaults
      *> when the file has no entry in force. A competência already
      *> recorded on TARIFCTL.DAT is refused, so the same month
      *> cannot be charged twice, and RELTARIF.TXT lists who was
      *> charged and who was exempted and why. On the last business
      *> day of the month COBNOITE runs it as a night step: the
      *> competência is then the month of the business date on
      *> NOITEPRM.DAT, and a month already charged by hand is passed
      *> over without stopping the night.

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
        FILE STATUS IS FS-RELATORIO.

    SELECT ARQ-PARAMETRO ASSIGN TO "NOITEPRM.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-PARAMETRO.

DATA DIVISION.
FILE SECTION.

01  REG-MESTRE.
    COPY CTAMEST.

FD  ARQ-BLOQUEIOS.
01  REG-BLOQUEIO.
    COPY BLOQJUD.

FD  ARQ-JORNAL.
01  REG-JORNAL.
    COPY JORNAL.
FD  ARQ-RELATORIO.
01  LINHA-RELATORIO            PIC X(132).

FD  ARQ-PARAMETRO.
01  REG-PARAMETRO.
    COPY NOITEPRM.

WORKING-STORAGE SECTION.

01 FS-CONTAS              PIC XX.
01 FS-TAXAS               PIC XX.
01 FS-CONTROLE            PIC XX.
01 FS-RELATORIO           PIC XX.
01 FS-BLOQUEIOS           PIC XX.
01 FS-PARAMETRO           PIC XX.
01 WS-PARM-PRESENTE       PIC X VALUE "N".

01 WS-COMPETENCIA         PIC 9(6).
01 VALOR-TARIFA           PIC 9(5)V99 VALUE 12.00.
01 WS-MOTIVO-ISENCAO      PIC X(30).
01 WS-SALDO-NOVO          PIC S9(6)V99.

01 WS-BLQ-CONTA           PIC 9(5).
01 WS-TOTAL-BLOQUEADO     PIC 9(9)V99.
01 WS-QTD-BLOQUEIOS-ATIVOS PIC 9(5).
01 WS-FIM-BLOQUEIOS       PIC X.
      *> entrada/saída de SOMAR-BLOQUEIOS-TARIF

01 WS-QTD-COBRADAS        PIC 9(7) VALUE 0.
01 WS-QTD-ISENTAS         PIC 9(7) VALUE 0.
01 WS-TOTAL-COBRADO       PIC 9(12)V99 VALUE 0.
    PERFORM PROCESSAR-CONTAS-TARIF UNTIL WS-EOF-CONTAS = "S"
    PERFORM RODAPE-RELATORIO-TARIF
    CLOSE ARQ-CONTAS
    CLOSE ARQ-BLOQUEIOS
    CLOSE ARQ-RELATORIO
    PERFORM REGISTRAR-MES-COBRADO
    DISPLAY "Tarifa da competência " WS-COMPETENCIA " aplicada: "
        WS-QTD-COBRADAS " conta(s) cobradas, " WS-QTD-ISENTAS
        " isentas - relatório em RELTARIF.TXT"
    GOBACK.

PEDIR-COMPETENCIA-TARIF.
    PERFORM LER-PARAMETRO-NOITE
    IF WS-PARM-PRESENTE = "S" THEN
        MOVE NP-DATA-MOVIMENTO(1:6) TO WS-COMPETENCIA
        MOVE NP-DATA-MOVIMENTO      TO WS-DATA-PROCESSAMENTO
        DISPLAY "Competência obtida do arquivo de parâmetros: "
            WS-COMPETENCIA
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Competência a cobrar AAAAMM (0 = mês atual): "
    ACCEPT WS-COMPETENCIA
    IF WS-COMPETENCIA = 0 THEN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-PROCESSAMENTO.

LER-PARAMETRO-NOITE.
      *> an unattended run finds the business date on the night
      *> parameter file; without the file the program asks on the
      *> console, as it always did
    MOVE "N" TO WS-PARM-PRESENTE
    OPEN INPUT ARQ-PARAMETRO
    IF FS-PARAMETRO NOT = "00" THEN
        EXIT PARAGRAPH
    END-IF
    READ ARQ-PARAMETRO
        AT END
            CONTINUE
        NOT AT END
            MOVE "S" TO WS-PARM-PRESENTE
    END-READ
    CLOSE ARQ-PARAMETRO.

VERIFICAR-MES-JA-COBRADO.
    OPEN INPUT ARQ-CONTROLE
    IF FS-CONTROLE = "35" THEN
    IF FS-CONTROLE NOT = "00" THEN
        DISPLAY "Não foi possível abrir o controle de tarifas. "
            "Status: " FS-CONTROLE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    MOVE "N" TO WS-EOF-ARQUIVO
                        "cobrada em " TC-DATA-HORA-APLIC
                        ". Cobrança recusada."
                    CLOSE ARQ-CONTROLE
                    GOBACK
                END-IF
        END-READ
    END-PERFORM
    IF FS-TAXAS NOT = "00" THEN
        DISPLAY "Não foi possível abrir o arquivo de taxas. Status: "
            FS-TAXAS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    MOVE "N" TO WS-EOF-ARQUIVO
    IF FS-CONTAS NOT = "00" THEN
        DISPLAY "Não foi possível abrir o arquivo de contas. Status: "
            FS-CONTAS
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
        CLOSE ARQ-CONTAS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN OUTPUT ARQ-RELATORIO
    IF FS-RELATORIO NOT = "00" THEN
        DISPLAY "Não foi possível abrir o relatório. Status: "
            FS-RELATORIO
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

PROCESSAR-CONTAS-TARIF.

COBRAR-CONTA-TARIF.
    MOVE SPACES TO WS-MOTIVO-ISENCAO
    MOVE RM-NUMERO-CONTA TO WS-BLQ-CONTA
    PERFORM SOMAR-BLOQUEIOS-TARIF
    EVALUATE TRUE
        WHEN RM-TIPO-CONTA NOT = "C"
            MOVE "Produto isento (poupança)" TO WS-MOTIVO-ISENCAO
                AND RM-SALDO-CONTA < SALDO-MINIMO-ISENCAO
            MOVE "Saldo abaixo do piso" TO WS-MOTIVO-ISENCAO
        WHEN VALOR-TARIFA > RM-SALDO-CONTA + RM-LIMITE-ESPECIAL
                - WS-TOTAL-BLOQUEADO
            IF WS-TOTAL-BLOQUEADO > 0 THEN
                MOVE "Bloqueio judicial: sem saldo" TO WS-MOTIVO-ISENCAO
            ELSE
                MOVE "Saldo e limite insuficientes"
                    TO WS-MOTIVO-ISENCAO
            END-IF
    END-EVALUATE
    IF WS-MOTIVO-ISENCAO NOT = SPACES THEN
        ADD 1 TO WS-QTD-ISENTAS
    PERFORM GRAVAR-JORNAL-TARIF
    PERFORM IMPRIMIR-COBRANCA-TARIF.

SOMAR-BLOQUEIOS-TARIF.
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

GRAVAR-JORNAL-TARIF.
    OPEN EXTEND ARQ-JORNAL
    IF FS-JORNAL = "35" THEN
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-ATUAL
    MOVE WS-DATA-HORA-ATUAL TO JR-DATA-HORA
    MOVE "#TAR"             TO JR-OPERADOR
    INITIALIZE JR-REFERENCIA
    WRITE REG-JORNAL

    CLOSE ARQ-JORNAL.
