      *> Unattended night-run driver for the batch window. Reads the
      *> night's parameters (business date, whether a LOTE.DAT is
      *> expected) from NOITEPRM.DAT instead of the console, runs the
      *> close sequence COBBLOQ, COBLOTE, COBORDEM, COBEMPR, COBJUROS,
      *> (COBDORM, COBTARIF at month-end,) COBCONC, COBFECH, COBGL in
      *> order - court orders first, so no
      *> debit of the night reaches a balance a court ordered held,
      *> and loan installments after the day's credits - and
      *> records each step's start, end and outcome on the
      *> run-control file NOITECTL.DAT. A step only
      *> starts when every predecessor finished clean: a COBCONC run
      *> with divergences ends with a non-zero return code, so COBFECH
      *> never seals an unproven day, and COBGL is additionally held
      *> abend the steps already recorded as clean for the same
      *> business date are skipped, and the night resumes from the
      *> first incomplete step instead of repeating finished ones.
      *> The business-day calendar (FERIADOS.DAT) guards the date: a
      *> Saturday, Sunday or holiday is refused before any step runs.
      *> When the next business day falls in another month the night
      *> is the month's last business day, and the month-end steps
      *> COBDORM and COBTARIF run after COBJUROS - dormancy first, so
      *> an account that just went dormant is not charged the fee -
      *> and before COBCONC, so the fees reconcile and close with the
      *> day; on other nights they are skipped like COBLOTE without
      *> a settlement file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-FECHCTL.

    SELECT ARQ-FERIADOS ASSIGN TO "FERIADOS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FE-DATA
        FILE STATUS IS FS-FERIADOS.

DATA DIVISION.
FILE SECTION.

      *> date is inspected here, to hold COBGL until the day closes
    COPY FECHCTL REPLACING LEADING ==FC-== BY ==FH-==.

FD  ARQ-FERIADOS.
01  REG-FERIADO.
    COPY FERIADO.

WORKING-STORAGE SECTION.

01 FS-PARAMETRO           PIC XX.
01 FS-CONTROLE            PIC XX.
01 FS-FECHCTL             PIC XX.
01 FS-FERIADOS            PIC XX.
01 WS-CALENDARIO-OK       PIC X VALUE "N".

01 QTD-PASSOS             PIC 9(2) VALUE 10.
01 NOMES-PASSOS.
   05 FILLER              PIC X(8) VALUE "COBBLOQ".
   05 FILLER              PIC X(8) VALUE "COBLOTE".
   05 FILLER              PIC X(8) VALUE "COBORDEM".
   05 FILLER              PIC X(8) VALUE "COBEMPR".
   05 FILLER              PIC X(8) VALUE "COBJUROS".
   05 FILLER              PIC X(8) VALUE "COBDORM".
   05 FILLER              PIC X(8) VALUE "COBTARIF".
   05 FILLER              PIC X(8) VALUE "COBCONC".
   05 FILLER              PIC X(8) VALUE "COBFECH".
   05 FILLER              PIC X(8) VALUE "COBGL".
01 TABELA-PASSOS REDEFINES NOMES-PASSOS.
   05 PASSO-PROGRAMA OCCURS 10 TIMES PIC X(8).
01 PASSOS-CONCLUIDOS.
   05 PASSO-CONCLUIDO OCCURS 10 TIMES PIC X.

01 WS-DATA-MOVIMENTO      PIC 9(8).
01 WS-LOTE-ESPERADO       PIC X.
01 WS-DIA-FECHADO         PIC X.
01 WS-EOF-ARQUIVO         PIC X.
01 WS-DATA-HORA-ATUAL     PIC 9(14).
01 WS-FIM-DE-MES          PIC X VALUE "N".
01 WS-DATA-UTIL           PIC 9(8).
01 WS-DIA-UTIL            PIC X.
01 WS-DIA-SEMANA          PIC 9.
01 WS-DIAS-INT            PIC 9(7).
      *> entrada/saída de VERIFICAR-DIA-UTIL-NOITE

PROCEDURE DIVISION.

INICIO-NOITE.
    PERFORM LER-PARAMETROS-NOITE
    PERFORM VERIFICAR-CALENDARIO-NOITE
    PERFORM CARREGAR-CONTROLE-NOITE
    PERFORM VARYING WS-PASSO FROM 1 BY 1
            UNTIL WS-PASSO > QTD-PASSOS
        WS-DATA-MOVIMENTO " ====="
    DISPLAY "Lote esperado: " WS-LOTE-ESPERADO.

VERIFICAR-CALENDARIO-NOITE.
      *> a non-business date is refused before anything runs; the
      *> month-end steps join the night when the next business day
      *> is already in another month
    OPEN INPUT ARQ-FERIADOS
    IF FS-FERIADOS = "00" THEN
        MOVE "S" TO WS-CALENDARIO-OK
    ELSE
        DISPLAY "ATENÇÃO: calendário FERIADOS.DAT indisponível "
            "(status " FS-FERIADOS "): só sábados e domingos são "
            "tratados como dias não úteis."
    END-IF

    MOVE WS-DATA-MOVIMENTO TO WS-DATA-UTIL
    PERFORM VERIFICAR-DIA-UTIL-NOITE
    IF WS-DIA-UTIL NOT = "S" THEN
        DISPLAY "O dia " WS-DATA-MOVIMENTO " não é dia útil no "
            "calendário. Nada foi executado."
        DISPLAY "Conferir a data no NOITEPRM.DAT."
        IF WS-CALENDARIO-OK = "S" THEN
            CLOSE ARQ-FERIADOS
        END-IF
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    COMPUTE WS-DIAS-INT =
        FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO) + 1
    COMPUTE WS-DATA-UTIL = FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
    PERFORM VERIFICAR-DIA-UTIL-NOITE
    PERFORM UNTIL WS-DIA-UTIL = "S"
        COMPUTE WS-DIAS-INT =
            FUNCTION INTEGER-OF-DATE(WS-DATA-UTIL) + 1
        COMPUTE WS-DATA-UTIL = FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
        PERFORM VERIFICAR-DIA-UTIL-NOITE
    END-PERFORM
    IF WS-DATA-UTIL(1:6) NOT = WS-DATA-MOVIMENTO(1:6) THEN
        MOVE "S" TO WS-FIM-DE-MES
        DISPLAY "Último dia útil do mês: COBDORM e COBTARIF entram "
            "na sequência."
    END-IF
    IF WS-CALENDARIO-OK = "S" THEN
        CLOSE ARQ-FERIADOS
    END-IF.

VERIFICAR-DIA-UTIL-NOITE.
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

CARREGAR-CONTROLE-NOITE.
      *> marks the steps already recorded as clean for this business
      *> date, so a rerun resumes from the first incomplete one
    CLOSE ARQ-CONTROLE.

EXECUTAR-PASSO-NOITE.
    IF PASSO-PROGRAMA(WS-PASSO) = "COBLOTE"
            AND WS-LOTE-ESPERADO NOT = "S" THEN
        DISPLAY "Passo " WS-PASSO " (COBLOTE) dispensado: sem lote "
            "esperado."
        EXIT PARAGRAPH
    END-IF
    IF (PASSO-PROGRAMA(WS-PASSO) = "COBDORM"
            OR PASSO-PROGRAMA(WS-PASSO) = "COBTARIF")
            AND WS-FIM-DE-MES NOT = "S" THEN
        DISPLAY "Passo " WS-PASSO " (" PASSO-PROGRAMA(WS-PASSO)
            ") dispensado: só roda no último dia útil do mês."
        EXIT PARAGRAPH
    END-IF
    IF PASSO-CONCLUIDO(WS-PASSO) = "S" THEN
