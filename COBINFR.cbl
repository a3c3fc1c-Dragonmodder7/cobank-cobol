IDENTIFICATION DIVISION.
PROGRAM-ID. COBINFR.

      *> Annual income statement batch (informe de rendimentos). For
      *> the given calendar year, finds every account's balance on
      *> 31/12 of the prior year and of the year itself and the
      *> interest credited ("J") during the year, from the sealed
      *> JRNccyymmdd.DAT generations listed on FECHCTL.DAT (and the
      *> live JORNAL.DAT, for an account that only moved today). The
      *> journal entries, the closed-account archive CONTENC.DAT and
      *> the master CONTAS.DAT go through one sort by account, the
      *> way COBCONC merges snapshot, journal and master, so an
      *> account closed during the year still appears with its
      *> holder and last balance. The per-account figures are then
      *> sorted by the holder's CPF and printed on RELINFR.TXT - one
      *> page per customer with name and address from CLIENTES.DAT -
      *> and written to INFREND.DAT (INFRREG layout) for the bank's
      *> tax reporting obligation.
      *>
      *> Balance of an account on a year-end date: the balance after
      *> its last entry up to that date; failing one, the balance
      *> before its first entry after that date; failing any entry,
      *> the balance on the master (or on the closing archive). A
      *> year is only reported once a day after its 31/12 has been
      *> closed, so every entry of the year is already sealed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQ-CONTAS ASSIGN TO "CONTAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RM-NUMERO-CONTA
        FILE STATUS IS FS-CONTAS.

    SELECT ARQ-ENCERRADAS ASSIGN TO "CONTENC.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-ENCERRADAS.

    SELECT ARQ-CLIENTES ASSIGN TO "CLIENTES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CL-CPF
        FILE STATUS IS FS-CLIENTES.

    SELECT ARQ-FECHCTL ASSIGN TO "FECHCTL.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-FECHCTL.

    SELECT ARQ-JORNAL ASSIGN TO WS-NOME-JORNAL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-JORNAL.

    SELECT ARQ-TRABALHO ASSIGN TO "INFRWK.TMP"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-TRABALHO.

    SELECT ARQ-INFORME ASSIGN TO "INFREND.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-INFORME.

    SELECT ARQ-RELATORIO ASSIGN TO "RELINFR.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-RELATORIO.

    SELECT ARQ-SORT ASSIGN TO "SORTWK".

    SELECT ARQ-SORT-CPF ASSIGN TO "SORTWK2".

DATA DIVISION.
FILE SECTION.

FD  ARQ-CONTAS.
01  REG-MESTRE.
    COPY CTAMEST.

FD  ARQ-ENCERRADAS.
01  REG-ENCERRADA.
    COPY CTAMEST REPLACING LEADING ==RM-== BY ==CE-==.
    COPY CTAENC.

FD  ARQ-CLIENTES.
01  REG-CLIENTE.
    COPY CLIMEST.

FD  ARQ-FECHCTL.
01  REG-FECHCTL.
      *> day-close proof records as written by COBFECH; the dates
      *> name the sealed generations to scan
    COPY FECHCTL REPLACING LEADING ==FC-== BY ==FH-==.

FD  ARQ-JORNAL.
01  REG-JORNAL.
    COPY JORNAL.

FD  ARQ-TRABALHO.
01  REG-TRABALHO.
      *> one record per account to be reported, with the figures
      *> condensed from its journal entries
    05 TB-CPF              PIC 9(11).
    05 TB-NUMERO-CONTA     PIC 9(5).
    05 TB-NOME-TITULAR     PIC X(30).
    05 TB-TIPO-CONTA       PIC X.
    05 TB-SALDO-ANTERIOR   PIC S9(6)V99.
    05 TB-SALDO-ANO        PIC S9(6)V99.
    05 TB-JUROS-ANO        PIC 9(6)V99.
    05 TB-SITUACAO         PIC X.
      *>   "A" = aberta em 31/12  "E" = encerrada no ano-base
    05 TB-DATA-ENCERRAMENTO PIC 9(8).
    05 TB-SALDO-ENCERRAMENTO PIC S9(6)V99.

FD  ARQ-INFORME.
01  REG-INFORME.
    COPY INFRREG.

FD  ARQ-RELATORIO.
01  LINHA-RELATORIO            PIC X(132).

SD  ARQ-SORT.
01  REG-SORT-INFR.
      *> class 1 = journal entry, 2 = closed-account archive entry,
      *> 3 = master record; within an account the journal entries
      *> come first, in date order, then the identity records
    05 SR-NUMERO-CONTA     PIC 9(5).
    05 SR-CLASSE           PIC 9.
    05 SR-DATA-HORA        PIC 9(14).
    05 SR-TIPO-OPERACAO    PIC X.
    05 SR-VALOR            PIC 9(6)V99.
    05 SR-SALDO            PIC S9(6)V99.
    05 SR-CPF              PIC 9(11).
    05 SR-NOME-TITULAR     PIC X(30).
    05 SR-TIPO-CONTA       PIC X.
    05 SR-DATA-REFERENCIA  PIC 9(8).
      *>   class 2: closing date; class 3: opening date

SD  ARQ-SORT-CPF.
01  REG-SORT-CPF.
    05 S2-CPF              PIC 9(11).
    05 S2-NUMERO-CONTA     PIC 9(5).
    05 S2-NOME-TITULAR     PIC X(30).
    05 S2-TIPO-CONTA       PIC X.
    05 S2-SALDO-ANTERIOR   PIC S9(6)V99.
    05 S2-SALDO-ANO        PIC S9(6)V99.
    05 S2-JUROS-ANO        PIC 9(6)V99.
    05 S2-SITUACAO         PIC X.
    05 S2-DATA-ENCERRAMENTO PIC 9(8).
    05 S2-SALDO-ENCERRAMENTO PIC S9(6)V99.

WORKING-STORAGE SECTION.

01 FS-CONTAS              PIC XX.
01 FS-ENCERRADAS          PIC XX.
01 FS-CLIENTES            PIC XX.
01 FS-FECHCTL             PIC XX.
01 FS-JORNAL              PIC XX.
01 FS-TRABALHO            PIC XX.
01 FS-INFORME             PIC XX.
01 FS-RELATORIO           PIC XX.

01 WS-NOME-JORNAL         PIC X(15).
01 WS-ANO-BASE            PIC 9(4).
01 WS-ANO-ANTERIOR        PIC 9(4).
01 WS-FIM-ANO             PIC 9(8).
01 WS-FIM-ANO-ANTERIOR    PIC 9(8).
01 WS-ULTIMO-FECHAMENTO   PIC 9(8) VALUE 0.
01 WS-DATA-LANCAMENTO     PIC 9(8).
01 WS-CLIENTES-OK         PIC X VALUE "N".
01 WS-EOF-ARQUIVO         PIC X.
01 WS-EOF-JORNAL          PIC X.
01 WS-EOF-SORT            PIC X.

01 WS-CONTA-ATUAL         PIC 9(5).
01 WS-GRUPO-ABERTO        PIC X VALUE "N".
01 WS-TEM-SALDO-ANTERIOR  PIC X.
01 WS-TEM-SALDO-ANO       PIC X.
01 WS-MOVEU-DESDE-ANO     PIC X.
01 WS-SALDO-ANTERIOR      PIC S9(6)V99.
01 WS-SALDO-ANO           PIC S9(6)V99.
01 WS-SALDO-ABERTURA      PIC S9(6)V99.
01 WS-JUROS-ANO           PIC 9(6)V99.
01 WS-TEM-MESTRE          PIC X.
01 WS-TEM-ENCERRADA       PIC X.
01 WS-CPF-CONTA           PIC 9(11).
01 WS-NOME-CONTA          PIC X(30).
01 WS-TIPO-CONTA          PIC X.
01 WS-DATA-ABERTURA       PIC 9(8).
01 WS-SALDO-CADASTRO      PIC S9(6)V99.
01 WS-DATA-ENCERRAMENTO   PIC 9(8).
01 WS-SALDO-ENCERRAMENTO  PIC S9(6)V99.

01 WS-CPF-ATUAL           PIC 9(11).
01 WS-CPF-ABERTO          PIC X VALUE "N".
01 WS-TOTAL-ANTERIOR-CPF  PIC S9(8)V99.
01 WS-TOTAL-ANO-CPF       PIC S9(8)V99.
01 WS-TOTAL-JUROS-CPF     PIC 9(8)V99.

01 WS-QTD-CONTAS          PIC 9(7) VALUE 0.
01 WS-QTD-ENCERRADAS      PIC 9(7) VALUE 0.
01 WS-QTD-SEM-CPF         PIC 9(7) VALUE 0.
01 WS-QTD-CPF             PIC 9(7) VALUE 0.
01 WS-QTD-DETALHES        PIC 9(7) VALUE 0.
01 WS-QTD-CPF-ARQUIVO     PIC 9(7) VALUE 0.
01 WS-TOTAL-JUROS-ARQUIVO PIC 9(10)V99 VALUE 0.
01 WS-NUM-PAGINA          PIC 9(5) VALUE 0.

01 WS-DATA-HORA-ATUAL     PIC 9(14).
01 WS-DATA-EXIBICAO       PIC X(10).
01 WS-DATA-ENCERR-EXIB    PIC X(10).
01 WS-LINHA               PIC X(132).
01 WS-DESCRICAO-PRODUTO   PIC X(14).
01 WS-ANTERIOR-EDIT       PIC -ZZZZZZZ9.99.
01 WS-ANO-EDIT            PIC -ZZZZZZZ9.99.
01 WS-JUROS-EDIT          PIC ZZZZZZZZ9.99.
01 WS-ENCERRAMENTO-EDIT   PIC -ZZZZZ9.99.

PROCEDURE DIVISION.

INICIO-INFR.
    PERFORM PEDIR-PARAMETROS-INFR
    PERFORM VERIFICAR-ANO-FECHADO

    SORT ARQ-SORT ON ASCENDING KEY SR-NUMERO-CONTA SR-CLASSE
            SR-DATA-HORA
        WITH DUPLICATES IN ORDER
        INPUT PROCEDURE IS LIBERAR-REGISTROS-INFR
        OUTPUT PROCEDURE IS CONDENSAR-CONTAS-INFR

    PERFORM ABRIR-SAIDAS-INFR
    SORT ARQ-SORT-CPF ON ASCENDING KEY S2-CPF S2-NUMERO-CONTA
        USING ARQ-TRABALHO
        OUTPUT PROCEDURE IS EMITIR-INFORMES
    PERFORM FECHAR-SAIDAS-INFR

    DISPLAY "Informe de rendimentos " WS-ANO-BASE " concluído: "
        WS-QTD-CPF " CPF(s), " WS-QTD-CONTAS " conta(s), "
        WS-QTD-ENCERRADAS " encerrada(s) no ano"
    IF WS-QTD-SEM-CPF > 0 THEN
        DISPLAY WS-QTD-SEM-CPF " conta(s) sem CPF identificado: "
            "listadas no relatório, fora do INFREND.DAT"
    END-IF
    DISPLAY "Relatório em RELINFR.TXT - arquivo fiscal em INFREND.DAT"
    STOP RUN.

PEDIR-PARAMETROS-INFR.
    DISPLAY "Ano-calendário do informe AAAA (0 = ano anterior): "
    ACCEPT WS-ANO-BASE
    IF WS-ANO-BASE = 0 THEN
        MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-BASE
        SUBTRACT 1 FROM WS-ANO-BASE
    END-IF
    IF WS-ANO-BASE < 1900 THEN
        DISPLAY "Ano-calendário inválido."
        STOP RUN
    END-IF
    COMPUTE WS-ANO-ANTERIOR = WS-ANO-BASE - 1
    COMPUTE WS-FIM-ANO = WS-ANO-BASE * 10000 + 1231
    COMPUTE WS-FIM-ANO-ANTERIOR = WS-ANO-ANTERIOR * 10000 + 1231.

VERIFICAR-ANO-FECHADO.
      *> the year's last entries are only final once a later business
      *> date has been closed; before that the informe would be built
      *> on a journal still open to postings
    OPEN INPUT ARQ-FECHCTL
    IF FS-FECHCTL NOT = "00" THEN
        DISPLAY "Controle de fechamento FECHCTL.DAT indisponível. "
            "Status: " FS-FECHCTL
        STOP RUN
    END-IF
    MOVE "N" TO WS-EOF-ARQUIVO
    PERFORM UNTIL WS-EOF-ARQUIVO = "S"
        READ ARQ-FECHCTL
            AT END
                MOVE "S" TO WS-EOF-ARQUIVO
            NOT AT END
                IF FH-DATA-MOVIMENTO > WS-ULTIMO-FECHAMENTO THEN
                    MOVE FH-DATA-MOVIMENTO TO WS-ULTIMO-FECHAMENTO
                END-IF
        END-READ
    END-PERFORM
    CLOSE ARQ-FECHCTL
    IF WS-ULTIMO-FECHAMENTO NOT > WS-FIM-ANO THEN
        DISPLAY "Ano-calendário " WS-ANO-BASE " ainda não encerrado: "
            "último fechamento em " WS-ULTIMO-FECHAMENTO ". Rodar o "
            "informe depois do primeiro fechamento do ano seguinte."
        STOP RUN
    END-IF.

LIBERAR-REGISTROS-INFR.
    PERFORM LIBERAR-GERACOES-INFR
    MOVE "JORNAL.DAT" TO WS-NOME-JORNAL
    PERFORM LIBERAR-UM-JORNAL-INFR
    PERFORM LIBERAR-ENCERRADAS-INFR
    PERFORM LIBERAR-MESTRE-INFR.

LIBERAR-GERACOES-INFR.
    OPEN INPUT ARQ-FECHCTL
    IF FS-FECHCTL NOT = "00" THEN
        DISPLAY "Não foi possível abrir o controle de fechamento. "
            "Status: " FS-FECHCTL
        STOP RUN
    END-IF

    MOVE "N" TO WS-EOF-ARQUIVO
    PERFORM UNTIL WS-EOF-ARQUIVO = "S"
        READ ARQ-FECHCTL
            AT END
                MOVE "S" TO WS-EOF-ARQUIVO
            NOT AT END
                MOVE SPACES TO WS-NOME-JORNAL
                STRING "JRN" FH-DATA-MOVIMENTO ".DAT"
                    DELIMITED BY SIZE INTO WS-NOME-JORNAL
                END-STRING
                PERFORM LIBERAR-UM-JORNAL-INFR
        END-READ
    END-PERFORM
    CLOSE ARQ-FECHCTL.

LIBERAR-UM-JORNAL-INFR.
      *> runs nested inside the FECHCTL loop, so it keeps its own
      *> end-of-file switch; a missing generation is skipped
    OPEN INPUT ARQ-JORNAL
    IF FS-JORNAL = "35" THEN
        EXIT PARAGRAPH
    END-IF
    IF FS-JORNAL NOT = "00" THEN
        DISPLAY "Não foi possível abrir " WS-NOME-JORNAL ". Status: "
            FS-JORNAL
        STOP RUN
    END-IF

    MOVE "N" TO WS-EOF-JORNAL
    PERFORM UNTIL WS-EOF-JORNAL = "S"
        READ ARQ-JORNAL
            AT END
                MOVE "S" TO WS-EOF-JORNAL
            NOT AT END
                INITIALIZE REG-SORT-INFR
                MOVE JR-NUMERO-CONTA   TO SR-NUMERO-CONTA
                MOVE 1                 TO SR-CLASSE
                MOVE JR-DATA-HORA      TO SR-DATA-HORA
                MOVE JR-TIPO-OPERACAO  TO SR-TIPO-OPERACAO
                MOVE JR-VALOR-OPERACAO TO SR-VALOR
                MOVE JR-SALDO-APOS     TO SR-SALDO
                RELEASE REG-SORT-INFR
        END-READ
    END-PERFORM
    CLOSE ARQ-JORNAL.

LIBERAR-ENCERRADAS-INFR.
      *> no archive yet simply means no account was ever closed
    OPEN INPUT ARQ-ENCERRADAS
    IF FS-ENCERRADAS = "35" THEN
        EXIT PARAGRAPH
    END-IF
    IF FS-ENCERRADAS NOT = "00" THEN
        DISPLAY "Não foi possível abrir o arquivo de contas "
            "encerradas. Status: " FS-ENCERRADAS
        STOP RUN
    END-IF

    MOVE "N" TO WS-EOF-ARQUIVO
    PERFORM UNTIL WS-EOF-ARQUIVO = "S"
        READ ARQ-ENCERRADAS
            AT END
                MOVE "S" TO WS-EOF-ARQUIVO
            NOT AT END
                INITIALIZE REG-SORT-INFR
                MOVE CE-NUMERO-CONTA      TO SR-NUMERO-CONTA
                MOVE 2                    TO SR-CLASSE
                COMPUTE SR-DATA-HORA = CE-DATA-ENCERRAMENTO * 1000000
                MOVE CE-SALDO-CONTA       TO SR-SALDO
                MOVE CE-CPF-TITULAR       TO SR-CPF
                MOVE CE-NOME-TITULAR      TO SR-NOME-TITULAR
                MOVE CE-TIPO-CONTA        TO SR-TIPO-CONTA
                MOVE CE-DATA-ENCERRAMENTO TO SR-DATA-REFERENCIA
                RELEASE REG-SORT-INFR
        END-READ
    END-PERFORM
    CLOSE ARQ-ENCERRADAS.

LIBERAR-MESTRE-INFR.
    OPEN INPUT ARQ-CONTAS
    IF FS-CONTAS NOT = "00" THEN
        DISPLAY "Não foi possível abrir o arquivo de contas. Status: "
            FS-CONTAS
        STOP RUN
    END-IF

    MOVE "N" TO WS-EOF-ARQUIVO
    PERFORM UNTIL WS-EOF-ARQUIVO = "S"
        READ ARQ-CONTAS NEXT RECORD
            AT END
                MOVE "S" TO WS-EOF-ARQUIVO
            NOT AT END
                INITIALIZE REG-SORT-INFR
                MOVE RM-NUMERO-CONTA  TO SR-NUMERO-CONTA
                MOVE 3                TO SR-CLASSE
                MOVE RM-SALDO-CONTA   TO SR-SALDO
                MOVE RM-CPF-TITULAR   TO SR-CPF
                MOVE RM-NOME-TITULAR  TO SR-NOME-TITULAR
                MOVE RM-TIPO-CONTA    TO SR-TIPO-CONTA
                MOVE RM-DATA-ABERTURA TO SR-DATA-REFERENCIA
                RELEASE REG-SORT-INFR
        END-READ
    END-PERFORM
    CLOSE ARQ-CONTAS.

CONDENSAR-CONTAS-INFR.
    OPEN OUTPUT ARQ-TRABALHO
    IF FS-TRABALHO NOT = "00" THEN
        DISPLAY "Não foi possível criar o arquivo de trabalho. "
            "Status: " FS-TRABALHO
        STOP RUN
    END-IF

    MOVE "N" TO WS-EOF-SORT
    MOVE "N" TO WS-GRUPO-ABERTO
    PERFORM UNTIL WS-EOF-SORT = "S"
        RETURN ARQ-SORT
            AT END
                MOVE "S" TO WS-EOF-SORT
            NOT AT END
                IF WS-GRUPO-ABERTO = "S"
                        AND SR-NUMERO-CONTA NOT = WS-CONTA-ATUAL THEN
                    PERFORM FECHAR-CONTA-INFR
                    MOVE "N" TO WS-GRUPO-ABERTO
                END-IF
                IF WS-GRUPO-ABERTO NOT = "S" THEN
                    PERFORM ABRIR-CONTA-INFR
                END-IF
                EVALUATE SR-CLASSE
                    WHEN 1
                        PERFORM ACUMULAR-LANCAMENTO-INFR
                    WHEN 2
                        PERFORM GUARDAR-ENCERRADA-INFR
                    WHEN 3
                        PERFORM GUARDAR-MESTRE-INFR
                END-EVALUATE
        END-RETURN
    END-PERFORM
    IF WS-GRUPO-ABERTO = "S" THEN
        PERFORM FECHAR-CONTA-INFR
    END-IF
    CLOSE ARQ-TRABALHO.

ABRIR-CONTA-INFR.
    MOVE SR-NUMERO-CONTA TO WS-CONTA-ATUAL
    MOVE "S" TO WS-GRUPO-ABERTO
    MOVE "N" TO WS-TEM-SALDO-ANTERIOR
    MOVE "N" TO WS-TEM-SALDO-ANO
    MOVE "N" TO WS-MOVEU-DESDE-ANO
    MOVE "N" TO WS-TEM-MESTRE
    MOVE "N" TO WS-TEM-ENCERRADA
    MOVE 0 TO WS-SALDO-ANTERIOR
    MOVE 0 TO WS-SALDO-ANO
    MOVE 0 TO WS-JUROS-ANO
    MOVE 0 TO WS-CPF-CONTA
    MOVE SPACES TO WS-NOME-CONTA
    MOVE SPACE TO WS-TIPO-CONTA
    MOVE 0 TO WS-DATA-ABERTURA
    MOVE 0 TO WS-SALDO-CADASTRO
    MOVE 0 TO WS-DATA-ENCERRAMENTO
    MOVE 0 TO WS-SALDO-ENCERRAMENTO.

ACUMULAR-LANCAMENTO-INFR.
      *> entries arrive in date order: the last one up to each
      *> year-end fixes that year-end's balance, and the first one
      *> after it, when nothing came before, fixes it through its
      *> opening balance
    MOVE SR-DATA-HORA(1:8) TO WS-DATA-LANCAMENTO
    IF WS-DATA-LANCAMENTO NOT > WS-FIM-ANO-ANTERIOR THEN
        MOVE SR-SALDO TO WS-SALDO-ANTERIOR
        MOVE "S" TO WS-TEM-SALDO-ANTERIOR
        EXIT PARAGRAPH
    END-IF

    MOVE "S" TO WS-MOVEU-DESDE-ANO
    IF WS-TEM-SALDO-ANTERIOR NOT = "S" THEN
        PERFORM CALCULAR-SALDO-ABERTURA-INFR
        MOVE WS-SALDO-ABERTURA TO WS-SALDO-ANTERIOR
        MOVE "S" TO WS-TEM-SALDO-ANTERIOR
    END-IF

    IF WS-DATA-LANCAMENTO NOT > WS-FIM-ANO THEN
        MOVE SR-SALDO TO WS-SALDO-ANO
        MOVE "S" TO WS-TEM-SALDO-ANO
        IF SR-TIPO-OPERACAO = "J" THEN
            ADD SR-VALOR TO WS-JUROS-ANO
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF WS-TEM-SALDO-ANO NOT = "S" THEN
        PERFORM CALCULAR-SALDO-ABERTURA-INFR
        MOVE WS-SALDO-ABERTURA TO WS-SALDO-ANO
        MOVE "S" TO WS-TEM-SALDO-ANO
    END-IF.

CALCULAR-SALDO-ABERTURA-INFR.
      *> balance just before the entry: undo it the way COBEXTR
      *> finds the opening balance of an extrato
    MOVE SR-SALDO TO WS-SALDO-ABERTURA
    EVALUATE SR-TIPO-OPERACAO
        WHEN "D"
        WHEN "J"
        WHEN "R"
        WHEN "V"
        WHEN "X"
        WHEN "L"
            SUBTRACT SR-VALOR FROM WS-SALDO-ABERTURA
        WHEN "S"
        WHEN "C"
        WHEN "E"
        WHEN "T"
        WHEN "I"
        WHEN "Y"
        WHEN "P"
        WHEN "K"
            ADD SR-VALOR TO WS-SALDO-ABERTURA
    END-EVALUATE.

GUARDAR-ENCERRADA-INFR.
      *> a number closed more than once keeps its latest closing,
      *> which sorts last
    MOVE "S" TO WS-TEM-ENCERRADA
    MOVE SR-CPF             TO WS-CPF-CONTA
    MOVE SR-NOME-TITULAR    TO WS-NOME-CONTA
    MOVE SR-TIPO-CONTA      TO WS-TIPO-CONTA
    MOVE SR-DATA-REFERENCIA TO WS-DATA-ENCERRAMENTO
    MOVE SR-SALDO           TO WS-SALDO-ENCERRAMENTO.

GUARDAR-MESTRE-INFR.
    MOVE "S" TO WS-TEM-MESTRE
    MOVE SR-CPF             TO WS-CPF-CONTA
    MOVE SR-NOME-TITULAR    TO WS-NOME-CONTA
    MOVE SR-TIPO-CONTA      TO WS-TIPO-CONTA
    MOVE SR-DATA-REFERENCIA TO WS-DATA-ABERTURA
    MOVE SR-SALDO           TO WS-SALDO-CADASTRO.

FECHAR-CONTA-INFR.
      *> decides whether the account belongs to the year and with
      *> which figures, then writes its work record
    INITIALIZE REG-TRABALHO
    MOVE "A" TO TB-SITUACAO
    EVALUATE TRUE
        WHEN WS-TEM-MESTRE = "S"
          *> open today: out of the year only when opened after it
            IF WS-DATA-ABERTURA > WS-FIM-ANO THEN
                EXIT PARAGRAPH
            END-IF
            IF WS-TEM-SALDO-ANTERIOR NOT = "S" THEN
                MOVE WS-SALDO-CADASTRO TO WS-SALDO-ANTERIOR
            END-IF
            IF WS-DATA-ABERTURA > WS-FIM-ANO-ANTERIOR THEN
                MOVE 0 TO WS-SALDO-ANTERIOR
            END-IF
        WHEN WS-TEM-ENCERRADA = "S"
          *> closed before the year began: nothing to report
            IF WS-DATA-ENCERRAMENTO NOT > WS-FIM-ANO-ANTERIOR THEN
                EXIT PARAGRAPH
            END-IF
            IF WS-TEM-SALDO-ANTERIOR NOT = "S" THEN
                MOVE WS-SALDO-ENCERRAMENTO TO WS-SALDO-ANTERIOR
            END-IF
            IF WS-DATA-ENCERRAMENTO NOT > WS-FIM-ANO THEN
                MOVE "E" TO TB-SITUACAO
                MOVE WS-DATA-ENCERRAMENTO  TO TB-DATA-ENCERRAMENTO
                MOVE WS-SALDO-ENCERRAMENTO TO TB-SALDO-ENCERRAMENTO
                MOVE 0 TO WS-SALDO-ANO
                MOVE "S" TO WS-TEM-SALDO-ANO
                ADD 1 TO WS-QTD-ENCERRADAS
            END-IF
        WHEN OTHER
          *> journal entries only: closed before the archive was
          *> kept; reported without holder when it moved in the year
            IF WS-MOVEU-DESDE-ANO NOT = "S" THEN
                EXIT PARAGRAPH
            END-IF
    END-EVALUATE

    IF WS-TEM-SALDO-ANO NOT = "S" THEN
        MOVE WS-SALDO-ANTERIOR TO WS-SALDO-ANO
    END-IF

    MOVE WS-CPF-CONTA      TO TB-CPF
    MOVE WS-CONTA-ATUAL    TO TB-NUMERO-CONTA
    MOVE WS-NOME-CONTA     TO TB-NOME-TITULAR
    MOVE WS-TIPO-CONTA     TO TB-TIPO-CONTA
    MOVE WS-SALDO-ANTERIOR TO TB-SALDO-ANTERIOR
    MOVE WS-SALDO-ANO      TO TB-SALDO-ANO
    MOVE WS-JUROS-ANO      TO TB-JUROS-ANO
    WRITE REG-TRABALHO
    ADD 1 TO WS-QTD-CONTAS
    IF TB-CPF = 0 THEN
        ADD 1 TO WS-QTD-SEM-CPF
    END-IF.

ABRIR-SAIDAS-INFR.
    OPEN INPUT ARQ-CLIENTES
    IF FS-CLIENTES = "00" THEN
        MOVE "S" TO WS-CLIENTES-OK
    ELSE
        DISPLAY "Cadastro CLIENTES.DAT indisponível (status "
            FS-CLIENTES "): endereços sairão em branco."
    END-IF
    OPEN OUTPUT ARQ-RELATORIO
    IF FS-RELATORIO NOT = "00" THEN
        DISPLAY "Não foi possível abrir o relatório. Status: "
            FS-RELATORIO
        STOP RUN
    END-IF
    OPEN OUTPUT ARQ-INFORME
    IF FS-INFORME NOT = "00" THEN
        DISPLAY "Não foi possível criar INFREND.DAT. Status: "
            FS-INFORME
        STOP RUN
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-ATUAL
    STRING WS-DATA-HORA-ATUAL(7:2) "/" WS-DATA-HORA-ATUAL(5:2) "/"
           WS-DATA-HORA-ATUAL(1:4)
           DELIMITED BY SIZE INTO WS-DATA-EXIBICAO
    END-STRING

    MOVE SPACES TO REG-INFORME
    MOVE "H" TO IR-TIPO-REGISTRO
    MOVE WS-ANO-BASE TO IR-ANO-BASE
    MOVE WS-DATA-HORA-ATUAL(1:8) TO IR-DATA-GERACAO
    WRITE REG-INFORME.

FECHAR-SAIDAS-INFR.
    MOVE SPACES TO REG-INFORME
    MOVE "Z" TO IR-TIPO-REGISTRO
    MOVE WS-QTD-DETALHES        TO IR-QTD-DETALHES
    MOVE WS-QTD-CPF-ARQUIVO     TO IR-QTD-CPF
    MOVE WS-TOTAL-JUROS-ARQUIVO TO IR-TOTAL-JUROS
    WRITE REG-INFORME

    IF WS-QTD-CPF = 0 THEN
        MOVE "NENHUMA CONTA COM SALDO OU RENDIMENTO NO ANO-CALENDARIO"
            TO LINHA-RELATORIO
        WRITE LINHA-RELATORIO
    END-IF
    CLOSE ARQ-INFORME
    CLOSE ARQ-RELATORIO
    IF WS-CLIENTES-OK = "S" THEN
        CLOSE ARQ-CLIENTES
    END-IF.

EMITIR-INFORMES.
    MOVE "N" TO WS-EOF-SORT
    MOVE "N" TO WS-CPF-ABERTO
    PERFORM UNTIL WS-EOF-SORT = "S"
        RETURN ARQ-SORT-CPF
            AT END
                MOVE "S" TO WS-EOF-SORT
            NOT AT END
                IF WS-CPF-ABERTO = "S"
                        AND S2-CPF NOT = WS-CPF-ATUAL THEN
                    PERFORM FECHAR-INFORME-CPF
                    MOVE "N" TO WS-CPF-ABERTO
                END-IF
                IF WS-CPF-ABERTO NOT = "S" THEN
                    PERFORM ABRIR-INFORME-CPF
                END-IF
                PERFORM IMPRIMIR-CONTA-INFR
                PERFORM GRAVAR-DETALHE-INFR
        END-RETURN
    END-PERFORM
    IF WS-CPF-ABERTO = "S" THEN
        PERFORM FECHAR-INFORME-CPF
    END-IF.

ABRIR-INFORME-CPF.
    MOVE S2-CPF TO WS-CPF-ATUAL
    MOVE "S" TO WS-CPF-ABERTO
    MOVE 0 TO WS-TOTAL-ANTERIOR-CPF
    MOVE 0 TO WS-TOTAL-ANO-CPF
    MOVE 0 TO WS-TOTAL-JUROS-CPF
    ADD 1 TO WS-QTD-CPF
    IF WS-CPF-ATUAL NOT = 0 THEN
        ADD 1 TO WS-QTD-CPF-ARQUIVO
    END-IF
    PERFORM CABECALHO-INFORME-CPF.

CABECALHO-INFORME-CPF.
      *> one page per customer
    IF WS-NUM-PAGINA > 0 THEN
        MOVE X"0C" TO LINHA-RELATORIO
        WRITE LINHA-RELATORIO
    END-IF
    ADD 1 TO WS-NUM-PAGINA

    MOVE "===== COBANK - INFORME DE RENDIMENTOS FINANCEIROS ====="
        TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "Ano-calendário: " WS-ANO-BASE
           "   Emitido em: " WS-DATA-EXIBICAO
           "   Página: " WS-NUM-PAGINA
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO

    PERFORM IMPRIMIR-BENEFICIARIO-INFR

    MOVE SPACES TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "Conta  Produto          Saldo 31/12/" WS-ANO-ANTERIOR
           "   Saldo 31/12/" WS-ANO-BASE
           "  Juros creditados  Situação"
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.

IMPRIMIR-BENEFICIARIO-INFR.
    IF WS-CPF-ATUAL = 0 THEN
        MOVE SPACES TO WS-LINHA
        STRING "Beneficiário: (conta sem CPF identificado - "
               "regularizar o cadastro antes da entrega)"
               DELIMITED BY SIZE INTO WS-LINHA
        END-STRING
        MOVE WS-LINHA TO LINHA-RELATORIO
        WRITE LINHA-RELATORIO
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO CL-NOME
    MOVE SPACES TO CL-ENDERECO
    IF WS-CLIENTES-OK = "S" THEN
        MOVE WS-CPF-ATUAL TO CL-CPF
        READ ARQ-CLIENTES
            INVALID KEY
              *> the holder's name on the account still identifies
              *> the customer
                MOVE S2-NOME-TITULAR TO CL-NOME
                MOVE "(CPF não cadastrado em CLIENTES.DAT)"
                    TO CL-ENDERECO
        END-READ
    ELSE
        MOVE S2-NOME-TITULAR TO CL-NOME
    END-IF

    MOVE SPACES TO WS-LINHA
    STRING "Beneficiário: " CL-NOME
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "CPF: " WS-CPF-ATUAL(1:3) "." WS-CPF-ATUAL(4:3) "."
           WS-CPF-ATUAL(7:3) "-" WS-CPF-ATUAL(10:2)
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "Endereço: " CL-ENDERECO
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.

IMPRIMIR-CONTA-INFR.
    ADD S2-SALDO-ANTERIOR TO WS-TOTAL-ANTERIOR-CPF
    ADD S2-SALDO-ANO      TO WS-TOTAL-ANO-CPF
    ADD S2-JUROS-ANO      TO WS-TOTAL-JUROS-CPF

    EVALUATE S2-TIPO-CONTA
        WHEN "C"
            MOVE "CONTA CORRENTE" TO WS-DESCRICAO-PRODUTO
        WHEN "P"
            MOVE "POUPANCA      " TO WS-DESCRICAO-PRODUTO
        WHEN OTHER
            MOVE "NAO INFORMADO " TO WS-DESCRICAO-PRODUTO
    END-EVALUATE
    MOVE S2-SALDO-ANTERIOR TO WS-ANTERIOR-EDIT
    MOVE S2-SALDO-ANO      TO WS-ANO-EDIT
    MOVE S2-JUROS-ANO      TO WS-JUROS-EDIT
    MOVE SPACES TO WS-LINHA
    STRING S2-NUMERO-CONTA "  " WS-DESCRICAO-PRODUTO
           "       " WS-ANTERIOR-EDIT
           "       " WS-ANO-EDIT
           "      " WS-JUROS-EDIT
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    IF S2-SITUACAO = "E" THEN
        MOVE SPACES TO WS-DATA-ENCERR-EXIB
        STRING S2-DATA-ENCERRAMENTO(7:2) "/"
               S2-DATA-ENCERRAMENTO(5:2) "/"
               S2-DATA-ENCERRAMENTO(1:4)
               DELIMITED BY SIZE INTO WS-DATA-ENCERR-EXIB
        END-STRING
        MOVE "  ENCERRADA" TO WS-LINHA(78:11)
    ELSE
        MOVE "  ABERTA" TO WS-LINHA(78:8)
    END-IF
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO

    IF S2-SITUACAO = "E" THEN
        MOVE S2-SALDO-ENCERRAMENTO TO WS-ENCERRAMENTO-EDIT
        MOVE SPACES TO WS-LINHA
        STRING "       encerrada em " WS-DATA-ENCERR-EXIB
               " com saldo final de R$" WS-ENCERRAMENTO-EDIT
               DELIMITED BY SIZE INTO WS-LINHA
        END-STRING
        MOVE WS-LINHA TO LINHA-RELATORIO
        WRITE LINHA-RELATORIO
    END-IF.

GRAVAR-DETALHE-INFR.
      *> the tax file only takes identified customers; accounts
      *> without CPF stay on the printed report for regularization
    IF S2-CPF = 0 THEN
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO REG-INFORME
    MOVE "D" TO IR-TIPO-REGISTRO
    MOVE S2-CPF               TO IR-CPF
    MOVE S2-NUMERO-CONTA      TO IR-NUMERO-CONTA
    MOVE S2-TIPO-CONTA        TO IR-TIPO-CONTA
    MOVE S2-SALDO-ANTERIOR    TO IR-SALDO-ANTERIOR
    MOVE S2-SALDO-ANO         TO IR-SALDO-ANO
    MOVE S2-JUROS-ANO         TO IR-JUROS-ANO
    MOVE S2-SITUACAO          TO IR-SITUACAO
    MOVE S2-DATA-ENCERRAMENTO TO IR-DATA-ENCERRAMENTO
    WRITE REG-INFORME
    ADD 1 TO WS-QTD-DETALHES
    ADD S2-JUROS-ANO TO WS-TOTAL-JUROS-ARQUIVO.

FECHAR-INFORME-CPF.
    MOVE WS-TOTAL-ANTERIOR-CPF TO WS-ANTERIOR-EDIT
    MOVE WS-TOTAL-ANO-CPF      TO WS-ANO-EDIT
    MOVE WS-TOTAL-JUROS-CPF    TO WS-JUROS-EDIT
    MOVE SPACES TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "TOTAL DO CPF                "
           WS-ANTERIOR-EDIT
           "       " WS-ANO-EDIT
           "      " WS-JUROS-EDIT
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE "Rendimentos: juros creditados em conta no ano-calendário."
        TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE "Saldos: posição em 31/12 de cada ano; conta encerrada no ano"
        TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE "        informa saldo zero em 31/12 e o saldo final sacado."
        TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.
