      *> with the individual entries (date-time, account, teller)
      *> listed under it, so the filing goes out without manual
      *> compilation from RELCAIXA.TXT and the extratos.
      *> A joint account's movements count in full for each of its
      *> holders: the master CPF and every co-holder on TITULARES.DAT
      *> whose relationship covered the movement date.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS CL-CPF
        FILE STATUS IS FS-CLIENTES.

    SELECT ARQ-TITULARES ASSIGN TO "TITULARES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TT-CHAVE
        FILE STATUS IS FS-TITULARES.

    SELECT ARQ-RELATORIO ASSIGN TO "RELCOAF.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-RELATORIO.
01  REG-CLIENTE.
    COPY CLIMEST.

FD  ARQ-TITULARES.
01  REG-TITULAR.
    COPY TITCONTA.

FD  ARQ-RELATORIO.
01  LINHA-RELATORIO            PIC X(132).

    05 SR-VALOR-OPERACAO   PIC 9(6)V99.
    05 SR-DATA-HORA        PIC 9(14).
    05 SR-OPERADOR         PIC X(4).
    05 SR-PAPEL            PIC X.
      *>   how this CPF holds the account: "P" titular principal,
      *>   "C" cotitular (TITCONTA)

WORKING-STORAGE SECTION.

01 FS-JORNAL              PIC XX.
01 FS-CONTAS              PIC XX.
01 FS-CLIENTES            PIC XX.
01 FS-TITULARES           PIC XX.
01 FS-RELATORIO           PIC XX.

01 WS-NOME-JORNAL         PIC X(15).
      *> informa outro limiar
01 WS-USANDO-GERACAO      PIC X VALUE "S".
01 WS-CLIENTES-OK         PIC X VALUE "N".
01 WS-TITULARES-OK        PIC X VALUE "N".
01 WS-FIM-TITULARES       PIC X.
01 WS-CPF-MESTRE          PIC 9(11).
01 WS-QTD-ATRIBUIDOS      PIC 9(3).
01 WS-EOF-ARQUIVO         PIC X.
01 WS-EOF-SORT            PIC X.
01 WS-SEQ-LIBERACAO       PIC 9(7) VALUE 0.
      10 MC-VALOR-OPERACAO PIC 9(6)V99.
      10 MC-DATA-HORA      PIC 9(14).
      10 MC-OPERADOR       PIC X(4).
      10 MC-PAPEL          PIC X.
01 MAX-MOVIMENTOS-CPF     PIC 9(4) VALUE 2000.
01 WS-GRUPO-TRUNCADO      PIC X.

    IF WS-CLIENTES-OK = "S" THEN
        CLOSE ARQ-CLIENTES
    END-IF
    IF WS-TITULARES-OK = "S" THEN
        CLOSE ARQ-TITULARES
    END-IF
    DISPLAY "Comunicações geradas: " WS-QTD-CPF-REPORTADOS
        " CPF(s) - relatório em RELCOAF.TXT"
    STOP RUN.
        DISPLAY "Cadastro CLIENTES.DAT indisponível (status "
            FS-CLIENTES "): nomes e endereços sairão em branco."
    END-IF
    OPEN INPUT ARQ-TITULARES
    IF FS-TITULARES = "00" THEN
        MOVE "S" TO WS-TITULARES-OK
    END-IF
    OPEN OUTPUT ARQ-RELATORIO
    IF FS-RELATORIO NOT = "00" THEN
        DISPLAY "Não foi possível abrir o relatório. Status: "
      *> the day-close has run, falls back to the live journal and
      *> filters it by the requested date. Only cash moves ("D" and
      *> "S") count for the communication; transfers and charges are
      *> not cash through the counter. A same-day reversal of a cash
      *> move ("Y" of a "D", "X" of an "S") is kept too and nets
      *> against its original, so a deposit keyed in error does not
      *> push the customer over the threshold.
    OPEN INPUT ARQ-JORNAL
    IF FS-JORNAL = "35" THEN
        MOVE "N" TO WS-USANDO-GERACAO
                MOVE JR-DATA-HORA(1:8) TO WS-DATA-LANCAMENTO
                IF WS-DATA-LANCAMENTO = WS-DATA-MOVIMENTO
                        AND (JR-TIPO-OPERACAO = "D"
                          OR JR-TIPO-OPERACAO = "S"
                          OR (JR-TIPO-OPERACAO = "Y"
                              AND JR-TIPO-ORIGINAL = "D")
                          OR (JR-TIPO-OPERACAO = "X"
                              AND JR-TIPO-ORIGINAL = "S")) THEN
                    PERFORM LIBERAR-MOVIMENTO-COAF
                END-IF
        END-READ
    CLOSE ARQ-JORNAL.

LIBERAR-MOVIMENTO-COAF.
      *> joins the entry to the holder's CPF and to each co-holder of
      *> a joint account; an account no longer on the master (closed
      *> during the day) is attributed through its relationships,
      *> which end on the closing date, and falls to CPF zero only
      *> when none is found, so the movement still reaches the filing
    ADD 1 TO WS-QTD-SELECIONADOS
    MOVE 0 TO WS-QTD-ATRIBUIDOS
    MOVE JR-NUMERO-CONTA TO RM-NUMERO-CONTA
    READ ARQ-CONTAS
        INVALID KEY MOVE 0 TO RM-CPF-TITULAR
    END-READ
    MOVE RM-CPF-TITULAR TO WS-CPF-MESTRE
    IF WS-CPF-MESTRE NOT = 0 THEN
        MOVE WS-CPF-MESTRE TO SR-CPF
        MOVE "P" TO SR-PAPEL
        PERFORM LIBERAR-ATRIBUICAO-COAF
    END-IF
    IF WS-TITULARES-OK = "S" THEN
        PERFORM ATRIBUIR-COTITULARES-COAF
    END-IF
    IF WS-QTD-ATRIBUIDOS = 0 THEN
        MOVE 0 TO SR-CPF
        MOVE "P" TO SR-PAPEL
        PERFORM LIBERAR-ATRIBUICAO-COAF
    END-IF.

ATRIBUIR-COTITULARES-COAF.
      *> holders whose relationship covered the movement date; the
      *> master CPF was attributed already, and a legal
      *> representative is not a holder
    MOVE JR-NUMERO-CONTA TO TT-NUMERO-CONTA
    MOVE 0 TO TT-CPF
    MOVE 0 TO TT-DATA-INICIO
    START ARQ-TITULARES KEY IS NOT LESS THAN TT-CHAVE
        INVALID KEY EXIT PARAGRAPH
    END-START
    MOVE "N" TO WS-FIM-TITULARES
    PERFORM UNTIL WS-FIM-TITULARES = "S"
        READ ARQ-TITULARES NEXT RECORD
            AT END
                MOVE "S" TO WS-FIM-TITULARES
            NOT AT END
                IF TT-NUMERO-CONTA NOT = JR-NUMERO-CONTA THEN
                    MOVE "S" TO WS-FIM-TITULARES
                ELSE
                    IF TT-PAPEL NOT = "R"
                            AND TT-CPF NOT = WS-CPF-MESTRE
                            AND TT-DATA-INICIO <= WS-DATA-LANCAMENTO
                            AND (TT-DATA-FIM = 0
                              OR TT-DATA-FIM >= WS-DATA-LANCAMENTO)
                            THEN
                        MOVE TT-CPF   TO SR-CPF
                        MOVE TT-PAPEL TO SR-PAPEL
                        PERFORM LIBERAR-ATRIBUICAO-COAF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

LIBERAR-ATRIBUICAO-COAF.
      *> Entry: SR-CPF and SR-PAPEL set; REG-JORNAL holds the entry.
    ADD 1 TO WS-QTD-ATRIBUIDOS
    ADD 1 TO WS-SEQ-LIBERACAO
    MOVE WS-SEQ-LIBERACAO  TO SR-SEQUENCIA
    MOVE JR-NUMERO-CONTA   TO SR-NUMERO-CONTA
    MOVE JR-TIPO-OPERACAO  TO SR-TIPO-OPERACAO
        MOVE "S" TO WS-GRUPO-ABERTO
    END-IF

    EVALUATE SR-TIPO-OPERACAO
        WHEN "D"
            ADD SR-VALOR-OPERACAO TO WS-TOTAL-ENTRADAS
        WHEN "S"
            ADD SR-VALOR-OPERACAO TO WS-TOTAL-SAIDAS
        WHEN "Y"
          *> the original deposit was released ahead of its reversal
            SUBTRACT SR-VALOR-OPERACAO FROM WS-TOTAL-ENTRADAS
        WHEN "X"
            SUBTRACT SR-VALOR-OPERACAO FROM WS-TOTAL-SAIDAS
    END-EVALUATE

    IF TOTAL-MOVIMENTOS-CPF >= MAX-MOVIMENTOS-CPF THEN
        MOVE "S" TO WS-GRUPO-TRUNCADO
    MOVE SR-VALOR-OPERACAO
        TO MC-VALOR-OPERACAO(TOTAL-MOVIMENTOS-CPF)
    MOVE SR-DATA-HORA      TO MC-DATA-HORA(TOTAL-MOVIMENTOS-CPF)
    MOVE SR-OPERADOR       TO MC-OPERADOR(TOTAL-MOVIMENTOS-CPF)
    MOVE SR-PAPEL          TO MC-PAPEL(TOTAL-MOVIMENTOS-CPF).

FECHAR-GRUPO-CPF.
    IF WS-TOTAL-ENTRADAS < WS-LIMIAR
           "  Caixa: " MC-OPERADOR(INDICE)
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    IF MC-PAPEL(INDICE) = "C" THEN
        MOVE "  (cotitular de conta conjunta)" TO WS-LINHA(80:31)
    END-IF
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.

