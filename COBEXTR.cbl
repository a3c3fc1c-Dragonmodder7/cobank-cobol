      *> master read in account order, so the run has no ceiling on
      *> the number of entries in the period and reads the work file
      *> once however many accounts are mailed.
      *>
      *> The heading names every current holder of the account: the
      *> master's titular and each co-holder (and legal
      *> representative) still related to it on TITULARES.DAT, with
      *> names from CLIENTES.DAT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-JORNAL.

    SELECT ARQ-TITULARES ASSIGN TO "TITULARES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TT-CHAVE
        FILE STATUS IS FS-TITULARES.

    SELECT ARQ-CLIENTES ASSIGN TO "CLIENTES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CL-CPF
        FILE STATUS IS FS-CLIENTES.

    SELECT ARQ-RELATORIO ASSIGN TO "EXTRATO.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-RELATORIO.
01  REG-JORNAL.
    COPY JORNAL.

FD  ARQ-TITULARES.
01  REG-TITULAR.
    COPY TITCONTA.

FD  ARQ-CLIENTES.
01  REG-CLIENTE.
    COPY CLIMEST.

FD  ARQ-RELATORIO.
01  LINHA-RELATORIO            PIC X(132).

    05 TB-VALOR-OPERACAO   PIC 9(6)V99.
    05 TB-SALDO-APOS       PIC S9(6)V99.
    05 TB-DATA-HORA        PIC 9(14).
    05 TB-DATA-HORA-ORIGINAL PIC 9(14).
    05 TB-TIPO-ORIGINAL    PIC X.
      *>   reversal entries only: the entry they cancel

SD  ARQ-SORT.
01  REG-SORT.
    05 SR-VALOR-OPERACAO   PIC 9(6)V99.
    05 SR-SALDO-APOS       PIC S9(6)V99.
    05 SR-DATA-HORA        PIC 9(14).
    05 SR-DATA-HORA-ORIGINAL PIC 9(14).
    05 SR-TIPO-ORIGINAL    PIC X.

WORKING-STORAGE SECTION.

01 FS-JORNAL              PIC XX.
01 FS-RELATORIO           PIC XX.
01 FS-TRABALHO            PIC XX.
01 FS-TITULARES           PIC XX.
01 FS-CLIENTES            PIC XX.

01 WS-TITULARES-OK        PIC X VALUE "N".
01 WS-CLIENTES-OK         PIC X VALUE "N".
01 WS-FIM-TITULARES       PIC X.
01 WS-CONTA-TITULARES     PIC 9(5) VALUE 0.
01 TOTAL-VINCULADOS       PIC 9(2) VALUE 0.
01 TABELA-VINCULADOS.
      *> the co-holders and representatives of the account being
      *> printed, loaded once per account for all of its pages
   05 VINCULADO OCCURS 10 TIMES.
      10 VC-PAPEL          PIC X.
      10 VC-CPF            PIC 9(11).
      10 VC-NOME           PIC X(40).
01 MAX-VINCULADOS         PIC 9(2) VALUE 10.
01 INDICE-VINCULADO       PIC 9(2).

PROCEDURE DIVISION.

            FS-RELATORIO
        STOP RUN
    END-IF
    OPEN INPUT ARQ-TITULARES
    IF FS-TITULARES = "00" THEN
        MOVE "S" TO WS-TITULARES-OK
    END-IF
    OPEN INPUT ARQ-CLIENTES
    IF FS-CLIENTES = "00" THEN
        MOVE "S" TO WS-CLIENTES-OK
    END-IF

    IF WS-CONTA-PEDIDA = 0 THEN
        PERFORM EMITIR-TODAS-AS-CONTAS
    CLOSE ARQ-CONTAS
    CLOSE ARQ-TRABALHO
    CLOSE ARQ-RELATORIO
    IF WS-TITULARES-OK = "S" THEN
        CLOSE ARQ-TITULARES
    END-IF
    IF WS-CLIENTES-OK = "S" THEN
        CLOSE ARQ-CLIENTES
    END-IF
    DISPLAY "Extratos emitidos: " WS-TOTAL-EXTRATOS
        " - gravados em EXTRATO.TXT"
    STOP RUN.
    MOVE JR-VALOR-OPERACAO TO SR-VALOR-OPERACAO
    MOVE JR-SALDO-APOS     TO SR-SALDO-APOS
    MOVE JR-DATA-HORA      TO SR-DATA-HORA
    MOVE JR-DATA-HORA-ORIGINAL TO SR-DATA-HORA-ORIGINAL
    MOVE JR-TIPO-ORIGINAL  TO SR-TIPO-ORIGINAL
    RELEASE REG-SORT.

LER-TRABALHO.
        WHEN "J"
        WHEN "R"
        WHEN "V"
        WHEN "X"
        WHEN "L"
            SUBTRACT TB-VALOR-OPERACAO
                FROM WS-SALDO-ABERTURA
        WHEN "S"
        WHEN "E"
        WHEN "T"
        WHEN "I"
        WHEN "Y"
        WHEN "P"
        WHEN "K"
            ADD TB-VALOR-OPERACAO TO WS-SALDO-ABERTURA
    END-EVALUATE.

            MOVE "INTERB ENVIA" TO WS-DESCRICAO-TIPO
        WHEN "V"
            MOVE "INTERB RECEB" TO WS-DESCRICAO-TIPO
        WHEN "X"
        WHEN "Y"
            MOVE "ESTORNO     " TO WS-DESCRICAO-TIPO
        WHEN "L"
            MOVE "LIBER EMPRES" TO WS-DESCRICAO-TIPO
        WHEN "P"
            MOVE "AMORT EMPRES" TO WS-DESCRICAO-TIPO
        WHEN "K"
            MOVE "JUROS EMPRES" TO WS-DESCRICAO-TIPO
        WHEN OTHER
            MOVE "DESCONHECIDO" TO WS-DESCRICAO-TIPO
    END-EVALUATE
           "  Saldo: R$" WS-SALDO-EDIT
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    IF TB-TIPO-OPERACAO = "X" OR TB-TIPO-OPERACAO = "Y" THEN
      *> the reversal names the entry it cancels, so the customer
      *> sees the two as a pair
        MOVE TB-DATA-HORA-ORIGINAL TO WS-DATA-HORA-DESDOBRA
        STRING "  (estorno de " WS-DH-DATA(7:2) "/" WS-DH-DATA(5:2)
               " " WS-DH-HORA(1:2) ":" WS-DH-HORA(3:2) ":"
               WS-DH-HORA(5:2) " " TB-TIPO-ORIGINAL ")"
               DELIMITED BY SIZE INTO WS-LINHA(75:)
        END-STRING
    END-IF
    MOVE WS-LINHA TO LINHA-RELATORIO
    PERFORM ESCREVER-LINHA-EXTRATO.

    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    IF RM-NUMERO-CONTA NOT = WS-CONTA-TITULARES THEN
        PERFORM CARREGAR-VINCULADOS-EXTR
    END-IF
    PERFORM VARYING INDICE-VINCULADO FROM 1 BY 1
            UNTIL INDICE-VINCULADO > TOTAL-VINCULADOS
        PERFORM IMPRIMIR-VINCULADO-EXTR
    END-PERFORM
    MOVE SPACES TO WS-LINHA
    STRING "Período: " WS-DATA-INICIAL " a " WS-DATA-FINAL
           "   Emitido em: " WS-DATA-EXIBICAO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.

CARREGAR-VINCULADOS-EXTR.
      *> Entry: REG-MESTRE holds the account whose extrato starts.
      *> Exit:  TABELA-VINCULADOS = its current co-holders and
      *>        representatives other than the master's titular.
    MOVE RM-NUMERO-CONTA TO WS-CONTA-TITULARES
    MOVE 0 TO TOTAL-VINCULADOS
    IF WS-TITULARES-OK NOT = "S" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE RM-NUMERO-CONTA TO TT-NUMERO-CONTA
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
                IF TT-NUMERO-CONTA NOT = RM-NUMERO-CONTA THEN
                    MOVE "S" TO WS-FIM-TITULARES
                ELSE
                    IF TT-DATA-FIM = 0
                            AND TT-CPF NOT = RM-CPF-TITULAR
                            AND TOTAL-VINCULADOS < MAX-VINCULADOS
                            THEN
                        PERFORM GUARDAR-VINCULADO-EXTR
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

GUARDAR-VINCULADO-EXTR.
    ADD 1 TO TOTAL-VINCULADOS
    MOVE TT-PAPEL TO VC-PAPEL(TOTAL-VINCULADOS)
    MOVE TT-CPF   TO VC-CPF(TOTAL-VINCULADOS)
    MOVE SPACES   TO VC-NOME(TOTAL-VINCULADOS)
    IF WS-CLIENTES-OK = "S" THEN
        MOVE TT-CPF TO CL-CPF
        READ ARQ-CLIENTES
            NOT INVALID KEY
                MOVE CL-NOME TO VC-NOME(TOTAL-VINCULADOS)
        END-READ
    END-IF.

IMPRIMIR-VINCULADO-EXTR.
    MOVE SPACES TO WS-LINHA
    IF VC-PAPEL(INDICE-VINCULADO) = "R" THEN
        STRING "             Representante legal: "
               VC-NOME(INDICE-VINCULADO)
               "  CPF: " VC-CPF(INDICE-VINCULADO)
               DELIMITED BY SIZE INTO WS-LINHA
        END-STRING
    ELSE
        STRING "             Cotitular: " VC-NOME(INDICE-VINCULADO)
               "  CPF: " VC-CPF(INDICE-VINCULADO)
               DELIMITED BY SIZE INTO WS-LINHA
        END-STRING
    END-IF
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.
