      *> RELDORM.TXT dormancy report with holder, CPF, last movement
      *> date and balance for the compliance file. Reactivation is a
      *> COBANK matter: any movement against a "D" account demands a
      *> supervisor-approved reactivation first. On the last business
      *> day of the month COBNOITE runs it as a night step: the
      *> months come from the "D" entry in force on the rate file
      *> (TAXAS.DAT), or the program default, and are counted back
      *> from the business date on NOITEPRM.DAT instead of being
      *> asked on the console.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-RELATORIO.

    SELECT ARQ-TAXAS ASSIGN TO "TAXAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TX-CHAVE
        FILE STATUS IS FS-TAXAS.

    SELECT ARQ-PARAMETRO ASSIGN TO "NOITEPRM.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-PARAMETRO.

    SELECT ARQ-SORT ASSIGN TO "SORTWK".

DATA DIVISION.
FD  ARQ-RELATORIO.
01  LINHA-RELATORIO            PIC X(132).

FD  ARQ-TAXAS.
01  REG-TAXA.
    COPY TAXAMEST.

FD  ARQ-PARAMETRO.
01  REG-PARAMETRO.
    COPY NOITEPRM.

SD  ARQ-SORT.
01  REG-SORT-DORM.
    05 SR-NUMERO-CONTA     PIC 9(5).
01 FS-TRABALHO            PIC XX.
01 FS-SITLOG              PIC XX.
01 FS-RELATORIO           PIC XX.
01 FS-TAXAS               PIC XX.
01 FS-PARAMETRO           PIC XX.
01 WS-PARM-PRESENTE       PIC X VALUE "N".

01 WS-NOME-JORNAL         PIC X(15).
01 WS-MESES-DORMENCIA     PIC 9(3).
01 MESES-DORMENCIA-PADRAO PIC 9(3) VALUE 12.
      *> prazo padrão do programa na execução noturna, substituído
      *> pela entrada "D" em vigor no arquivo de taxas
01 VIG-DORMENCIA          PIC 9(8) VALUE 0.
01 WS-DATA-PROCESSAMENTO  PIC 9(8).
01 WS-DATA-CORTE          PIC 9(8).
01 WS-EOF-ARQUIVO         PIC X.
01 WS-EOF-JORNAL          PIC X.
    DISPLAY "Dormência concluída: " WS-QTD-ADORMECIDAS " conta(s) "
        "adormecida(s) de " WS-QTD-EXAMINADAS " examinadas - "
        "relatório em RELDORM.TXT"
    GOBACK.

PEDIR-PARAMETROS-DORM.
    PERFORM LER-PARAMETRO-NOITE
    IF WS-PARM-PRESENTE = "S" THEN
        MOVE NP-DATA-MOVIMENTO TO WS-DATA-PROCESSAMENTO
        PERFORM CARREGAR-MESES-DORM
        DISPLAY "Data do movimento obtida do arquivo de parâmetros: "
            WS-DATA-PROCESSAMENTO "  Meses sem movimento: "
            WS-MESES-DORMENCIA
    ELSE
        DISPLAY "Meses sem movimento para dormência (ex.: 12): "
        ACCEPT WS-MESES-DORMENCIA
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-PROCESSAMENTO
    END-IF
    IF WS-MESES-DORMENCIA = 0 THEN
        DISPLAY "Quantidade de meses é obrigatória."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-CALC-NUM
    PERFORM VARYING INDICE-MES FROM 1 BY 1
            UNTIL INDICE-MES > WS-MESES-DORMENCIA
        PERFORM SUBTRAIR-UM-MES
    DISPLAY "Contas sem movimento desde " WS-DATA-CORTE
        " serão adormecidas.".

CARREGAR-MESES-DORM.
      *> the dormancy period in force comes from the rate file, as
      *> the fee does in COBTARIF; the file is read in key order
      *> (product, effective date), so the last "D" kept is in force
    MOVE MESES-DORMENCIA-PADRAO TO WS-MESES-DORMENCIA
    OPEN INPUT ARQ-TAXAS
    IF FS-TAXAS = "35" THEN
        DISPLAY "Arquivo de taxas TAXAS.DAT não encontrado: prazo "
            "padrão do programa em vigor."
        EXIT PARAGRAPH
    END-IF
    IF FS-TAXAS NOT = "00" THEN
        DISPLAY "Não foi possível abrir o arquivo de taxas. Status: "
            FS-TAXAS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    MOVE "N" TO WS-EOF-ARQUIVO
    PERFORM UNTIL WS-EOF-ARQUIVO = "S"
        READ ARQ-TAXAS NEXT RECORD
            AT END
                MOVE "S" TO WS-EOF-ARQUIVO
            NOT AT END
                IF TX-PRODUTO = "D"
                        AND TX-DATA-VIGENCIA <= WS-DATA-PROCESSAMENTO
                        AND TX-DATA-VIGENCIA >= VIG-DORMENCIA THEN
                    MOVE TX-VALOR         TO WS-MESES-DORMENCIA
                    MOVE TX-DATA-VIGENCIA TO VIG-DORMENCIA
                END-IF
        END-READ
    END-PERFORM
    CLOSE ARQ-TAXAS.

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

SUBTRAIR-UM-MES.
    IF WS-MES-CALC = 1 THEN
        MOVE 12 TO WS-MES-CALC
    IF FS-FECHCTL NOT = "00" THEN
        DISPLAY "Não foi possível abrir o controle de fechamento. "
            "Status: " FS-FECHCTL
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    MOVE "N" TO WS-EOF-ARQUIVO
    IF FS-JORNAL NOT = "00" THEN
        DISPLAY "Não foi possível abrir " WS-NOME-JORNAL ". Status: "
            FS-JORNAL
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    MOVE "N" TO WS-EOF-JORNAL
    IF FS-TRABALHO NOT = "00" THEN
        DISPLAY "Não foi possível criar o arquivo de trabalho. "
            "Status: " FS-TRABALHO
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    MOVE "N" TO WS-EOF-SORT
    IF FS-CONTAS NOT = "00" THEN
        DISPLAY "Não foi possível abrir o arquivo de contas. Status: "
            FS-CONTAS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN INPUT ARQ-TRABALHO
    IF FS-TRABALHO NOT = "00" THEN
        DISPLAY "Não foi possível reler o arquivo de trabalho. "
            "Status: " FS-TRABALHO
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN OUTPUT ARQ-RELATORIO
    IF FS-RELATORIO NOT = "00" THEN
        DISPLAY "Não foi possível abrir o relatório. Status: "
            FS-RELATORIO
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM CABECALHO-RELATORIO-DORM
    PERFORM LER-TRABALHO-DORM
