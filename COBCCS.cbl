IDENTIFICATION DIVISION.
PROGRAM-ID. COBCCS.

      *> Daily CCS remittance batch: collects every relationship event
      *> still pending on CCSEVT.DAT up to the business date and writes
      *> the day's remittance file CCSREM.DAT for the Banco Central's
      *> Cadastro de Clientes do SFN - a header with remittance ID and
      *> date, one detail per event and a trailer with counts, in the
      *> same spirit as the REMESSA.DAT COBREMES writes. Each shipped
      *> event is marked "E" with the remittance ID and date. A date
      *> already recorded on CCSCTL.DAT is refused, so the same day is
      *> never sent twice, and RELCCS.TXT lists what went out. With
      *> nothing pending, no file is created.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQ-EVENTOS-CCS ASSIGN TO "CCSEVT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CV-NUMERO-EVENTO
        FILE STATUS IS FS-EVENTOS-CCS.

    SELECT ARQ-REMESSA-CCS ASSIGN TO "CCSREM.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-REMESSA-CCS.

    SELECT ARQ-CONTROLE ASSIGN TO "CCSCTL.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-CONTROLE.

    SELECT ARQ-RELATORIO ASSIGN TO "RELCCS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-RELATORIO.

DATA DIVISION.
FILE SECTION.

FD  ARQ-EVENTOS-CCS.
01  REG-EVENTO-CCS.
    COPY CCSEVT.

FD  ARQ-REMESSA-CCS.
01  REG-REMESSA-CCS.
    COPY CCSREG.

FD  ARQ-CONTROLE.
01  REG-CONTROLE.
      *> one record per CCS remittance ever generated; how a business
      *> date presented a second time is recognized and refused
    05 CC-ID-REMESSA        PIC X(8).
    05 CC-DATA-REMESSA      PIC 9(8).
    05 CC-QTD-EVENTOS       PIC 9(7).
    05 CC-DATA-HORA-GERACAO PIC 9(14).

FD  ARQ-RELATORIO.
01  LINHA-RELATORIO         PIC X(132).

WORKING-STORAGE SECTION.

01 FS-EVENTOS-CCS         PIC XX.
01 FS-REMESSA-CCS         PIC XX.
01 FS-CONTROLE            PIC XX.
01 FS-RELATORIO           PIC XX.

01 WS-DATA-MOVIMENTO      PIC 9(8).
01 WS-ID-REMESSA          PIC X(8).
01 WS-QTD-PENDENTES       PIC 9(7) VALUE 0.
01 WS-QTD-ENVIADOS        PIC 9(7) VALUE 0.
01 WS-QTD-INICIOS         PIC 9(7) VALUE 0.
01 WS-QTD-FINS            PIC 9(7) VALUE 0.
01 WS-EOF-CONTROLE        PIC X.
01 WS-DATA-HORA-ATUAL     PIC 9(14).
01 WS-DATA-EXIBICAO       PIC X(10).
01 WS-DATA-EVENTO-EXIB    PIC X(10).
01 WS-DESCRICAO-EVENTO    PIC X(24).
01 WS-DESCRICAO-PAPEL     PIC X(13).
01 WS-LINHA               PIC X(132).

PROCEDURE DIVISION.

INICIO-CCS.
    DISPLAY "Data do movimento AAAAMMDD (0 = hoje): "
    ACCEPT WS-DATA-MOVIMENTO
    IF WS-DATA-MOVIMENTO = 0 THEN
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-MOVIMENTO
    END-IF
    MOVE SPACES TO WS-ID-REMESSA
    STRING "C" WS-DATA-MOVIMENTO(3:6)
        DELIMITED BY SIZE INTO WS-ID-REMESSA
    END-STRING

    PERFORM VERIFICAR-DATA-JA-ENVIADA

    OPEN I-O ARQ-EVENTOS-CCS
    IF FS-EVENTOS-CCS = "35" THEN
        DISPLAY "Arquivo CCSEVT.DAT não encontrado: nenhum evento "
            "a remeter."
        STOP RUN
    END-IF
    IF FS-EVENTOS-CCS NOT = "00" THEN
        DISPLAY "Não foi possível abrir o arquivo de eventos CCS. "
            "Status: " FS-EVENTOS-CCS
        STOP RUN
    END-IF

    PERFORM CONTAR-PENDENTES-CCS
    IF WS-QTD-PENDENTES = 0 THEN
        DISPLAY "Nenhum evento CCS pendente: remessa não gerada."
        CLOSE ARQ-EVENTOS-CCS
        STOP RUN
    END-IF

    PERFORM GERAR-REMESSA-CCS
    CLOSE ARQ-EVENTOS-CCS
    PERFORM REGISTRAR-REMESSA-CCS
    DISPLAY "Remessa CCS " WS-ID-REMESSA " gerada em CCSREM.DAT: "
        WS-QTD-ENVIADOS " evento(s), " WS-QTD-INICIOS " início(s), "
        WS-QTD-FINS " fim(ns)"
    DISPLAY "Relação dos eventos enviados em RELCCS.TXT."
    STOP RUN.

VERIFICAR-DATA-JA-ENVIADA.
    OPEN INPUT ARQ-CONTROLE
    IF FS-CONTROLE = "35" THEN
        EXIT PARAGRAPH
    END-IF
    IF FS-CONTROLE NOT = "00" THEN
        DISPLAY "Não foi possível abrir o controle de remessas CCS. "
            "Status: " FS-CONTROLE
        STOP RUN
    END-IF

    MOVE "N" TO WS-EOF-CONTROLE
    PERFORM UNTIL WS-EOF-CONTROLE = "S"
        READ ARQ-CONTROLE
            AT END
                MOVE "S" TO WS-EOF-CONTROLE
            NOT AT END
                IF CC-DATA-REMESSA = WS-DATA-MOVIMENTO THEN
                    DISPLAY "A remessa CCS de " WS-DATA-MOVIMENTO
                        " já foi gerada (" CC-ID-REMESSA ", "
                        CC-QTD-EVENTOS " evento(s), em "
                        CC-DATA-HORA-GERACAO ")."
                    DISPLAY "Nenhum evento foi remetido."
                    CLOSE ARQ-CONTROLE
                    STOP RUN
                END-IF
        END-READ
    END-PERFORM
    CLOSE ARQ-CONTROLE.

CONTAR-PENDENTES-CCS.
      *> first pass, before the file is created: an empty CCSREM.DAT
      *> sent to the Banco Central would be worse than none
    MOVE LOW-VALUES TO CV-NUMERO-EVENTO
    START ARQ-EVENTOS-CCS KEY IS NOT LESS THAN CV-NUMERO-EVENTO
        INVALID KEY MOVE "10" TO FS-EVENTOS-CCS
    END-START
    PERFORM UNTIL FS-EVENTOS-CCS NOT = "00"
        READ ARQ-EVENTOS-CCS NEXT RECORD
            AT END
                MOVE "10" TO FS-EVENTOS-CCS
            NOT AT END
                IF CV-SITUACAO = "P"
                        AND CV-DATA-EVENTO NOT > WS-DATA-MOVIMENTO THEN
                    ADD 1 TO WS-QTD-PENDENTES
                END-IF
        END-READ
    END-PERFORM
    MOVE "00" TO FS-EVENTOS-CCS.

GERAR-REMESSA-CCS.
    OPEN OUTPUT ARQ-REMESSA-CCS
    IF FS-REMESSA-CCS NOT = "00" THEN
        DISPLAY "Não foi possível criar CCSREM.DAT. Status: "
            FS-REMESSA-CCS
        STOP RUN
    END-IF
    PERFORM ABRIR-RELATORIO-CCS

    MOVE "H" TO CR-TIPO-REGISTRO
    MOVE SPACES TO CR-DADOS
    MOVE WS-ID-REMESSA TO CR-ID-REMESSA
    MOVE WS-DATA-MOVIMENTO TO CR-DATA-REMESSA
    WRITE REG-REMESSA-CCS

    MOVE LOW-VALUES TO CV-NUMERO-EVENTO
    START ARQ-EVENTOS-CCS KEY IS NOT LESS THAN CV-NUMERO-EVENTO
        INVALID KEY MOVE "10" TO FS-EVENTOS-CCS
    END-START
    PERFORM UNTIL FS-EVENTOS-CCS NOT = "00"
        READ ARQ-EVENTOS-CCS NEXT RECORD
            AT END
                MOVE "10" TO FS-EVENTOS-CCS
            NOT AT END
                IF CV-SITUACAO = "P"
                        AND CV-DATA-EVENTO NOT > WS-DATA-MOVIMENTO THEN
                    PERFORM REMETER-EVENTO-CCS
                END-IF
        END-READ
    END-PERFORM
    MOVE "00" TO FS-EVENTOS-CCS

    MOVE "Z" TO CR-TIPO-REGISTRO
    MOVE SPACES TO CR-DADOS
    MOVE WS-QTD-ENVIADOS TO CR-QTD-EVENTOS
    MOVE WS-QTD-INICIOS  TO CR-QTD-INICIOS
    MOVE WS-QTD-FINS     TO CR-QTD-FINS
    WRITE REG-REMESSA-CCS
    CLOSE ARQ-REMESSA-CCS
    PERFORM FECHAR-RELATORIO-CCS.

REMETER-EVENTO-CCS.
    MOVE "D" TO CR-TIPO-REGISTRO
    MOVE SPACES TO CR-DADOS
    MOVE CV-NUMERO-EVENTO TO CR-NUMERO-EVENTO
    MOVE CV-TIPO-EVENTO   TO CR-TIPO-EVENTO
    MOVE CV-CPF           TO CR-CPF
    MOVE CV-NUMERO-CONTA  TO CR-NUMERO-CONTA
    MOVE CV-TIPO-CONTA    TO CR-TIPO-CONTA
    MOVE CV-PAPEL         TO CR-PAPEL
    MOVE CV-DATA-EVENTO   TO CR-DATA-EVENTO
    WRITE REG-REMESSA-CCS
    IF FS-REMESSA-CCS NOT = "00" THEN
        DISPLAY "Erro ao gravar a remessa CCS. Status: "
            FS-REMESSA-CCS
        DISPLAY "Remessa abandonada; remover CCSREM.DAT incompleta "
            "antes de reexecutar."
        STOP RUN
    END-IF

    ADD 1 TO WS-QTD-ENVIADOS
    IF CV-TIPO-EVENTO = "I" THEN
        ADD 1 TO WS-QTD-INICIOS
    ELSE
        ADD 1 TO WS-QTD-FINS
    END-IF
    PERFORM IMPRIMIR-EVENTO-CCS

    MOVE "E" TO CV-SITUACAO
    MOVE WS-ID-REMESSA TO CV-ID-REMESSA
    MOVE WS-DATA-MOVIMENTO TO CV-DATA-ENVIO
    REWRITE REG-EVENTO-CCS
        INVALID KEY
            DISPLAY "Erro ao marcar o evento " CV-NUMERO-EVENTO
                " como enviado. Status: " FS-EVENTOS-CCS
    END-REWRITE.

REGISTRAR-REMESSA-CCS.
    OPEN EXTEND ARQ-CONTROLE
    IF FS-CONTROLE = "35" THEN
        OPEN OUTPUT ARQ-CONTROLE
    END-IF
    IF FS-CONTROLE NOT = "00" THEN
        DISPLAY "Não foi possível gravar o controle de remessas CCS. "
            "Status: " FS-CONTROLE
        DISPLAY "ATENÇÃO: registrar manualmente a remessa "
            WS-ID-REMESSA " antes da próxima execução."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ID-REMESSA     TO CC-ID-REMESSA
    MOVE WS-DATA-MOVIMENTO TO CC-DATA-REMESSA
    MOVE WS-QTD-ENVIADOS   TO CC-QTD-EVENTOS
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-ATUAL
    MOVE WS-DATA-HORA-ATUAL TO CC-DATA-HORA-GERACAO
    WRITE REG-CONTROLE
    CLOSE ARQ-CONTROLE.

ABRIR-RELATORIO-CCS.
    OPEN OUTPUT ARQ-RELATORIO
    IF FS-RELATORIO NOT = "00" THEN
        DISPLAY "Não foi possível abrir o relatório. Status: "
            FS-RELATORIO
        EXIT PARAGRAPH
    END-IF

    STRING WS-DATA-MOVIMENTO(7:2) "/" WS-DATA-MOVIMENTO(5:2) "/"
           WS-DATA-MOVIMENTO(1:4)
           DELIMITED BY SIZE INTO WS-DATA-EXIBICAO
    END-STRING
    MOVE "===== COBANK - REMESSA CCS (CADASTRO DE CLIENTES DO SFN) ====="
        TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "Remessa: " WS-ID-REMESSA "   Data do movimento: "
           WS-DATA-EXIBICAO
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "   EVENTO DATA       CPF         CONTA T "
           "PAPEL         MOVIMENTO                OPER"
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.

IMPRIMIR-EVENTO-CCS.
    IF FS-RELATORIO NOT = "00" THEN
        EXIT PARAGRAPH
    END-IF
    EVALUATE CV-MOTIVO
        WHEN "ABE" MOVE "INICIO - ABERTURA CONTA" TO WS-DESCRICAO-EVENTO
        WHEN "ENC" MOVE "FIM - ENCERRAMENTO CONTA"
                       TO WS-DESCRICAO-EVENTO
        WHEN "INC" MOVE "INICIO - INCLUSAO"       TO WS-DESCRICAO-EVENTO
        WHEN "EXC" MOVE "FIM - EXCLUSAO"          TO WS-DESCRICAO-EVENTO
        WHEN OTHER MOVE CV-MOTIVO                 TO WS-DESCRICAO-EVENTO
    END-EVALUATE
    EVALUATE CV-PAPEL
        WHEN "P"   MOVE "TITULAR"       TO WS-DESCRICAO-PAPEL
        WHEN "C"   MOVE "COTITULAR"     TO WS-DESCRICAO-PAPEL
        WHEN "R"   MOVE "REPRESENTANTE" TO WS-DESCRICAO-PAPEL
        WHEN OTHER MOVE CV-PAPEL        TO WS-DESCRICAO-PAPEL
    END-EVALUATE
    STRING CV-DATA-EVENTO(7:2) "/" CV-DATA-EVENTO(5:2) "/"
           CV-DATA-EVENTO(1:4)
           DELIMITED BY SIZE INTO WS-DATA-EVENTO-EXIB
    END-STRING
    MOVE SPACES TO WS-LINHA
    STRING CV-NUMERO-EVENTO " " WS-DATA-EVENTO-EXIB " " CV-CPF " "
           CV-NUMERO-CONTA " " CV-TIPO-CONTA " " WS-DESCRICAO-PAPEL
           " " WS-DESCRICAO-EVENTO " " CV-OPERADOR
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.

FECHAR-RELATORIO-CCS.
    IF FS-RELATORIO NOT = "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "EVENTOS ENVIADOS: " WS-QTD-ENVIADOS
           "   INICIOS: " WS-QTD-INICIOS
           "   FINS: " WS-QTD-FINS
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    CLOSE ARQ-RELATORIO.
