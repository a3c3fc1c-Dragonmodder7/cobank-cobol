IDENTIFICATION DIVISION.
PROGRAM-ID. COBBLOQ.

      *> Nightly judicial-hold batch, run first in the window so no
      *> debit of the night can reach money a court has ordered held.
      *> Loads the inbound court-order file ORDJUD.DAT when one has
      *> arrived: header and trailer (count and hash total) are
      *> validated in a first pass before anything is applied, the
      *> same way COBLOTE treats LOTE.DAT. A file ID already recorded
      *> on BLOQCTL.DAT is the file of an earlier night still on disk:
      *> nothing in it is applied again and the run goes on. "B" orders place a
      *> hold on BLOQUEIOS.DAT under the "#BLQ" batch operator,
      *> retaining what free balance the account has; "L" orders
      *> release the active hold carrying the order's protocol.
      *> Orders that cannot be applied go to BLOQEXC.TXT. Active holds
      *> whose expiry date has passed are then marked expired, every
      *> account's free balance tops up its holds still short of the
      *> amount ordered, and the run ends printing RELBLOQ.TXT: every
      *> active hold, ordered against retained, plus the holds placed
      *> or lifted today.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQ-ORDJUD ASSIGN TO "ORDJUD.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-ORDJUD.

    SELECT ARQ-CONTAS ASSIGN TO "CONTAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RM-NUMERO-CONTA
        FILE STATUS IS FS-CONTAS.

    SELECT ARQ-BLOQUEIOS ASSIGN TO "BLOQUEIOS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BJ-CHAVE
        FILE STATUS IS FS-BLOQUEIOS.

    SELECT ARQ-CONTROLE ASSIGN TO "BLOQCTL.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-CONTROLE.

    SELECT ARQ-EXCECOES ASSIGN TO "BLOQEXC.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-EXCECOES.

    SELECT ARQ-RELATORIO ASSIGN TO "RELBLOQ.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-RELATORIO.

    SELECT ARQ-PARAMETRO ASSIGN TO "NOITEPRM.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-PARAMETRO.

DATA DIVISION.
FILE SECTION.

FD  ARQ-ORDJUD.
01  REG-ORDJUD.
    COPY ORDJUD.

FD  ARQ-CONTAS.
01  REG-MESTRE.
    COPY CTAMEST.

FD  ARQ-BLOQUEIOS.
01  REG-BLOQUEIO.
    COPY BLOQJUD.

FD  ARQ-CONTROLE.
01  REG-CONTROLE.
      *> one record per court-order file ever applied; how a file
      *> presented a second time is recognized and refused
    05 BC-ID-ARQUIVO        PIC X(8).
    05 BC-DATA-ARQUIVO      PIC 9(8).
    05 BC-QTD-ORDENS        PIC 9(7).
    05 BC-TOTAL-VALORES     PIC 9(12)V99.
    05 BC-DATA-HORA-APLIC   PIC 9(14).

FD  ARQ-EXCECOES.
01  LINHA-EXCECAO           PIC X(132).

FD  ARQ-RELATORIO.
01  LINHA-RELATORIO         PIC X(132).

FD  ARQ-PARAMETRO.
01  REG-PARAMETRO.
    COPY NOITEPRM.

WORKING-STORAGE SECTION.

01 FS-ORDJUD              PIC XX.
01 FS-CONTAS              PIC XX.
01 FS-BLOQUEIOS           PIC XX.
01 FS-CONTROLE            PIC XX.
01 FS-EXCECOES            PIC XX.
01 FS-RELATORIO           PIC XX.
01 FS-PARAMETRO           PIC XX.
01 WS-PARM-PRESENTE       PIC X VALUE "N".

01 WS-DATA-MOVIMENTO      PIC 9(8).
01 WS-TEM-ORDJUD          PIC X VALUE "S".
01 WS-ID-ARQUIVO          PIC X(8).
01 WS-DATA-ARQUIVO        PIC 9(8).
01 WS-QTD-DECLARADA       PIC 9(7).
01 WS-TOTAL-DECLARADO     PIC 9(12)V99.
01 WS-QTD-CONTADA         PIC 9(7) VALUE 0.
01 WS-TOTAL-CONTADO       PIC 9(12)V99 VALUE 0.
01 WS-TEM-CABECALHO       PIC X VALUE "N".
01 WS-TEM-RODAPE          PIC X VALUE "N".
01 WS-ARQUIVO-VALIDO      PIC X VALUE "S".
01 WS-EOF-ARQUIVO         PIC X.
01 WS-EOF-CONTROLE        PIC X.
01 WS-ORDEM-VALIDA        PIC X.
01 WS-MOTIVO-REJEICAO     PIC X(40).
01 WS-ACHOU-PROTOCOLO     PIC X.
01 WS-NUMERO-BLOQUEIO     PIC 9(5).
01 WS-QTD-INCLUIDOS       PIC 9(7) VALUE 0.
01 WS-QTD-LIBERADOS       PIC 9(7) VALUE 0.
01 WS-QTD-REJEITADAS      PIC 9(7) VALUE 0.
01 WS-QTD-EXPIRADOS       PIC 9(7) VALUE 0.
01 WS-QTD-ATIVOS          PIC 9(7) VALUE 0.
01 WS-QTD-INCOMPLETOS     PIC 9(7) VALUE 0.
01 WS-TOTAL-SOLICITADO    PIC 9(12)V99 VALUE 0.
01 WS-TOTAL-RETIDO        PIC 9(12)V99 VALUE 0.
01 WS-TOTAL-FALTA         PIC 9(12)V99 VALUE 0.
01 WS-VALOR-FALTA         PIC 9(9)V99.

01 WS-BLQ-CONTA           PIC 9(5).
01 WS-TOTAL-BLOQUEADO     PIC 9(9)V99.
01 WS-QTD-BLOQUEIOS-ATIVOS PIC 9(5).
01 WS-SALDO-LIVRE         PIC 9(9)V99.
01 WS-VALOR-COMPLEMENTO   PIC 9(9)V99.
01 WS-FIM-BLOQUEIOS       PIC X.
      *> entrada/saída de SOMAR-BLOQUEIOS e COMPLETAR-BLOQUEIOS

01 WS-DATA-HORA-ATUAL     PIC 9(14).
01 WS-DATA-EXIBICAO       PIC X(10).
01 WS-LINHA               PIC X(132).
01 WS-SOLICITADO-EDIT     PIC ZZZZZZZZ9.99.
01 WS-BLOQUEADO-EDIT      PIC ZZZZZZZZ9.99.
01 WS-FALTA-EDIT          PIC ZZZZZZZZ9.99.
01 WS-TOTAL-EDIT          PIC ZZZZZZZZZZZ9.99.

PROCEDURE DIVISION.

INICIO-BLOQ.
    PERFORM PEDIR-DATA-BLOQ
    PERFORM ABRIR-ARQUIVOS-BLOQ
    PERFORM VALIDAR-ARQUIVO-ORDJUD
    IF WS-TEM-ORDJUD = "S" THEN
        PERFORM VERIFICAR-ORDJUD-JA-PROCESSADO
    END-IF
    IF WS-TEM-ORDJUD = "S" THEN
        PERFORM APLICAR-ORDENS-JUDICIAIS
        PERFORM REGISTRAR-ORDJUD-PROCESSADO
        DISPLAY "Ordens judiciais " WS-ID-ARQUIVO " aplicadas: "
            WS-QTD-INCLUIDOS " bloqueio(s), "
            WS-QTD-LIBERADOS " liberação(ões), "
            WS-QTD-REJEITADAS " rejeitada(s)."
        IF WS-QTD-REJEITADAS > 0 THEN
            DISPLAY "Ver detalhes em BLOQEXC.TXT"
        END-IF
    END-IF
    PERFORM EXPIRAR-BLOQUEIOS
    PERFORM COMPLETAR-BLOQUEIOS-CONTAS
    PERFORM EMITIR-RELATORIO-BLOQ
    PERFORM ENCERRAR-ARQUIVOS-BLOQ
    GOBACK.

PEDIR-DATA-BLOQ.
    PERFORM LER-PARAMETRO-NOITE
    IF WS-PARM-PRESENTE = "S" THEN
        MOVE NP-DATA-MOVIMENTO TO WS-DATA-MOVIMENTO
        DISPLAY "Data do movimento obtida do arquivo de parâmetros: "
            WS-DATA-MOVIMENTO
    ELSE
        DISPLAY "Data do movimento AAAAMMDD (0 = hoje): "
        ACCEPT WS-DATA-MOVIMENTO
    END-IF
    IF WS-DATA-MOVIMENTO = 0 THEN
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-MOVIMENTO
    END-IF.

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

ABRIR-ARQUIVOS-BLOQ.
    OPEN I-O ARQ-CONTAS
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
    OPEN OUTPUT ARQ-EXCECOES.

VALIDAR-ARQUIVO-ORDJUD.
      *> First pass: nothing is applied until the whole file has been
      *> read and the header and trailer agree with its contents. A
      *> missing file is not an error - most nights bring no court
      *> orders - and expiry, top-up and report still run.
    OPEN INPUT ARQ-ORDJUD
    IF FS-ORDJUD = "35" THEN
        MOVE "N" TO WS-TEM-ORDJUD
        DISPLAY "ORDJUD.DAT não encontrado: nenhuma ordem judicial "
            "hoje."
        EXIT PARAGRAPH
    END-IF
    IF FS-ORDJUD NOT = "00" THEN
        DISPLAY "Não foi possível abrir o arquivo de ordens "
            "judiciais. Status: " FS-ORDJUD
        PERFORM ENCERRAR-ARQUIVOS-BLOQ
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM UNTIL FS-ORDJUD NOT = "00"
        READ ARQ-ORDJUD
            AT END
                MOVE "10" TO FS-ORDJUD
            NOT AT END
                PERFORM VALIDAR-REGISTRO-ORDJUD
        END-READ
    END-PERFORM
    CLOSE ARQ-ORDJUD

    IF WS-TEM-CABECALHO NOT = "S" THEN
        DISPLAY "Ordens judiciais sem registro de cabeçalho. "
            "Arquivo rejeitado."
        MOVE "N" TO WS-ARQUIVO-VALIDO
    END-IF
    IF WS-TEM-RODAPE NOT = "S" THEN
        DISPLAY "Ordens judiciais sem registro de rodapé (arquivo "
            "truncado?). Arquivo rejeitado."
        MOVE "N" TO WS-ARQUIVO-VALIDO
    END-IF
    IF WS-TEM-RODAPE = "S"
            AND WS-QTD-CONTADA NOT = WS-QTD-DECLARADA THEN
        DISPLAY "Quantidade de ordens não confere: declaradas "
            WS-QTD-DECLARADA " encontradas " WS-QTD-CONTADA
            ". Arquivo rejeitado."
        MOVE "N" TO WS-ARQUIVO-VALIDO
    END-IF
    IF WS-TEM-RODAPE = "S"
            AND WS-TOTAL-CONTADO NOT = WS-TOTAL-DECLARADO THEN
        DISPLAY "Total de valores não confere: declarado "
            WS-TOTAL-DECLARADO " encontrado " WS-TOTAL-CONTADO
            ". Arquivo rejeitado."
        MOVE "N" TO WS-ARQUIVO-VALIDO
    END-IF

    IF WS-ARQUIVO-VALIDO NOT = "S" THEN
      *> a court order cannot be left unapplied overnight: the night
      *> stops here, as COBLOTE does on a bad settlement file, until
      *> a corrected file is in place
        DISPLAY "Nenhuma ordem judicial foi aplicada."
        PERFORM ENCERRAR-ARQUIVOS-BLOQ
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

VALIDAR-REGISTRO-ORDJUD.
    EVALUATE OJ-TIPO-REGISTRO
        WHEN "H"
            IF WS-TEM-CABECALHO = "S" THEN
                DISPLAY "Ordens judiciais com mais de um cabeçalho. "
                    "Arquivo rejeitado."
                MOVE "N" TO WS-ARQUIVO-VALIDO
            END-IF
            MOVE "S" TO WS-TEM-CABECALHO
            MOVE OJ-ID-ARQUIVO   TO WS-ID-ARQUIVO
            MOVE OJ-DATA-ARQUIVO TO WS-DATA-ARQUIVO
            IF WS-ID-ARQUIVO = SPACES THEN
                DISPLAY "Identificação do arquivo em branco. Arquivo "
                    "rejeitado."
                MOVE "N" TO WS-ARQUIVO-VALIDO
            END-IF
        WHEN "T"
            IF WS-TEM-RODAPE = "S" THEN
                DISPLAY "Ordem após o rodapé. Arquivo rejeitado."
                MOVE "N" TO WS-ARQUIVO-VALIDO
            END-IF
            ADD 1 TO WS-QTD-CONTADA
            ADD OJ-VALOR TO WS-TOTAL-CONTADO
        WHEN "Z"
            IF WS-TEM-RODAPE = "S" THEN
                DISPLAY "Ordens judiciais com mais de um rodapé. "
                    "Arquivo rejeitado."
                MOVE "N" TO WS-ARQUIVO-VALIDO
            END-IF
            MOVE "S" TO WS-TEM-RODAPE
            MOVE OJ-QTD-ORDENS    TO WS-QTD-DECLARADA
            MOVE OJ-TOTAL-VALORES TO WS-TOTAL-DECLARADO
        WHEN OTHER
            DISPLAY "Tipo de registro desconhecido nas ordens "
                "judiciais: " OJ-TIPO-REGISTRO ". Arquivo rejeitado."
            MOVE "N" TO WS-ARQUIVO-VALIDO
    END-EVALUATE.

VERIFICAR-ORDJUD-JA-PROCESSADO.
    OPEN INPUT ARQ-CONTROLE
    IF FS-CONTROLE = "35" THEN
        EXIT PARAGRAPH
    END-IF
    IF FS-CONTROLE NOT = "00" THEN
        DISPLAY "Não foi possível abrir o controle de ordens "
            "judiciais. Status: " FS-CONTROLE
        PERFORM ENCERRAR-ARQUIVOS-BLOQ
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    MOVE "N" TO WS-EOF-CONTROLE
    PERFORM UNTIL WS-EOF-CONTROLE = "S"
        READ ARQ-CONTROLE
            AT END
                MOVE "S" TO WS-EOF-CONTROLE
            NOT AT END
                IF BC-ID-ARQUIVO = WS-ID-ARQUIVO THEN
                    DISPLAY "Ordens judiciais " WS-ID-ARQUIVO " já "
                        "foram aplicadas em " BC-DATA-HORA-APLIC
                        ": nenhuma ordem nova nesta noite."
                    MOVE "N" TO WS-TEM-ORDJUD
                    MOVE "S" TO WS-EOF-CONTROLE
                END-IF
        END-READ
    END-PERFORM
    CLOSE ARQ-CONTROLE.

APLICAR-ORDENS-JUDICIAIS.
      *> second pass: the file is known good, apply order by order
    OPEN INPUT ARQ-ORDJUD
    MOVE "N" TO WS-EOF-ARQUIVO
    PERFORM UNTIL WS-EOF-ARQUIVO = "S"
        READ ARQ-ORDJUD
            AT END
                MOVE "S" TO WS-EOF-ARQUIVO
            NOT AT END
                IF OJ-TIPO-REGISTRO = "T" THEN
                    PERFORM APLICAR-ORDEM-JUDICIAL
                END-IF
        END-READ
    END-PERFORM
    CLOSE ARQ-ORDJUD.

APLICAR-ORDEM-JUDICIAL.
    MOVE "S" TO WS-ORDEM-VALIDA
    MOVE SPACES TO WS-MOTIVO-REJEICAO
    EVALUATE OJ-ACAO
        WHEN "B"
            PERFORM INCLUIR-BLOQUEIO-BLQ
        WHEN "L"
            PERFORM LIBERAR-BLOQUEIO-BLQ
        WHEN OTHER
            MOVE "N" TO WS-ORDEM-VALIDA
            MOVE "Ação da ordem desconhecida" TO WS-MOTIVO-REJEICAO
    END-EVALUATE
    IF WS-ORDEM-VALIDA NOT = "S" THEN
        ADD 1 TO WS-QTD-REJEITADAS
        PERFORM GRAVAR-EXCECAO-BLOQ
    END-IF.

INCLUIR-BLOQUEIO-BLQ.
    IF OJ-VALOR = 0 THEN
        MOVE "N" TO WS-ORDEM-VALIDA
        MOVE "Valor a bloquear zerado" TO WS-MOTIVO-REJEICAO
        EXIT PARAGRAPH
    END-IF
    IF OJ-MOTIVO NOT = "CIV" AND OJ-MOTIVO NOT = "ALI"
            AND OJ-MOTIVO NOT = "TRA" AND OJ-MOTIVO NOT = "FIS"
            AND OJ-MOTIVO NOT = "OUT" THEN
        MOVE "N" TO WS-ORDEM-VALIDA
        MOVE "Motivo do bloqueio inválido" TO WS-MOTIVO-REJEICAO
        EXIT PARAGRAPH
    END-IF
    IF OJ-PROTOCOLO = SPACES THEN
        MOVE "N" TO WS-ORDEM-VALIDA
        MOVE "Protocolo da ordem em branco" TO WS-MOTIVO-REJEICAO
        EXIT PARAGRAPH
    END-IF
    MOVE OJ-NUMERO-CONTA TO RM-NUMERO-CONTA
    READ ARQ-CONTAS
        INVALID KEY
            MOVE "N" TO WS-ORDEM-VALIDA
            MOVE "Conta inexistente" TO WS-MOTIVO-REJEICAO
            EXIT PARAGRAPH
    END-READ

    MOVE OJ-NUMERO-CONTA TO WS-BLQ-CONTA
    PERFORM PROCURAR-PROTOCOLO-BLQ
    IF WS-ACHOU-PROTOCOLO = "S" THEN
      *> the same order delivered again in a later file
        MOVE "N" TO WS-ORDEM-VALIDA
        MOVE "Protocolo já registrado na conta" TO WS-MOTIVO-REJEICAO
        EXIT PARAGRAPH
    END-IF

    PERFORM PROXIMO-NUMERO-BLOQUEIO-BLQ
    INITIALIZE REG-BLOQUEIO
    MOVE OJ-NUMERO-CONTA    TO BJ-NUMERO-CONTA
    MOVE WS-NUMERO-BLOQUEIO TO BJ-NUMERO-BLOQUEIO
    MOVE OJ-VALOR           TO BJ-VALOR-SOLICITADO
    MOVE 0                  TO BJ-VALOR-BLOQUEADO
    MOVE OJ-MOTIVO          TO BJ-MOTIVO
    MOVE OJ-PROCESSO        TO BJ-PROCESSO
    MOVE OJ-VARA            TO BJ-VARA
    MOVE OJ-PROTOCOLO       TO BJ-PROTOCOLO
    MOVE WS-DATA-MOVIMENTO  TO BJ-DATA-INCLUSAO
    MOVE OJ-DATA-EXPIRACAO  TO BJ-DATA-EXPIRACAO
    MOVE "A"                TO BJ-SITUACAO
    MOVE 0                  TO BJ-DATA-BAIXA
    MOVE "#BLQ"             TO BJ-OPERADOR-INCLUSAO
    MOVE SPACES             TO BJ-SUPERVISOR-INCLUSAO
    MOVE SPACES             TO BJ-OPERADOR-BAIXA
    MOVE SPACES             TO BJ-SUPERVISOR-BAIXA
    MOVE 0                  TO BJ-ITEM-TRANSFERENCIA
    WRITE REG-BLOQUEIO
        INVALID KEY
            MOVE "N" TO WS-ORDEM-VALIDA
            MOVE "Erro ao gravar o bloqueio" TO WS-MOTIVO-REJEICAO
            EXIT PARAGRAPH
    END-WRITE
    ADD 1 TO WS-QTD-INCLUIDOS
      *> retain now whatever free balance the account has
    PERFORM COMPLETAR-BLOQUEIOS-BLQ.

LIBERAR-BLOQUEIO-BLQ.
    MOVE OJ-NUMERO-CONTA TO WS-BLQ-CONTA
    PERFORM PROCURAR-PROTOCOLO-BLQ
    IF WS-ACHOU-PROTOCOLO NOT = "S" OR BJ-SITUACAO NOT = "A" THEN
        MOVE "N" TO WS-ORDEM-VALIDA
        MOVE "Nenhum bloqueio ativo com o protocolo"
            TO WS-MOTIVO-REJEICAO
        EXIT PARAGRAPH
    END-IF
    MOVE "L"               TO BJ-SITUACAO
    MOVE WS-DATA-MOVIMENTO TO BJ-DATA-BAIXA
    MOVE "#BLQ"            TO BJ-OPERADOR-BAIXA
    MOVE SPACES            TO BJ-SUPERVISOR-BAIXA
    REWRITE REG-BLOQUEIO
        INVALID KEY
            MOVE "N" TO WS-ORDEM-VALIDA
            MOVE "Erro ao liberar o bloqueio" TO WS-MOTIVO-REJEICAO
            EXIT PARAGRAPH
    END-REWRITE
    ADD 1 TO WS-QTD-LIBERADOS
      *> what the lifted hold retained now goes to the account's
      *> other holds still short, if any
    MOVE OJ-NUMERO-CONTA TO RM-NUMERO-CONTA
    READ ARQ-CONTAS
        INVALID KEY
            EXIT PARAGRAPH
    END-READ
    PERFORM COMPLETAR-BLOQUEIOS-BLQ.

PROCURAR-PROTOCOLO-BLQ.
      *> Entry: WS-BLQ-CONTA and OJ-PROTOCOLO. Exit:
      *> WS-ACHOU-PROTOCOLO = "S" with REG-BLOQUEIO holding the
      *> account's hold for that protocol - the active one when
      *> there is one, otherwise the latest in any situation.
    MOVE "N" TO WS-ACHOU-PROTOCOLO
    MOVE WS-BLQ-CONTA TO BJ-NUMERO-CONTA
    MOVE 0 TO BJ-NUMERO-BLOQUEIO
    START ARQ-BLOQUEIOS KEY IS NOT LESS THAN BJ-CHAVE
        INVALID KEY EXIT PARAGRAPH
    END-START
    MOVE 0 TO WS-NUMERO-BLOQUEIO
    MOVE "N" TO WS-FIM-BLOQUEIOS
    PERFORM UNTIL WS-FIM-BLOQUEIOS = "S"
        READ ARQ-BLOQUEIOS NEXT RECORD
            AT END
                MOVE "S" TO WS-FIM-BLOQUEIOS
            NOT AT END
                IF BJ-NUMERO-CONTA NOT = WS-BLQ-CONTA THEN
                    MOVE "S" TO WS-FIM-BLOQUEIOS
                ELSE
                    IF BJ-PROTOCOLO = OJ-PROTOCOLO THEN
                        MOVE "S" TO WS-ACHOU-PROTOCOLO
                        MOVE BJ-NUMERO-BLOQUEIO TO WS-NUMERO-BLOQUEIO
                        IF BJ-SITUACAO = "A" THEN
                            MOVE "S" TO WS-FIM-BLOQUEIOS
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF WS-ACHOU-PROTOCOLO = "S" THEN
        MOVE WS-BLQ-CONTA       TO BJ-NUMERO-CONTA
        MOVE WS-NUMERO-BLOQUEIO TO BJ-NUMERO-BLOQUEIO
        READ ARQ-BLOQUEIOS
            INVALID KEY
                MOVE "N" TO WS-ACHOU-PROTOCOLO
        END-READ
    END-IF.

PROXIMO-NUMERO-BLOQUEIO-BLQ.
      *> Entry: WS-BLQ-CONTA. Exit: WS-NUMERO-BLOQUEIO holds the next
      *> free hold number of the account (one past its highest).
    MOVE 0 TO WS-NUMERO-BLOQUEIO
    MOVE WS-BLQ-CONTA TO BJ-NUMERO-CONTA
    MOVE 0 TO BJ-NUMERO-BLOQUEIO
    START ARQ-BLOQUEIOS KEY IS NOT LESS THAN BJ-CHAVE
        INVALID KEY MOVE "S" TO WS-FIM-BLOQUEIOS
        NOT INVALID KEY MOVE "N" TO WS-FIM-BLOQUEIOS
    END-START
    PERFORM UNTIL WS-FIM-BLOQUEIOS = "S"
        READ ARQ-BLOQUEIOS NEXT RECORD
            AT END
                MOVE "S" TO WS-FIM-BLOQUEIOS
            NOT AT END
                IF BJ-NUMERO-CONTA NOT = WS-BLQ-CONTA THEN
                    MOVE "S" TO WS-FIM-BLOQUEIOS
                ELSE
                    MOVE BJ-NUMERO-BLOQUEIO TO WS-NUMERO-BLOQUEIO
                END-IF
        END-READ
    END-PERFORM
    ADD 1 TO WS-NUMERO-BLOQUEIO.

GRAVAR-EXCECAO-BLOQ.
    MOVE OJ-VALOR TO WS-SOLICITADO-EDIT
    MOVE SPACES TO WS-LINHA
    STRING "Ação: " OJ-ACAO
           "  Conta: " OJ-NUMERO-CONTA
           "  Protocolo: " OJ-PROTOCOLO
           "  Valor: " WS-SOLICITADO-EDIT
           "  Motivo: " WS-MOTIVO-REJEICAO
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-EXCECAO
    WRITE LINHA-EXCECAO.

REGISTRAR-ORDJUD-PROCESSADO.
    OPEN EXTEND ARQ-CONTROLE
    IF FS-CONTROLE = "35" THEN
        OPEN OUTPUT ARQ-CONTROLE
    END-IF
    IF FS-CONTROLE NOT = "00" THEN
        DISPLAY "Não foi possível gravar o controle de ordens "
            "judiciais. Status: " FS-CONTROLE
        DISPLAY "ATENÇÃO: registrar manualmente o arquivo "
            WS-ID-ARQUIVO " como processado antes da próxima "
            "execução."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ID-ARQUIVO     TO BC-ID-ARQUIVO
    MOVE WS-DATA-ARQUIVO   TO BC-DATA-ARQUIVO
    MOVE WS-QTD-CONTADA    TO BC-QTD-ORDENS
    MOVE WS-TOTAL-CONTADO  TO BC-TOTAL-VALORES
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-ATUAL
    MOVE WS-DATA-HORA-ATUAL TO BC-DATA-HORA-APLIC
    WRITE REG-CONTROLE
    CLOSE ARQ-CONTROLE.

EXPIRAR-BLOQUEIOS.
      *> an active hold whose expiry date has passed stops retaining
      *> anything from today on
    MOVE LOW-VALUES TO BJ-CHAVE
    START ARQ-BLOQUEIOS KEY IS NOT LESS THAN BJ-CHAVE
        INVALID KEY EXIT PARAGRAPH
    END-START
    MOVE "N" TO WS-FIM-BLOQUEIOS
    PERFORM UNTIL WS-FIM-BLOQUEIOS = "S"
        READ ARQ-BLOQUEIOS NEXT RECORD
            AT END
                MOVE "S" TO WS-FIM-BLOQUEIOS
            NOT AT END
                IF BJ-SITUACAO = "A"
                        AND BJ-DATA-EXPIRACAO NOT = 0
                        AND BJ-DATA-EXPIRACAO < WS-DATA-MOVIMENTO THEN
                    MOVE "E"               TO BJ-SITUACAO
                    MOVE WS-DATA-MOVIMENTO TO BJ-DATA-BAIXA
                    MOVE "#BLQ"            TO BJ-OPERADOR-BAIXA
                    MOVE SPACES            TO BJ-SUPERVISOR-BAIXA
                    REWRITE REG-BLOQUEIO
                        INVALID KEY
                            DISPLAY "Erro ao expirar o bloqueio "
                                BJ-NUMERO-BLOQUEIO " da conta "
                                BJ-NUMERO-CONTA ". Status: "
                                FS-BLOQUEIOS
                        NOT INVALID KEY
                            ADD 1 TO WS-QTD-EXPIRADOS
                    END-REWRITE
                END-IF
        END-READ
    END-PERFORM.

COMPLETAR-BLOQUEIOS-CONTAS.
      *> credits posted during the day by programs that do not top up
      *> holds themselves (COBJUROS), and balance freed by today's
      *> releases and expiries, reach the holds still short here
    MOVE LOW-VALUES TO RM-NUMERO-CONTA
    START ARQ-CONTAS KEY IS NOT LESS THAN RM-NUMERO-CONTA
        INVALID KEY EXIT PARAGRAPH
    END-START
    MOVE "N" TO WS-EOF-ARQUIVO
    PERFORM UNTIL WS-EOF-ARQUIVO = "S"
        READ ARQ-CONTAS NEXT RECORD
            AT END
                MOVE "S" TO WS-EOF-ARQUIVO
            NOT AT END
                IF RM-SALDO-CONTA > 0 THEN
                    PERFORM COMPLETAR-BLOQUEIOS-BLQ
                END-IF
        END-READ
    END-PERFORM.

EMITIR-RELATORIO-BLOQ.
      *> position of the day: every active hold, ordered against
      *> retained, and every hold placed or lifted today
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
    MOVE "===== COBANK - BLOQUEIOS JUDICIAIS =====" TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "Data do movimento: " WS-DATA-EXIBICAO
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "CONTA BLOQ. PROTOCOLO    MOT   SOLICITADO    BLOQUEADO "
           "       FALTA S INCLUSAO EXPIRACAO BAIXA"
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO

    MOVE LOW-VALUES TO BJ-CHAVE
    START ARQ-BLOQUEIOS KEY IS NOT LESS THAN BJ-CHAVE
        INVALID KEY MOVE "S" TO WS-FIM-BLOQUEIOS
        NOT INVALID KEY MOVE "N" TO WS-FIM-BLOQUEIOS
    END-START
    PERFORM UNTIL WS-FIM-BLOQUEIOS = "S"
        READ ARQ-BLOQUEIOS NEXT RECORD
            AT END
                MOVE "S" TO WS-FIM-BLOQUEIOS
            NOT AT END
                IF BJ-SITUACAO = "A"
                        OR BJ-DATA-INCLUSAO = WS-DATA-MOVIMENTO
                        OR BJ-DATA-BAIXA = WS-DATA-MOVIMENTO THEN
                    PERFORM IMPRIMIR-BLOQUEIO
                END-IF
        END-READ
    END-PERFORM

    IF WS-QTD-ATIVOS = 0 THEN
        MOVE "NENHUM BLOQUEIO JUDICIAL ATIVO" TO LINHA-RELATORIO
        WRITE LINHA-RELATORIO
    END-IF
    MOVE SPACES TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "BLOQUEIOS ATIVOS: " WS-QTD-ATIVOS
           "   INCOMPLETOS: " WS-QTD-INCOMPLETOS
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE WS-TOTAL-SOLICITADO TO WS-TOTAL-EDIT
    MOVE SPACES TO WS-LINHA
    STRING "TOTAL SOLICITADO: R$" WS-TOTAL-EDIT
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE WS-TOTAL-RETIDO TO WS-TOTAL-EDIT
    MOVE SPACES TO WS-LINHA
    STRING "TOTAL BLOQUEADO:  R$" WS-TOTAL-EDIT
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE WS-TOTAL-FALTA TO WS-TOTAL-EDIT
    MOVE SPACES TO WS-LINHA
    STRING "TOTAL A BLOQUEAR: R$" WS-TOTAL-EDIT
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "HOJE: " WS-QTD-INCLUIDOS " INCLUÍDO(S)  "
           WS-QTD-LIBERADOS " LIBERADO(S)  "
           WS-QTD-EXPIRADOS " EXPIRADO(S)  "
           WS-QTD-REJEITADAS " ORDEM(NS) REJEITADA(S)"
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    CLOSE ARQ-RELATORIO

    DISPLAY "Bloqueios judiciais ativos: " WS-QTD-ATIVOS
        " (" WS-QTD-INCOMPLETOS " incompleto(s)), "
        WS-QTD-EXPIRADOS " expirado(s) hoje - relatório em "
        "RELBLOQ.TXT".

IMPRIMIR-BLOQUEIO.
    MOVE 0 TO WS-VALOR-FALTA
    IF BJ-SITUACAO = "A" THEN
        COMPUTE WS-VALOR-FALTA =
            BJ-VALOR-SOLICITADO - BJ-VALOR-BLOQUEADO
        ADD 1 TO WS-QTD-ATIVOS
        IF WS-VALOR-FALTA > 0 THEN
            ADD 1 TO WS-QTD-INCOMPLETOS
        END-IF
        ADD BJ-VALOR-SOLICITADO TO WS-TOTAL-SOLICITADO
        ADD BJ-VALOR-BLOQUEADO  TO WS-TOTAL-RETIDO
        ADD WS-VALOR-FALTA      TO WS-TOTAL-FALTA
    END-IF
    MOVE BJ-VALOR-SOLICITADO TO WS-SOLICITADO-EDIT
    MOVE BJ-VALOR-BLOQUEADO  TO WS-BLOQUEADO-EDIT
    MOVE WS-VALOR-FALTA      TO WS-FALTA-EDIT
    MOVE SPACES TO WS-LINHA
    STRING BJ-NUMERO-CONTA " " BJ-NUMERO-BLOQUEIO " "
           BJ-PROTOCOLO " " BJ-MOTIVO " "
           WS-SOLICITADO-EDIT " " WS-BLOQUEADO-EDIT " "
           WS-FALTA-EDIT " " BJ-SITUACAO " "
           BJ-DATA-INCLUSAO " " BJ-DATA-EXPIRACAO "  "
           BJ-DATA-BAIXA
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.

ENCERRAR-ARQUIVOS-BLOQ.
    CLOSE ARQ-CONTAS
    CLOSE ARQ-BLOQUEIOS
    CLOSE ARQ-EXCECOES.

SOMAR-BLOQUEIOS-BLQ.
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

COMPLETAR-BLOQUEIOS-BLQ.
      *> Entry: REG-MESTRE holds the account just credited and
      *> rewritten. Whatever balance is now free above what the
      *> active holds already retain goes first to the holds still
      *> short of the amount ordered, oldest hold first.
    MOVE RM-NUMERO-CONTA TO WS-BLQ-CONTA
    PERFORM SOMAR-BLOQUEIOS-BLQ
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
                        PERFORM REFORCAR-BLOQUEIO-BLQ
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

REFORCAR-BLOQUEIO-BLQ.
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
