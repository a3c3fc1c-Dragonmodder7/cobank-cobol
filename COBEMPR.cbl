IDENTIFICATION DIVISION.
PROGRAM-ID. COBEMPR.

      *> Nightly loan-installment batch: run with the business date,
      *> debits every installment on PARCELAS.DAT whose due date has
      *> come from the contract's conta corrente (EMPRESTIMOS.DAT),
      *> the way COBORDEM debits a standing order - same blocked and
      *> dormant account refusal, same check against the available
      *> balance net of judicial holds - journaling under the "#EMP"
      *> batch operator: the principal part as "P" and the interest
      *> part as "K". An installment the account cannot pay is marked
      *> overdue and tried again every night, and when it is finally
      *> paid the late interest accrued since its due date (pro rata
      *> die at the contract's late-interest rate) goes on the "K"
      *> entry with it. Later installments of a contract never jump
      *> ahead of an earlier one still unpaid. Installments that could
      *> not be debited go to EMPREXC.TXT, and the run ends printing
      *> the delinquency aging report RELATRASO.TXT: overdue amounts
      *> per CPF in 1-30, 31-60, 61-90 and over-90-day buckets.
      *> An installment falling due on a weekend or on a holiday of
      *> the calendar (FERIADOS.DAT) is paid on the next business day
      *> without late interest; only when it is still unpaid after
      *> that day does interest run, from the original due date.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQ-PARCELAS ASSIGN TO "PARCELAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PC-CHAVE
        FILE STATUS IS FS-PARCELAS.

    SELECT ARQ-EMPRESTIMOS ASSIGN TO "EMPRESTIMOS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EP-NUMERO-CONTRATO
        FILE STATUS IS FS-EMPRESTIMOS.

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

    SELECT ARQ-CLIENTES ASSIGN TO "CLIENTES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CL-CPF
        FILE STATUS IS FS-CLIENTES.

    SELECT ARQ-JORNAL ASSIGN TO "JORNAL.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-JORNAL.

    SELECT ARQ-EXCECOES ASSIGN TO "EMPREXC.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-EXCECOES.

    SELECT ARQ-RELATORIO ASSIGN TO "RELATRASO.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-RELATORIO.

    SELECT ARQ-FERIADOS ASSIGN TO "FERIADOS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FE-DATA
        FILE STATUS IS FS-FERIADOS.

    SELECT ARQ-PARAMETRO ASSIGN TO "NOITEPRM.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-PARAMETRO.

    SELECT ARQ-SORT ASSIGN TO "SORTWK".

DATA DIVISION.
FILE SECTION.

FD  ARQ-PARCELAS.
01  REG-PARCELA.
    COPY PARCEMP.

FD  ARQ-EMPRESTIMOS.
01  REG-EMPRESTIMO.
    COPY EMPREST.

FD  ARQ-CONTAS.
01  REG-MESTRE.
    COPY CTAMEST.

FD  ARQ-BLOQUEIOS.
01  REG-BLOQUEIO.
    COPY BLOQJUD.

FD  ARQ-CLIENTES.
01  REG-CLIENTE.
    COPY CLIMEST.

FD  ARQ-JORNAL.
01  REG-JORNAL.
    COPY JORNAL.

FD  ARQ-EXCECOES.
01  LINHA-EXCECAO           PIC X(132).

FD  ARQ-RELATORIO.
01  LINHA-RELATORIO         PIC X(132).

FD  ARQ-FERIADOS.
01  REG-FERIADO.
    COPY FERIADO.

FD  ARQ-PARAMETRO.
01  REG-PARAMETRO.
    COPY NOITEPRM.

SD  ARQ-SORT.
01  REG-SORT-ATRASO.
      *> one record per overdue installment, keyed by the borrower's
      *> CPF so a customer's contracts arrive together
    05 SR-CPF              PIC 9(11).
    05 SR-NUMERO-CONTRATO  PIC 9(7).
    05 SR-NUMERO-PARCELA   PIC 9(3).
    05 SR-DIAS-ATRASO      PIC 9(5).
    05 SR-VALOR-PARCELA    PIC 9(6)V99.

WORKING-STORAGE SECTION.

01 FS-PARCELAS            PIC XX.
01 FS-EMPRESTIMOS         PIC XX.
01 FS-CONTAS              PIC XX.
01 FS-BLOQUEIOS           PIC XX.
01 FS-CLIENTES            PIC XX.
01 FS-JORNAL              PIC XX.
01 FS-EXCECOES            PIC XX.
01 FS-RELATORIO           PIC XX.
01 FS-PARAMETRO           PIC XX.
01 WS-PARM-PRESENTE       PIC X VALUE "N".
01 WS-CLIENTES-OK         PIC X VALUE "N".
01 FS-FERIADOS            PIC XX.
01 WS-CALENDARIO-OK       PIC X VALUE "N".

01 WS-DATA-MOVIMENTO      PIC 9(8).
01 WS-EOF-PARCELAS        PIC X VALUE "N".
01 WS-EOF-SORT            PIC X.
01 WS-PARCELA-PAGA        PIC X.
01 WS-MOTIVO-REJEICAO     PIC X(40).
01 WS-CONTRATO-PENDENTE   PIC 9(7) VALUE 0.
      *> contract with an installment left unpaid in this run; its
      *> later installments wait behind it
01 WS-DIAS-ATRASO         PIC 9(5).
01 WS-DATA-UTIL           PIC 9(8).
01 WS-DIA-UTIL            PIC X.
01 WS-DIA-SEMANA          PIC 9.
01 WS-DIAS-INT            PIC 9(7).
      *> entrada/saída de PROXIMO-DIA-UTIL-EMPR
01 WS-VALOR-MORA          PIC 9(6)V99.
01 WS-VALOR-ENCARGO       PIC 9(6)V99.
01 WS-VALOR-DEVIDO        PIC 9(7)V99.
01 WS-TOTAL-DEVIDAS       PIC 9(7) VALUE 0.
01 WS-TOTAL-PAGAS         PIC 9(7) VALUE 0.
01 WS-TOTAL-ATRASADAS     PIC 9(7) VALUE 0.
01 WS-TOTAL-QUITADOS      PIC 9(7) VALUE 0.
01 WS-TOTAL-DEBITADO      PIC 9(10)V99 VALUE 0.
01 WS-DATA-HORA-ATUAL     PIC 9(14).
01 WS-LINHA               PIC X(132).

01 WS-TIPO-OPERACAO-JRN   PIC X.
01 WS-JORNAL-VALOR        PIC 9(6)V99.
01 WS-JORNAL-SALDO        PIC S9(6)V99.
      *> type, amount and balance-after handed to GRAVAR-JORNAL-EMPR

01 WS-BLQ-CONTA           PIC 9(5).
01 WS-TOTAL-BLOQUEADO     PIC 9(9)V99.
01 WS-QTD-BLOQUEIOS-ATIVOS PIC 9(5).
01 WS-FIM-BLOQUEIOS       PIC X.
      *> entrada/saída de SOMAR-BLOQUEIOS

01 WS-CPF-ATUAL           PIC 9(11).
01 WS-GRUPO-ABERTO        PIC X VALUE "N".
01 FAIXAS-ATRASO.
      *> one customer's overdue amounts by age: 1-30, 31-60, 61-90
      *> and over 90 days past due
   05 FX-VALOR OCCURS 4 TIMES PIC 9(9)V99.
01 FAIXAS-ATRASO-GERAL.
   05 FG-VALOR OCCURS 4 TIMES PIC 9(10)V99.
01 WS-FAIXA               PIC 9.
01 WS-QTD-PARCELAS-CPF    PIC 9(5).
01 WS-TOTAL-CPF           PIC 9(9)V99.
01 WS-TOTAL-GERAL-ATRASO  PIC 9(10)V99 VALUE 0.
01 WS-QTD-CPF-ATRASO      PIC 9(5) VALUE 0.
01 WS-QTD-PARCELAS-ATRASO PIC 9(7) VALUE 0.
01 INDICE                 PIC 9.
01 WS-NOME-CPF            PIC X(30).
01 WS-DATA-EXIBICAO       PIC X(10).
01 FAIXAS-EDITADAS.
   05 WS-FAIXA-EDIT OCCURS 4 TIMES PIC ZZZZZZZZ9.99.
01 WS-TOTAL-EDIT          PIC ZZZZZZZZZZ9.99.
01 WS-VALOR-EDIT          PIC ZZZZZ9.99.

PROCEDURE DIVISION.

INICIO-EMPR.
    PERFORM PEDIR-DATA-EMPR
    PERFORM ABRIR-ARQUIVOS-EMPR
    PERFORM PROCESSAR-PARCELAS UNTIL WS-EOF-PARCELAS = "S"
    PERFORM EMITIR-RELATORIO-ATRASO
    PERFORM ENCERRAR-ARQUIVOS-EMPR
    PERFORM EXIBIR-RESUMO-EMPR
    GOBACK.

PEDIR-DATA-EMPR.
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

ABRIR-ARQUIVOS-EMPR.
    OPEN I-O ARQ-PARCELAS
    IF FS-PARCELAS = "35" THEN
        DISPLAY "Arquivo de parcelas PARCELAS.DAT não encontrado: "
            "nenhum empréstimo a cobrar."
        GOBACK
    END-IF
    IF FS-PARCELAS NOT = "00" THEN
        DISPLAY "Não foi possível abrir o arquivo de parcelas. "
            "Status: " FS-PARCELAS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN I-O ARQ-EMPRESTIMOS
    IF FS-EMPRESTIMOS NOT = "00" THEN
        DISPLAY "Não foi possível abrir o arquivo de contratos. "
            "Status: " FS-EMPRESTIMOS
        CLOSE ARQ-PARCELAS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN I-O ARQ-CONTAS
    IF FS-CONTAS NOT = "00" THEN
        DISPLAY "Não foi possível abrir o arquivo de contas. Status: "
            FS-CONTAS
        CLOSE ARQ-PARCELAS
        CLOSE ARQ-EMPRESTIMOS
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
        CLOSE ARQ-PARCELAS
        CLOSE ARQ-EMPRESTIMOS
        CLOSE ARQ-CONTAS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN INPUT ARQ-CLIENTES
    IF FS-CLIENTES = "00" THEN
        MOVE "S" TO WS-CLIENTES-OK
    ELSE
        DISPLAY "Cadastro CLIENTES.DAT indisponível (status "
            FS-CLIENTES "): nomes sairão em branco no relatório."
    END-IF

    OPEN INPUT ARQ-FERIADOS
    IF FS-FERIADOS = "00" THEN
        MOVE "S" TO WS-CALENDARIO-OK
    ELSE
        DISPLAY "Calendário FERIADOS.DAT indisponível (status "
            FS-FERIADOS "): só sábados e domingos adiam vencimentos."
    END-IF

    OPEN OUTPUT ARQ-EXCECOES.

PROCESSAR-PARCELAS.
    READ ARQ-PARCELAS NEXT RECORD
        AT END
            MOVE "S" TO WS-EOF-PARCELAS
        NOT AT END
            IF (PC-SITUACAO = "A" OR PC-SITUACAO = "V")
                    AND PC-DATA-VENCIMENTO <= WS-DATA-MOVIMENTO THEN
                PERFORM TRATAR-PARCELA-DEVIDA
            END-IF
    END-READ.

TRATAR-PARCELA-DEVIDA.
    MOVE PC-NUMERO-CONTRATO TO EP-NUMERO-CONTRATO
    READ ARQ-EMPRESTIMOS
        INVALID KEY
            DISPLAY "Parcela " PC-NUMERO-CONTRATO "/"
                PC-NUMERO-PARCELA " sem contrato em EMPRESTIMOS.DAT."
            EXIT PARAGRAPH
    END-READ
    IF EP-SITUACAO NOT = "A" THEN
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-TOTAL-DEVIDAS
    IF PC-NUMERO-CONTRATO = WS-CONTRATO-PENDENTE THEN
        MOVE "N" TO WS-PARCELA-PAGA
        MOVE "Parcela anterior do contrato em atraso"
            TO WS-MOTIVO-REJEICAO
    ELSE
        PERFORM DEBITAR-PARCELA
    END-IF

    IF WS-PARCELA-PAGA = "S" THEN
        ADD 1 TO WS-TOTAL-PAGAS
        PERFORM BAIXAR-PARCELA
    ELSE
        MOVE PC-NUMERO-CONTRATO TO WS-CONTRATO-PENDENTE
        ADD 1 TO WS-TOTAL-ATRASADAS
        IF PC-SITUACAO NOT = "V" THEN
            MOVE "V" TO PC-SITUACAO
            REWRITE REG-PARCELA
                INVALID KEY
                    DISPLAY "Erro ao marcar a parcela "
                        PC-NUMERO-CONTRATO "/" PC-NUMERO-PARCELA
                        " em atraso. Status: " FS-PARCELAS
            END-REWRITE
        END-IF
        PERFORM GRAVAR-EXCECAO-EMPR
    END-IF.

DEBITAR-PARCELA.
      *> Debits one due installment, plus the late interest accrued
      *> when it is past due, from the contract's account.
    MOVE "S" TO WS-PARCELA-PAGA
    MOVE SPACES TO WS-MOTIVO-REJEICAO

    MOVE 0 TO WS-DIAS-ATRASO
    MOVE 0 TO WS-VALOR-MORA
    MOVE PC-DATA-VENCIMENTO TO WS-DATA-UTIL
    PERFORM PROXIMO-DIA-UTIL-EMPR
    IF WS-DATA-UTIL < WS-DATA-MOVIMENTO THEN
        COMPUTE WS-DIAS-ATRASO =
            FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
            - FUNCTION INTEGER-OF-DATE(PC-DATA-VENCIMENTO)
        COMPUTE WS-VALOR-MORA ROUNDED =
            PC-VALOR-PRESTACAO * EP-TAXA-MORA * WS-DIAS-ATRASO / 30
    END-IF
    COMPUTE WS-VALOR-DEVIDO = PC-VALOR-PRESTACAO + WS-VALOR-MORA

    MOVE EP-NUMERO-CONTA TO RM-NUMERO-CONTA
    READ ARQ-CONTAS
        INVALID KEY
            MOVE "N" TO WS-PARCELA-PAGA
            MOVE "Conta do contrato não encontrada"
                TO WS-MOTIVO-REJEICAO
    END-READ
    IF WS-PARCELA-PAGA NOT = "S" THEN
        EXIT PARAGRAPH
    END-IF

    IF RM-SITUACAO-CONTA = "B" THEN
        MOVE "N" TO WS-PARCELA-PAGA
        MOVE "Conta bloqueada" TO WS-MOTIVO-REJEICAO
        EXIT PARAGRAPH
    END-IF

    IF RM-SITUACAO-CONTA = "D" THEN
      *> débito contra conta dormente só com reativação aprovada no
      *> COBANK; o batch não tem supervisor para aprovar
        MOVE "N" TO WS-PARCELA-PAGA
        MOVE "Conta dormente" TO WS-MOTIVO-REJEICAO
        EXIT PARAGRAPH
    END-IF

    MOVE RM-NUMERO-CONTA TO WS-BLQ-CONTA
    PERFORM SOMAR-BLOQUEIOS-EMPR
    IF WS-VALOR-DEVIDO > RM-SALDO-CONTA + RM-LIMITE-ESPECIAL
            - WS-TOTAL-BLOQUEADO THEN
        MOVE "N" TO WS-PARCELA-PAGA
        IF WS-TOTAL-BLOQUEADO > 0 THEN
            MOVE "Bloqueio judicial: saldo insuficiente"
                TO WS-MOTIVO-REJEICAO
        ELSE
            MOVE "Saldo e limite insuficientes"
                TO WS-MOTIVO-REJEICAO
        END-IF
        EXIT PARAGRAPH
    END-IF

    SUBTRACT WS-VALOR-DEVIDO FROM RM-SALDO-CONTA
    PERFORM REGRAVAR-MESTRE-EMPR
    IF FS-CONTAS NOT = "00" THEN
        MOVE "N" TO WS-PARCELA-PAGA
        MOVE "Erro ao gravar a conta" TO WS-MOTIVO-REJEICAO
        EXIT PARAGRAPH
    END-IF
    ADD WS-VALOR-DEVIDO TO WS-TOTAL-DEBITADO

      *> principal and interest go to different ledger accounts, so
      *> the installment is journaled in two entries: "P" first, with
      *> the balance it leaves, then "K" with the final balance
    COMPUTE WS-VALOR-ENCARGO = PC-VALOR-JUROS + WS-VALOR-MORA
    MOVE "P" TO WS-TIPO-OPERACAO-JRN
    MOVE PC-VALOR-AMORTIZACAO TO WS-JORNAL-VALOR
    COMPUTE WS-JORNAL-SALDO = RM-SALDO-CONTA + WS-VALOR-ENCARGO
    PERFORM GRAVAR-JORNAL-EMPR
    IF WS-VALOR-ENCARGO > 0 THEN
        MOVE "K" TO WS-TIPO-OPERACAO-JRN
        MOVE WS-VALOR-ENCARGO TO WS-JORNAL-VALOR
        MOVE RM-SALDO-CONTA   TO WS-JORNAL-SALDO
        PERFORM GRAVAR-JORNAL-EMPR
    END-IF.

BAIXAR-PARCELA.
      *> the installment is paid: mark it, and bring the contract's
      *> outstanding principal down, closing it on the last one
    MOVE "P"               TO PC-SITUACAO
    MOVE WS-DATA-MOVIMENTO TO PC-DATA-PAGAMENTO
    MOVE WS-VALOR-MORA     TO PC-VALOR-MORA
    REWRITE REG-PARCELA
        INVALID KEY
            DISPLAY "Erro ao baixar a parcela " PC-NUMERO-CONTRATO
                "/" PC-NUMERO-PARCELA ". Status: " FS-PARCELAS
    END-REWRITE

    MOVE PC-SALDO-DEVEDOR-APOS TO EP-SALDO-DEVEDOR
    ADD 1 TO EP-QTD-PARCELAS-PAGAS
    IF EP-QTD-PARCELAS-PAGAS >= EP-PRAZO-MESES THEN
        MOVE "Q"               TO EP-SITUACAO
        MOVE 0                 TO EP-SALDO-DEVEDOR
        MOVE WS-DATA-MOVIMENTO TO EP-DATA-QUITACAO
        ADD 1 TO WS-TOTAL-QUITADOS
    END-IF
    REWRITE REG-EMPRESTIMO
        INVALID KEY
            DISPLAY "Erro ao atualizar o contrato "
                EP-NUMERO-CONTRATO ". Status: " FS-EMPRESTIMOS
    END-REWRITE.

REGRAVAR-MESTRE-EMPR.
      *> keeps the overdraft entry date honest before putting the
      *> record back, as REGRAVAR-CONTA-MESTRE does in COBANK
    IF RM-SALDO-CONTA < 0 THEN
        IF RM-DATA-ENTRADA-ESPECIAL = 0 THEN
            MOVE FUNCTION CURRENT-DATE(1:8)
                TO RM-DATA-ENTRADA-ESPECIAL
        END-IF
    ELSE
        MOVE 0 TO RM-DATA-ENTRADA-ESPECIAL
    END-IF
    REWRITE REG-MESTRE
        INVALID KEY
            DISPLAY "Erro ao atualizar conta no arquivo mestre. "
                "Status: " FS-CONTAS
    END-REWRITE.

GRAVAR-JORNAL-EMPR.
    OPEN EXTEND ARQ-JORNAL
    IF FS-JORNAL = "35" THEN
        OPEN OUTPUT ARQ-JORNAL
    END-IF

    MOVE RM-NUMERO-CONTA      TO JR-NUMERO-CONTA
    MOVE WS-TIPO-OPERACAO-JRN TO JR-TIPO-OPERACAO
    MOVE WS-JORNAL-VALOR      TO JR-VALOR-OPERACAO
    MOVE WS-JORNAL-SALDO      TO JR-SALDO-APOS
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-ATUAL
    MOVE WS-DATA-HORA-ATUAL   TO JR-DATA-HORA
    MOVE "#EMP"               TO JR-OPERADOR
    INITIALIZE JR-REFERENCIA
    WRITE REG-JORNAL

    CLOSE ARQ-JORNAL.

GRAVAR-EXCECAO-EMPR.
    MOVE PC-VALOR-PRESTACAO TO WS-VALOR-EDIT
    MOVE SPACES TO WS-LINHA
    STRING "Contrato: " PC-NUMERO-CONTRATO
           "  Parcela: " PC-NUMERO-PARCELA
           "  Conta: " EP-NUMERO-CONTA
           "  Vencimento: " PC-DATA-VENCIMENTO
           "  Valor: " WS-VALOR-EDIT
           "  Motivo: " WS-MOTIVO-REJEICAO
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-EXCECAO
    WRITE LINHA-EXCECAO.

SOMAR-BLOQUEIOS-EMPR.
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

EMITIR-RELATORIO-ATRASO.
      *> delinquency aging: every installment still overdue after
      *> tonight's debits, grouped by borrower CPF
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
    MOVE "===== COBANK - EMPRESTIMOS EM ATRASO POR CPF ====="
        TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "Posição em: " WS-DATA-EXIBICAO
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "CPF         TOMADOR                        PARC. "
           "   1-30 DIAS   31-60 DIAS   61-90 DIAS     +90 DIAS "
           "        TOTAL"
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO

    PERFORM VARYING INDICE FROM 1 BY 1 UNTIL INDICE > 4
        MOVE 0 TO FG-VALOR(INDICE)
    END-PERFORM

    SORT ARQ-SORT ON ASCENDING KEY SR-CPF SR-NUMERO-CONTRATO
            SR-NUMERO-PARCELA
        INPUT PROCEDURE IS SELECIONAR-PARCELA-ATRASO
        OUTPUT PROCEDURE IS TOTALIZAR-ATRASO-CPF

    IF WS-QTD-CPF-ATRASO = 0 THEN
        MOVE "NENHUMA PARCELA EM ATRASO" TO LINHA-RELATORIO
        WRITE LINHA-RELATORIO
    END-IF
    MOVE SPACES TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    PERFORM VARYING INDICE FROM 1 BY 1 UNTIL INDICE > 4
        MOVE FG-VALOR(INDICE) TO WS-FAIXA-EDIT(INDICE)
    END-PERFORM
    MOVE WS-TOTAL-GERAL-ATRASO TO WS-TOTAL-EDIT
    MOVE SPACES TO WS-LINHA
    MOVE "TOTAL GERAL"    TO WS-LINHA(1:11)
    MOVE WS-FAIXA-EDIT(1) TO WS-LINHA(50:12)
    MOVE WS-FAIXA-EDIT(2) TO WS-LINHA(63:12)
    MOVE WS-FAIXA-EDIT(3) TO WS-LINHA(76:12)
    MOVE WS-FAIXA-EDIT(4) TO WS-LINHA(89:12)
    MOVE WS-TOTAL-EDIT    TO WS-LINHA(101:14)
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "CPFS EM ATRASO: " WS-QTD-CPF-ATRASO
           "   PARCELAS EM ATRASO: " WS-QTD-PARCELAS-ATRASO
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    CLOSE ARQ-RELATORIO.

SELECIONAR-PARCELA-ATRASO.
    MOVE LOW-VALUES TO PC-CHAVE
    START ARQ-PARCELAS KEY IS NOT LESS THAN PC-CHAVE
        INVALID KEY EXIT PARAGRAPH
    END-START
    MOVE "N" TO WS-EOF-PARCELAS
    PERFORM UNTIL WS-EOF-PARCELAS = "S"
        READ ARQ-PARCELAS NEXT RECORD
            AT END
                MOVE "S" TO WS-EOF-PARCELAS
            NOT AT END
                IF PC-SITUACAO = "V" THEN
                    PERFORM LIBERAR-PARCELA-ATRASO
                END-IF
        END-READ
    END-PERFORM.

LIBERAR-PARCELA-ATRASO.
    MOVE PC-NUMERO-CONTRATO TO EP-NUMERO-CONTRATO
    READ ARQ-EMPRESTIMOS
        INVALID KEY MOVE 0 TO EP-CPF-TOMADOR
    END-READ
    COMPUTE SR-DIAS-ATRASO =
        FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
        - FUNCTION INTEGER-OF-DATE(PC-DATA-VENCIMENTO)
    MOVE EP-CPF-TOMADOR     TO SR-CPF
    MOVE PC-NUMERO-CONTRATO TO SR-NUMERO-CONTRATO
    MOVE PC-NUMERO-PARCELA  TO SR-NUMERO-PARCELA
    MOVE PC-VALOR-PRESTACAO TO SR-VALOR-PARCELA
    RELEASE REG-SORT-ATRASO.

TOTALIZAR-ATRASO-CPF.
    MOVE "N" TO WS-EOF-SORT
    MOVE "N" TO WS-GRUPO-ABERTO
    PERFORM UNTIL WS-EOF-SORT = "S"
        RETURN ARQ-SORT
            AT END
                MOVE "S" TO WS-EOF-SORT
            NOT AT END
                PERFORM ACUMULAR-ATRASO-CPF
        END-RETURN
    END-PERFORM
    IF WS-GRUPO-ABERTO = "S" THEN
        PERFORM IMPRIMIR-ATRASO-CPF
    END-IF.

ACUMULAR-ATRASO-CPF.
    IF WS-GRUPO-ABERTO = "S" AND SR-CPF NOT = WS-CPF-ATUAL THEN
        PERFORM IMPRIMIR-ATRASO-CPF
        MOVE "N" TO WS-GRUPO-ABERTO
    END-IF
    IF WS-GRUPO-ABERTO NOT = "S" THEN
        MOVE SR-CPF TO WS-CPF-ATUAL
        PERFORM VARYING INDICE FROM 1 BY 1 UNTIL INDICE > 4
            MOVE 0 TO FX-VALOR(INDICE)
        END-PERFORM
        MOVE 0 TO WS-QTD-PARCELAS-CPF
        MOVE 0 TO WS-TOTAL-CPF
        MOVE "S" TO WS-GRUPO-ABERTO
    END-IF

    EVALUATE TRUE
        WHEN SR-DIAS-ATRASO <= 30
            MOVE 1 TO WS-FAIXA
        WHEN SR-DIAS-ATRASO <= 60
            MOVE 2 TO WS-FAIXA
        WHEN SR-DIAS-ATRASO <= 90
            MOVE 3 TO WS-FAIXA
        WHEN OTHER
            MOVE 4 TO WS-FAIXA
    END-EVALUATE
    ADD SR-VALOR-PARCELA TO FX-VALOR(WS-FAIXA)
    ADD SR-VALOR-PARCELA TO FG-VALOR(WS-FAIXA)
    ADD SR-VALOR-PARCELA TO WS-TOTAL-CPF
    ADD SR-VALOR-PARCELA TO WS-TOTAL-GERAL-ATRASO
    ADD 1 TO WS-QTD-PARCELAS-CPF
    ADD 1 TO WS-QTD-PARCELAS-ATRASO.

IMPRIMIR-ATRASO-CPF.
    ADD 1 TO WS-QTD-CPF-ATRASO
    MOVE SPACES TO WS-NOME-CPF
    IF WS-CLIENTES-OK = "S" AND WS-CPF-ATUAL NOT = 0 THEN
        MOVE WS-CPF-ATUAL TO CL-CPF
        READ ARQ-CLIENTES
            INVALID KEY MOVE "(CPF não cadastrado)" TO WS-NOME-CPF
            NOT INVALID KEY MOVE CL-NOME(1:30) TO WS-NOME-CPF
        END-READ
    END-IF
    PERFORM VARYING INDICE FROM 1 BY 1 UNTIL INDICE > 4
        MOVE FX-VALOR(INDICE) TO WS-FAIXA-EDIT(INDICE)
    END-PERFORM
    MOVE WS-TOTAL-CPF TO WS-TOTAL-EDIT
    MOVE SPACES TO WS-LINHA
    STRING WS-CPF-ATUAL " " WS-NOME-CPF " " WS-QTD-PARCELAS-CPF " "
           WS-FAIXA-EDIT(1) " " WS-FAIXA-EDIT(2) " "
           WS-FAIXA-EDIT(3) " " WS-FAIXA-EDIT(4)
           WS-TOTAL-EDIT
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.

PROXIMO-DIA-UTIL-EMPR.
      *> Entry: WS-DATA-UTIL. Exit: WS-DATA-UTIL moved forward to the
      *> first business day on or after it.
    PERFORM VERIFICAR-DIA-UTIL-EMPR
    PERFORM UNTIL WS-DIA-UTIL = "S"
        COMPUTE WS-DIAS-INT =
            FUNCTION INTEGER-OF-DATE(WS-DATA-UTIL) + 1
        COMPUTE WS-DATA-UTIL = FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
        PERFORM VERIFICAR-DIA-UTIL-EMPR
    END-PERFORM.

VERIFICAR-DIA-UTIL-EMPR.
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

ENCERRAR-ARQUIVOS-EMPR.
    CLOSE ARQ-PARCELAS
    CLOSE ARQ-EMPRESTIMOS
    CLOSE ARQ-CONTAS
    CLOSE ARQ-BLOQUEIOS
    IF WS-CLIENTES-OK = "S" THEN
        CLOSE ARQ-CLIENTES
    END-IF
    IF WS-CALENDARIO-OK = "S" THEN
        CLOSE ARQ-FERIADOS
    END-IF
    CLOSE ARQ-EXCECOES.

EXIBIR-RESUMO-EMPR.
    DISPLAY "===== RESUMO DAS PARCELAS DE EMPRÉSTIMO ====="
    DISPLAY "Data do movimento: " WS-DATA-MOVIMENTO
    DISPLAY "Parcelas devidas: " WS-TOTAL-DEVIDAS
    DISPLAY "Parcelas debitadas: " WS-TOTAL-PAGAS
    DISPLAY "Parcelas em atraso: " WS-TOTAL-ATRASADAS
    DISPLAY "Contratos quitados: " WS-TOTAL-QUITADOS
    DISPLAY "Total debitado: " WS-TOTAL-DEBITADO
    IF WS-TOTAL-ATRASADAS > 0 THEN
        DISPLAY "Ver detalhes em EMPREXC.TXT"
    END-IF
    DISPLAY "Atraso por CPF em RELATRASO.TXT".
