IDENTIFICATION DIVISION.
PROGRAM-ID. COBHIST.

      *> Balance-history inquiry and housekeeping, over the daily
      *> closing balances COBFECH appends to HISTSALDO.DAT. Mode 1
      *> gives the balance on a date: the closing balance of the last
      *> day closed on or before it (FECHCTL.DAT), for one account,
      *> every account of a CPF or the whole bank. Mode 2 gives, for a
      *> period, each account's saldo médio, minimum and maximum
      *> balance and days overdrawn, counted over the closed business
      *> days of the period, and the same figures for each CPF over
      *> the sum of its accounts' balances day by day. Both print on
      *> RELHIST.TXT, grouped by the CPF recorded as primary holder on
      *> each day. Mode 3 purges history older than the retention
      *> period: the "H" entry in force on the rate file (TAXAS.DAT),
      *> or the program default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQ-HISTORICO ASSIGN TO "HISTSALDO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HS-CHAVE
        FILE STATUS IS FS-HISTORICO.

    SELECT ARQ-FECHCTL ASSIGN TO "FECHCTL.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-FECHCTL.

    SELECT ARQ-TAXAS ASSIGN TO "TAXAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TX-CHAVE
        FILE STATUS IS FS-TAXAS.

    SELECT ARQ-CLIENTES ASSIGN TO "CLIENTES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CL-CPF
        FILE STATUS IS FS-CLIENTES.

    SELECT ARQ-RELATORIO ASSIGN TO "RELHIST.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-RELATORIO.

    SELECT ARQ-SORT ASSIGN TO "SORTWK".

DATA DIVISION.
FILE SECTION.

FD  ARQ-HISTORICO.
01  REG-HISTORICO.
    COPY HISTSALD.

FD  ARQ-FECHCTL.
01  REG-FECHCTL.
      *> day-close proof records as written by COBFECH; only the
      *> dates are read, to find the last day closed by a date
    COPY FECHCTL REPLACING LEADING ==FC-== BY ==FH-==.

FD  ARQ-TAXAS.
01  REG-TAXA.
    COPY TAXAMEST.

FD  ARQ-CLIENTES.
01  REG-CLIENTE.
    COPY CLIMEST.

FD  ARQ-RELATORIO.
01  LINHA-RELATORIO            PIC X(132).

SD  ARQ-SORT.
01  REG-SORT-HIST.
    05 SR-CPF              PIC 9(11).
    05 SR-DATA             PIC 9(8).
    05 SR-CONTA            PIC 9(5).
    05 SR-TIPO             PIC X.
    05 SR-SALDO            PIC S9(6)V99.
    05 SR-LIMITE           PIC 9(6)V99.
    05 SR-SITUACAO         PIC X.

WORKING-STORAGE SECTION.

01 FS-HISTORICO           PIC XX.
01 FS-FECHCTL             PIC XX.
01 FS-TAXAS               PIC XX.
01 FS-CLIENTES            PIC XX.
01 FS-RELATORIO           PIC XX.
01 WS-CLIENTES-OK         PIC X VALUE "N".

01 WS-MODO-HIST           PIC 9.
01 CONFIRMA               PIC X.
01 WS-CONTA-PEDIDA        PIC 9(5).
01 WS-CPF-PEDIDO          PIC 9(11).
01 WS-DATA-CONSULTA       PIC 9(8).
01 WS-DATA-FECHADA        PIC 9(8).
01 WS-DATA-INICIAL        PIC 9(8).
01 WS-DATA-FINAL          PIC 9(8).
01 WS-EOF-ARQUIVO         PIC X.
01 WS-EOF-SORT            PIC X.
01 WS-QTD-LIBERADOS       PIC 9(7) VALUE 0.

01 RETENCAO-PADRAO        PIC 9(3) VALUE 60.
      *> prazo de retenção padrão do programa em meses, substituído
      *> pela entrada "H" em vigor no arquivo de taxas
01 WS-MESES-RETENCAO      PIC 9(3).
01 VIG-RETENCAO           PIC 9(8) VALUE 0.
01 WS-DATA-HOJE           PIC 9(8).
01 WS-DATA-CORTE          PIC 9(8).
01 WS-QTD-EXPURGADOS      PIC 9(9) VALUE 0.
01 WS-QTD-MANTIDOS        PIC 9(9) VALUE 0.

01 WS-DATA-CALC.
      *> today broken open for the month-subtract arithmetic
   05 WS-ANO-CALC          PIC 9(4).
   05 WS-MES-CALC          PIC 9(2).
   05 WS-DIA-CALC          PIC 9(2).
01 WS-DATA-CALC-NUM REDEFINES WS-DATA-CALC PIC 9(8).
01 WS-ULTIMO-DIA          PIC 9(2).
01 WS-RESTO-ANO           PIC 9(4).
01 INDICE-MES             PIC 9(3).

01 WS-CPF-ATUAL           PIC 9(11).
01 WS-DATA-ATUAL          PIC 9(8).
01 WS-GRUPO-ABERTO        PIC X.
01 WS-DIA-ABERTO          PIC X.
01 WS-NOME-CPF            PIC X(30).
01 WS-SALDO-DIA-CPF       PIC S9(9)V99.
01 WS-TOTAL-CPF           PIC S9(9)V99.
01 WS-TOTAL-GERAL         PIC S9(11)V99 VALUE 0.
01 WS-QTD-CONTAS-CPF      PIC 9(5).
01 WS-QTD-CONTAS          PIC 9(7) VALUE 0.
01 WS-QTD-CPF             PIC 9(7) VALUE 0.

01 ESTATISTICA-CPF.
      *> the CPF's balances summed day by day over the period
   05 EC-QTD-DIAS          PIC 9(5).
   05 EC-SOMA              PIC S9(13)V99.
   05 EC-MINIMO            PIC S9(9)V99.
   05 EC-MAXIMO            PIC S9(9)V99.
   05 EC-DIAS-DEVEDOR      PIC 9(5).
01 QTD-CONTAS-TABELA      PIC 9(3) VALUE 0.
01 MAX-CONTAS-TABELA      PIC 9(3) VALUE 50.
01 TABELA-CONTAS-CPF.
      *> one entry per account of the CPF being printed, in the
      *> order the accounts first appear in the period
   05 TC-CONTA-ENTRADA OCCURS 50 TIMES.
      10 TC-CONTA          PIC 9(5).
      10 TC-TIPO           PIC X.
      10 TC-QTD-DIAS       PIC 9(5).
      10 TC-SOMA           PIC S9(11)V99.
      10 TC-MINIMO         PIC S9(6)V99.
      10 TC-MAXIMO         PIC S9(6)V99.
      10 TC-DIAS-DEVEDOR   PIC 9(5).
01 INDICE                 PIC 9(3).
01 WS-INDICE-CONTA        PIC 9(3).
01 WS-CONTAS-FORA-TABELA  PIC 9(5) VALUE 0.
01 WS-SALDO-MEDIO         PIC S9(9)V99.

01 WS-DATA-HORA-ATUAL     PIC 9(14).
01 WS-DATA-EXIBICAO       PIC X(10).
01 WS-LINHA               PIC X(132).
01 WS-SALDO-EDIT          PIC -ZZZZZZZZ9.99.
01 WS-MEDIO-EDIT          PIC -ZZZZZZZZ9.99.
01 WS-MINIMO-EDIT         PIC -ZZZZZZZZ9.99.
01 WS-MAXIMO-EDIT         PIC -ZZZZZZZZ9.99.
01 WS-LIMITE-EDIT         PIC ZZZZZ9.99.
01 WS-TOTAL-EDIT          PIC -ZZZZZZZZZZ9.99.

PROCEDURE DIVISION.

INICIO-HIST.
    DISPLAY "===== COBHIST - HISTORICO DE SALDOS ====="
    DISPLAY "1 - Saldo em uma data"
    DISPLAY "2 - Saldo médio, mínimo, máximo e dias devedores em um "
        "período"
    DISPLAY "3 - Expurgar histórico além do prazo de retenção"
    DISPLAY "Escolha o modo: "
    ACCEPT WS-MODO-HIST

    EVALUATE WS-MODO-HIST
        WHEN 1
            PERFORM CONSULTAR-SALDO-DATA
        WHEN 2
            PERFORM ANALISAR-PERIODO
        WHEN 3
            PERFORM EXPURGAR-HISTORICO
        WHEN OTHER
            DISPLAY "Modo inválido."
    END-EVALUATE
    STOP RUN.

PEDIR-SELECAO-HIST.
    DISPLAY "Número da conta (0 = por CPF ou todas): "
    ACCEPT WS-CONTA-PEDIDA
    MOVE 0 TO WS-CPF-PEDIDO
    IF WS-CONTA-PEDIDA = 0 THEN
        DISPLAY "CPF (0 = todos os clientes): "
        ACCEPT WS-CPF-PEDIDO
    END-IF.

ULTIMO-DIA-FECHADO.
      *> Entry: WS-DATA-CONSULTA (0 = no limit). Exit:
      *> WS-DATA-FECHADA = latest date on FECHCTL.DAT not after it,
      *> zero when no such day was closed
    MOVE 0 TO WS-DATA-FECHADA
    OPEN INPUT ARQ-FECHCTL
    IF FS-FECHCTL = "35" THEN
        EXIT PARAGRAPH
    END-IF
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
                IF (WS-DATA-CONSULTA = 0
                        OR FH-DATA-MOVIMENTO <= WS-DATA-CONSULTA)
                        AND FH-DATA-MOVIMENTO > WS-DATA-FECHADA THEN
                    MOVE FH-DATA-MOVIMENTO TO WS-DATA-FECHADA
                END-IF
        END-READ
    END-PERFORM
    CLOSE ARQ-FECHCTL.

ABRIR-ARQUIVOS-HIST.
    OPEN INPUT ARQ-HISTORICO
    IF FS-HISTORICO = "35" THEN
        DISPLAY "Histórico de saldos HISTSALDO.DAT ainda não existe: "
            "nenhum dia foi fechado desde sua implantação."
        STOP RUN
    END-IF
    IF FS-HISTORICO NOT = "00" THEN
        DISPLAY "Não foi possível abrir o histórico de saldos. "
            "Status: " FS-HISTORICO
        STOP RUN
    END-IF
    OPEN INPUT ARQ-CLIENTES
    IF FS-CLIENTES = "00" THEN
        MOVE "S" TO WS-CLIENTES-OK
    ELSE
        DISPLAY "Cadastro CLIENTES.DAT indisponível (status "
            FS-CLIENTES "): nomes sairão em branco no relatório."
    END-IF
    OPEN OUTPUT ARQ-RELATORIO
    IF FS-RELATORIO NOT = "00" THEN
        DISPLAY "Não foi possível abrir o relatório. Status: "
            FS-RELATORIO
        STOP RUN
    END-IF.

ENCERRAR-ARQUIVOS-HIST.
    CLOSE ARQ-HISTORICO
    IF WS-CLIENTES-OK = "S" THEN
        CLOSE ARQ-CLIENTES
    END-IF
    CLOSE ARQ-RELATORIO.

      *> ---------------------------------------------------------
      *> Mode 1 - balance on a date
      *> ---------------------------------------------------------

CONSULTAR-SALDO-DATA.
    PERFORM PEDIR-SELECAO-HIST
    DISPLAY "Data AAAAMMDD (0 = último dia fechado): "
    ACCEPT WS-DATA-CONSULTA
    PERFORM ULTIMO-DIA-FECHADO
    IF WS-DATA-FECHADA = 0 THEN
        DISPLAY "Nenhum dia fechado até a data pedida."
        STOP RUN
    END-IF
    IF WS-DATA-CONSULTA NOT = 0
            AND WS-DATA-FECHADA NOT = WS-DATA-CONSULTA THEN
        DISPLAY "O dia " WS-DATA-CONSULTA " não foi fechado: saldos do "
            "fechamento de " WS-DATA-FECHADA "."
    END-IF

    PERFORM ABRIR-ARQUIVOS-HIST
    PERFORM CABECALHO-SALDO-DATA
    SORT ARQ-SORT ON ASCENDING KEY SR-CPF SR-CONTA
        INPUT PROCEDURE IS LIBERAR-SALDOS-DATA
        OUTPUT PROCEDURE IS EMITIR-SALDOS-DATA
    PERFORM ENCERRAR-ARQUIVOS-HIST

    IF WS-QTD-LIBERADOS = 0 THEN
        DISPLAY "Nenhum saldo no histórico para o fechamento de "
            WS-DATA-FECHADA " com a seleção pedida."
    ELSE
        MOVE WS-TOTAL-GERAL TO WS-TOTAL-EDIT
        DISPLAY "Saldos de " WS-DATA-FECHADA ": " WS-QTD-CONTAS
            " conta(s), total R$" WS-TOTAL-EDIT
            " - relatório em RELHIST.TXT"
    END-IF.

LIBERAR-SALDOS-DATA.
    IF WS-CONTA-PEDIDA NOT = 0 THEN
        MOVE WS-CONTA-PEDIDA TO HS-NUMERO-CONTA
        MOVE WS-DATA-FECHADA TO HS-DATA-MOVIMENTO
        READ ARQ-HISTORICO
            INVALID KEY
                EXIT PARAGRAPH
        END-READ
        PERFORM LIBERAR-REGISTRO-HIST
        EXIT PARAGRAPH
    END-IF

    MOVE LOW-VALUES TO HS-CHAVE
    START ARQ-HISTORICO KEY IS NOT LESS THAN HS-CHAVE
        INVALID KEY EXIT PARAGRAPH
    END-START
    MOVE "N" TO WS-EOF-ARQUIVO
    PERFORM UNTIL WS-EOF-ARQUIVO = "S"
        READ ARQ-HISTORICO NEXT RECORD
            AT END
                MOVE "S" TO WS-EOF-ARQUIVO
            NOT AT END
                IF HS-DATA-MOVIMENTO = WS-DATA-FECHADA
                        AND (WS-CPF-PEDIDO = 0
                        OR HS-CPF-TITULAR = WS-CPF-PEDIDO) THEN
                    PERFORM LIBERAR-REGISTRO-HIST
                END-IF
        END-READ
    END-PERFORM.

LIBERAR-REGISTRO-HIST.
    MOVE HS-CPF-TITULAR     TO SR-CPF
    MOVE HS-DATA-MOVIMENTO  TO SR-DATA
    MOVE HS-NUMERO-CONTA    TO SR-CONTA
    MOVE HS-TIPO-CONTA      TO SR-TIPO
    MOVE HS-SALDO           TO SR-SALDO
    MOVE HS-LIMITE-ESPECIAL TO SR-LIMITE
    MOVE HS-SITUACAO-CONTA  TO SR-SITUACAO
    RELEASE REG-SORT-HIST
    ADD 1 TO WS-QTD-LIBERADOS.

EMITIR-SALDOS-DATA.
    MOVE "N" TO WS-EOF-SORT
    MOVE "N" TO WS-GRUPO-ABERTO
    PERFORM UNTIL WS-EOF-SORT = "S"
        RETURN ARQ-SORT
            AT END
                MOVE "S" TO WS-EOF-SORT
            NOT AT END
                IF WS-GRUPO-ABERTO = "S"
                        AND SR-CPF NOT = WS-CPF-ATUAL THEN
                    PERFORM FECHAR-CPF-SALDO-DATA
                END-IF
                IF WS-GRUPO-ABERTO NOT = "S" THEN
                    PERFORM ABRIR-CPF-HIST
                    MOVE 0 TO WS-TOTAL-CPF
                END-IF
                PERFORM IMPRIMIR-SALDO-DATA
        END-RETURN
    END-PERFORM
    IF WS-GRUPO-ABERTO = "S" THEN
        PERFORM FECHAR-CPF-SALDO-DATA
    END-IF
    PERFORM RODAPE-SALDO-DATA.

ABRIR-CPF-HIST.
    MOVE SR-CPF TO WS-CPF-ATUAL
    MOVE "S" TO WS-GRUPO-ABERTO
    MOVE 0 TO WS-QTD-CONTAS-CPF
    ADD 1 TO WS-QTD-CPF
    MOVE SPACES TO WS-NOME-CPF
    IF WS-CLIENTES-OK = "S" AND SR-CPF NOT = 0 THEN
        MOVE SR-CPF TO CL-CPF
        READ ARQ-CLIENTES
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE CL-NOME(1:30) TO WS-NOME-CPF
        END-READ
    END-IF
    MOVE SPACES TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "CPF: " SR-CPF "  " WS-NOME-CPF
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.

IMPRIMIR-SALDO-DATA.
    ADD 1 TO WS-QTD-CONTAS
    ADD 1 TO WS-QTD-CONTAS-CPF
    ADD SR-SALDO TO WS-TOTAL-CPF
    ADD SR-SALDO TO WS-TOTAL-GERAL
    MOVE SR-SALDO  TO WS-SALDO-EDIT
    MOVE SR-LIMITE TO WS-LIMITE-EDIT
    MOVE SPACES TO WS-LINHA
    STRING "  " SR-CONTA "  " SR-TIPO "   " SR-SITUACAO "    "
           WS-SALDO-EDIT "   " WS-LIMITE-EDIT
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.

FECHAR-CPF-SALDO-DATA.
    MOVE WS-TOTAL-CPF TO WS-SALDO-EDIT
    MOVE SPACES TO WS-LINHA
    STRING "  TOTAL DO CPF     " WS-SALDO-EDIT
           "   (" WS-QTD-CONTAS-CPF " conta(s))"
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE "N" TO WS-GRUPO-ABERTO.

CABECALHO-SALDO-DATA.
    STRING WS-DATA-FECHADA(7:2) "/" WS-DATA-FECHADA(5:2) "/"
           WS-DATA-FECHADA(1:4)
           DELIMITED BY SIZE INTO WS-DATA-EXIBICAO
    END-STRING
    MOVE "===== COBANK - SALDOS DE FECHAMENTO EM UMA DATA ====="
        TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "Fechamento de: " WS-DATA-EXIBICAO
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    IF WS-DATA-CONSULTA NOT = 0
            AND WS-DATA-FECHADA NOT = WS-DATA-CONSULTA THEN
        MOVE SPACES TO WS-LINHA
        STRING "Data pedida " WS-DATA-CONSULTA " sem fechamento: "
               "vale o saldo do último dia fechado antes dela"
               DELIMITED BY SIZE INTO WS-LINHA
        END-STRING
        MOVE WS-LINHA TO LINHA-RELATORIO
        WRITE LINHA-RELATORIO
    END-IF
    MOVE SPACES TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE "  CONTA  T   S            SALDO      LIMITE"
        TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.

RODAPE-SALDO-DATA.
    IF WS-QTD-CONTAS = 0 THEN
        MOVE "NENHUM SALDO NO HISTORICO PARA A SELECAO"
            TO LINHA-RELATORIO
        WRITE LINHA-RELATORIO
    END-IF
    MOVE SPACES TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE WS-TOTAL-GERAL TO WS-TOTAL-EDIT
    MOVE SPACES TO WS-LINHA
    STRING "CONTAS: " WS-QTD-CONTAS "   CPF: " WS-QTD-CPF
           "   SALDO TOTAL: R$" WS-TOTAL-EDIT
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.

      *> ---------------------------------------------------------
      *> Mode 2 - average, minimum, maximum and days overdrawn
      *> ---------------------------------------------------------

ANALISAR-PERIODO.
    PERFORM PEDIR-SELECAO-HIST
    DISPLAY "Data inicial AAAAMMDD: "
    ACCEPT WS-DATA-INICIAL
    DISPLAY "Data final AAAAMMDD (0 = último dia fechado): "
    ACCEPT WS-DATA-FINAL
    IF WS-DATA-FINAL = 0 THEN
        MOVE 0 TO WS-DATA-CONSULTA
        PERFORM ULTIMO-DIA-FECHADO
        MOVE WS-DATA-FECHADA TO WS-DATA-FINAL
    END-IF
    IF WS-DATA-INICIAL = 0 OR WS-DATA-INICIAL > WS-DATA-FINAL THEN
        DISPLAY "Período inválido: data inicial obrigatória e não "
            "posterior à final."
        STOP RUN
    END-IF

    PERFORM ABRIR-ARQUIVOS-HIST
    PERFORM CABECALHO-PERIODO
    SORT ARQ-SORT ON ASCENDING KEY SR-CPF SR-DATA SR-CONTA
        INPUT PROCEDURE IS LIBERAR-SALDOS-PERIODO
        OUTPUT PROCEDURE IS EMITIR-ANALISE-PERIODO
    PERFORM ENCERRAR-ARQUIVOS-HIST

    IF WS-QTD-LIBERADOS = 0 THEN
        DISPLAY "Nenhum saldo no histórico entre " WS-DATA-INICIAL
            " e " WS-DATA-FINAL " com a seleção pedida."
    ELSE
        DISPLAY "Período " WS-DATA-INICIAL " a " WS-DATA-FINAL ": "
            WS-QTD-CONTAS " conta(s) de " WS-QTD-CPF " CPF - "
            "relatório em RELHIST.TXT"
    END-IF
    IF WS-CONTAS-FORA-TABELA > 0 THEN
        DISPLAY "ATENÇÃO: " WS-CONTAS-FORA-TABELA " conta(s) além de "
            MAX-CONTAS-TABELA " por CPF ficaram só no total do CPF."
    END-IF.

LIBERAR-SALDOS-PERIODO.
    IF WS-CONTA-PEDIDA NOT = 0 THEN
        MOVE WS-CONTA-PEDIDA TO HS-NUMERO-CONTA
        MOVE WS-DATA-INICIAL TO HS-DATA-MOVIMENTO
    ELSE
        MOVE LOW-VALUES TO HS-CHAVE
    END-IF
    START ARQ-HISTORICO KEY IS NOT LESS THAN HS-CHAVE
        INVALID KEY EXIT PARAGRAPH
    END-START
    MOVE "N" TO WS-EOF-ARQUIVO
    PERFORM UNTIL WS-EOF-ARQUIVO = "S"
        READ ARQ-HISTORICO NEXT RECORD
            AT END
                MOVE "S" TO WS-EOF-ARQUIVO
            NOT AT END
                IF WS-CONTA-PEDIDA NOT = 0
                        AND (HS-NUMERO-CONTA NOT = WS-CONTA-PEDIDA
                        OR HS-DATA-MOVIMENTO > WS-DATA-FINAL) THEN
                    MOVE "S" TO WS-EOF-ARQUIVO
                ELSE
                    IF HS-DATA-MOVIMENTO >= WS-DATA-INICIAL
                            AND HS-DATA-MOVIMENTO <= WS-DATA-FINAL
                            AND (WS-CPF-PEDIDO = 0
                            OR HS-CPF-TITULAR = WS-CPF-PEDIDO) THEN
                        PERFORM LIBERAR-REGISTRO-HIST
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

EMITIR-ANALISE-PERIODO.
      *> records come back by CPF, then date, then account: each date
      *> group is one day of the CPF's combined position, and every
      *> record also feeds its own account's line in the table
    MOVE "N" TO WS-EOF-SORT
    MOVE "N" TO WS-GRUPO-ABERTO
    MOVE "N" TO WS-DIA-ABERTO
    PERFORM UNTIL WS-EOF-SORT = "S"
        RETURN ARQ-SORT
            AT END
                MOVE "S" TO WS-EOF-SORT
            NOT AT END
                IF WS-GRUPO-ABERTO = "S"
                        AND SR-CPF NOT = WS-CPF-ATUAL THEN
                    PERFORM FECHAR-DIA-CPF
                    PERFORM FECHAR-CPF-PERIODO
                END-IF
                IF WS-GRUPO-ABERTO NOT = "S" THEN
                    PERFORM ABRIR-CPF-HIST
                    PERFORM INICIAR-ESTATISTICA-CPF
                END-IF
                IF WS-DIA-ABERTO = "S"
                        AND SR-DATA NOT = WS-DATA-ATUAL THEN
                    PERFORM FECHAR-DIA-CPF
                END-IF
                IF WS-DIA-ABERTO NOT = "S" THEN
                    MOVE SR-DATA TO WS-DATA-ATUAL
                    MOVE 0 TO WS-SALDO-DIA-CPF
                    MOVE "S" TO WS-DIA-ABERTO
                END-IF
                ADD SR-SALDO TO WS-SALDO-DIA-CPF
                PERFORM ACUMULAR-CONTA-PERIODO
        END-RETURN
    END-PERFORM
    IF WS-GRUPO-ABERTO = "S" THEN
        PERFORM FECHAR-DIA-CPF
        PERFORM FECHAR-CPF-PERIODO
    END-IF
    PERFORM RODAPE-PERIODO.

INICIAR-ESTATISTICA-CPF.
    MOVE 0 TO EC-QTD-DIAS
    MOVE 0 TO EC-SOMA
    MOVE 0 TO EC-MINIMO
    MOVE 0 TO EC-MAXIMO
    MOVE 0 TO EC-DIAS-DEVEDOR
    MOVE 0 TO QTD-CONTAS-TABELA
    MOVE "N" TO WS-DIA-ABERTO.

FECHAR-DIA-CPF.
    IF EC-QTD-DIAS = 0 THEN
        MOVE WS-SALDO-DIA-CPF TO EC-MINIMO
        MOVE WS-SALDO-DIA-CPF TO EC-MAXIMO
    END-IF
    ADD 1 TO EC-QTD-DIAS
    ADD WS-SALDO-DIA-CPF TO EC-SOMA
    IF WS-SALDO-DIA-CPF < EC-MINIMO THEN
        MOVE WS-SALDO-DIA-CPF TO EC-MINIMO
    END-IF
    IF WS-SALDO-DIA-CPF > EC-MAXIMO THEN
        MOVE WS-SALDO-DIA-CPF TO EC-MAXIMO
    END-IF
    IF WS-SALDO-DIA-CPF < 0 THEN
        ADD 1 TO EC-DIAS-DEVEDOR
    END-IF
    MOVE "N" TO WS-DIA-ABERTO.

ACUMULAR-CONTA-PERIODO.
    MOVE 0 TO WS-INDICE-CONTA
    PERFORM VARYING INDICE FROM 1 BY 1
            UNTIL INDICE > QTD-CONTAS-TABELA
            OR WS-INDICE-CONTA NOT = 0
        IF TC-CONTA(INDICE) = SR-CONTA THEN
            MOVE INDICE TO WS-INDICE-CONTA
        END-IF
    END-PERFORM
    IF WS-INDICE-CONTA = 0 THEN
        IF QTD-CONTAS-TABELA >= MAX-CONTAS-TABELA THEN
            ADD 1 TO WS-CONTAS-FORA-TABELA
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO QTD-CONTAS-TABELA
        MOVE QTD-CONTAS-TABELA TO WS-INDICE-CONTA
        MOVE SR-CONTA TO TC-CONTA(WS-INDICE-CONTA)
        MOVE SR-TIPO  TO TC-TIPO(WS-INDICE-CONTA)
        MOVE 0        TO TC-QTD-DIAS(WS-INDICE-CONTA)
        MOVE 0        TO TC-SOMA(WS-INDICE-CONTA)
        MOVE SR-SALDO TO TC-MINIMO(WS-INDICE-CONTA)
        MOVE SR-SALDO TO TC-MAXIMO(WS-INDICE-CONTA)
        MOVE 0        TO TC-DIAS-DEVEDOR(WS-INDICE-CONTA)
    END-IF
    ADD 1 TO TC-QTD-DIAS(WS-INDICE-CONTA)
    ADD SR-SALDO TO TC-SOMA(WS-INDICE-CONTA)
    IF SR-SALDO < TC-MINIMO(WS-INDICE-CONTA) THEN
        MOVE SR-SALDO TO TC-MINIMO(WS-INDICE-CONTA)
    END-IF
    IF SR-SALDO > TC-MAXIMO(WS-INDICE-CONTA) THEN
        MOVE SR-SALDO TO TC-MAXIMO(WS-INDICE-CONTA)
    END-IF
    IF SR-SALDO < 0 THEN
        ADD 1 TO TC-DIAS-DEVEDOR(WS-INDICE-CONTA)
    END-IF.

FECHAR-CPF-PERIODO.
    PERFORM VARYING INDICE FROM 1 BY 1
            UNTIL INDICE > QTD-CONTAS-TABELA
        PERFORM IMPRIMIR-CONTA-PERIODO
    END-PERFORM
    COMPUTE WS-SALDO-MEDIO ROUNDED = EC-SOMA / EC-QTD-DIAS
    MOVE WS-SALDO-MEDIO TO WS-MEDIO-EDIT
    MOVE EC-MINIMO      TO WS-MINIMO-EDIT
    MOVE EC-MAXIMO      TO WS-MAXIMO-EDIT
    MOVE SPACES TO WS-LINHA
    STRING "  TOTAL CPF  " EC-QTD-DIAS " " WS-MEDIO-EDIT " "
           WS-MINIMO-EDIT " " WS-MAXIMO-EDIT "        "
           EC-DIAS-DEVEDOR
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE "N" TO WS-GRUPO-ABERTO.

IMPRIMIR-CONTA-PERIODO.
    ADD 1 TO WS-QTD-CONTAS
    COMPUTE WS-SALDO-MEDIO ROUNDED =
        TC-SOMA(INDICE) / TC-QTD-DIAS(INDICE)
    MOVE WS-SALDO-MEDIO     TO WS-MEDIO-EDIT
    MOVE TC-MINIMO(INDICE)  TO WS-MINIMO-EDIT
    MOVE TC-MAXIMO(INDICE)  TO WS-MAXIMO-EDIT
    MOVE SPACES TO WS-LINHA
    STRING "  " TC-CONTA(INDICE) "  " TC-TIPO(INDICE) "   "
           TC-QTD-DIAS(INDICE) " " WS-MEDIO-EDIT " " WS-MINIMO-EDIT
           " " WS-MAXIMO-EDIT "        " TC-DIAS-DEVEDOR(INDICE)
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.

CABECALHO-PERIODO.
    MOVE "===== COBANK - SALDO MEDIO E DIAS DEVEDORES NO PERIODO ====="
        TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "Período: " WS-DATA-INICIAL(7:2) "/" WS-DATA-INICIAL(5:2)
           "/" WS-DATA-INICIAL(1:4) " a " WS-DATA-FINAL(7:2) "/"
           WS-DATA-FINAL(5:2) "/" WS-DATA-FINAL(1:4)
           "   (dias fechados do período)"
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "  CONTA  T    DIAS   SALDO MEDIO  SALDO MINIMO  "
           "SALDO MAXIMO  DIAS DEVEDOR"
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.

RODAPE-PERIODO.
    IF WS-QTD-CPF = 0 THEN
        MOVE "NENHUM SALDO NO HISTORICO PARA O PERIODO"
            TO LINHA-RELATORIO
        WRITE LINHA-RELATORIO
    END-IF
    MOVE SPACES TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO WS-LINHA
    STRING "CONTAS: " WS-QTD-CONTAS "   CPF: " WS-QTD-CPF
           DELIMITED BY SIZE INTO WS-LINHA
    END-STRING
    MOVE WS-LINHA TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.

      *> ---------------------------------------------------------
      *> Mode 3 - purge beyond the retention period
      *> ---------------------------------------------------------

EXPURGAR-HISTORICO.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
    PERFORM CARREGAR-RETENCAO-HIST
    MOVE WS-DATA-HOJE TO WS-DATA-CALC-NUM
    PERFORM VARYING INDICE-MES FROM 1 BY 1
            UNTIL INDICE-MES > WS-MESES-RETENCAO
        PERFORM SUBTRAIR-UM-MES
    END-PERFORM
    MOVE WS-DATA-CALC-NUM TO WS-DATA-CORTE
    DISPLAY "Retenção em vigor: " WS-MESES-RETENCAO " meses. Saldos "
        "de dias anteriores a " WS-DATA-CORTE " serão expurgados."
    DISPLAY "Confirma o expurgo (S/N)? "
    ACCEPT CONFIRMA
    IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s" THEN
        DISPLAY "Expurgo cancelado."
        STOP RUN
    END-IF

    OPEN I-O ARQ-HISTORICO
    IF FS-HISTORICO = "35" THEN
        DISPLAY "Histórico de saldos HISTSALDO.DAT não existe: nada "
            "a expurgar."
        STOP RUN
    END-IF
    IF FS-HISTORICO NOT = "00" THEN
        DISPLAY "Não foi possível abrir o histórico de saldos. "
            "Status: " FS-HISTORICO
        STOP RUN
    END-IF

    MOVE LOW-VALUES TO HS-CHAVE
    START ARQ-HISTORICO KEY IS NOT LESS THAN HS-CHAVE
        INVALID KEY MOVE "S" TO WS-EOF-ARQUIVO
        NOT INVALID KEY MOVE "N" TO WS-EOF-ARQUIVO
    END-START
    PERFORM UNTIL WS-EOF-ARQUIVO = "S"
        READ ARQ-HISTORICO NEXT RECORD
            AT END
                MOVE "S" TO WS-EOF-ARQUIVO
            NOT AT END
                IF HS-DATA-MOVIMENTO < WS-DATA-CORTE THEN
                    DELETE ARQ-HISTORICO
                        INVALID KEY
                            DISPLAY "Erro ao expurgar a conta "
                                HS-NUMERO-CONTA " de "
                                HS-DATA-MOVIMENTO ". Status: "
                                FS-HISTORICO
                        NOT INVALID KEY
                            ADD 1 TO WS-QTD-EXPURGADOS
                    END-DELETE
                ELSE
                    ADD 1 TO WS-QTD-MANTIDOS
                END-IF
        END-READ
    END-PERFORM
    CLOSE ARQ-HISTORICO
    DISPLAY "Expurgo concluído: " WS-QTD-EXPURGADOS " saldo(s) "
        "removido(s), " WS-QTD-MANTIDOS " mantido(s).".

CARREGAR-RETENCAO-HIST.
      *> the retention period in force comes from the rate file, as
      *> the fee does in COBTARIF; the file is read in key order
      *> (product, effective date), so the last "H" kept is in force
    MOVE RETENCAO-PADRAO TO WS-MESES-RETENCAO
    OPEN INPUT ARQ-TAXAS
    IF FS-TAXAS = "35" THEN
        DISPLAY "Arquivo de taxas TAXAS.DAT não encontrado: prazo "
            "padrão do programa em vigor."
        EXIT PARAGRAPH
    END-IF
    IF FS-TAXAS NOT = "00" THEN
        DISPLAY "Não foi possível abrir o arquivo de taxas. Status: "
            FS-TAXAS
        STOP RUN
    END-IF

    MOVE "N" TO WS-EOF-ARQUIVO
    PERFORM UNTIL WS-EOF-ARQUIVO = "S"
        READ ARQ-TAXAS NEXT RECORD
            AT END
                MOVE "S" TO WS-EOF-ARQUIVO
            NOT AT END
                IF TX-PRODUTO = "H"
                        AND TX-DATA-VIGENCIA <= WS-DATA-HOJE
                        AND TX-DATA-VIGENCIA >= VIG-RETENCAO THEN
                    MOVE TX-VALOR         TO WS-MESES-RETENCAO
                    MOVE TX-DATA-VIGENCIA TO VIG-RETENCAO
                END-IF
        END-READ
    END-PERFORM
    CLOSE ARQ-TAXAS
    IF WS-MESES-RETENCAO = 0 THEN
        MOVE RETENCAO-PADRAO TO WS-MESES-RETENCAO
    END-IF.

SUBTRAIR-UM-MES.
    IF WS-MES-CALC = 1 THEN
        MOVE 12 TO WS-MES-CALC
        SUBTRACT 1 FROM WS-ANO-CALC
    ELSE
        SUBTRACT 1 FROM WS-MES-CALC
    END-IF
    PERFORM ULTIMO-DIA-DO-MES
    IF WS-DIA-CALC > WS-ULTIMO-DIA THEN
        MOVE WS-ULTIMO-DIA TO WS-DIA-CALC
    END-IF.

ULTIMO-DIA-DO-MES.
    EVALUATE WS-MES-CALC
        WHEN 1
        WHEN 3
        WHEN 5
        WHEN 7
        WHEN 8
        WHEN 10
        WHEN 12
            MOVE 31 TO WS-ULTIMO-DIA
        WHEN 4
        WHEN 6
        WHEN 9
        WHEN 11
            MOVE 30 TO WS-ULTIMO-DIA
        WHEN 2
            MOVE 28 TO WS-ULTIMO-DIA
            COMPUTE WS-RESTO-ANO =
                FUNCTION MOD(WS-ANO-CALC, 4)
            IF WS-RESTO-ANO = 0 THEN
                COMPUTE WS-RESTO-ANO =
                    FUNCTION MOD(WS-ANO-CALC, 100)
                IF WS-RESTO-ANO NOT = 0 THEN
                    MOVE 29 TO WS-ULTIMO-DIA
                ELSE
                    COMPUTE WS-RESTO-ANO =
                        FUNCTION MOD(WS-ANO-CALC, 400)
                    IF WS-RESTO-ANO = 0 THEN
                        MOVE 29 TO WS-ULTIMO-DIA
                    END-IF
                END-IF
            END-IF
    END-EVALUATE.
