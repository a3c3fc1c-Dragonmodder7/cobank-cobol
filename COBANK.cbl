        RECORD KEY IS IS-NUMERO-ITEM
        FILE STATUS IS FS-INTERSAI.

    SELECT ARQ-BLOQUEIOS ASSIGN TO "BLOQUEIOS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BJ-CHAVE
        FILE STATUS IS FS-BLOQUEIOS.

    SELECT ARQ-EMPRESTIMOS ASSIGN TO "EMPRESTIMOS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EP-NUMERO-CONTRATO
        FILE STATUS IS FS-EMPRESTIMOS.

    SELECT ARQ-PARCELAS ASSIGN TO "PARCELAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PC-CHAVE
        FILE STATUS IS FS-PARCELAS.

    SELECT ARQ-TITULARES ASSIGN TO "TITULARES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TT-CHAVE
        FILE STATUS IS FS-TITULARES.

    SELECT ARQ-FERIADOS ASSIGN TO "FERIADOS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FE-DATA
        FILE STATUS IS FS-FERIADOS.

    SELECT ARQ-EVENTOS-CCS ASSIGN TO "CCSEVT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CV-NUMERO-EVENTO
        FILE STATUS IS FS-EVENTOS-CCS.

    SELECT ARQ-ALERTAS ASSIGN TO "ALERTAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AV-NUMERO-ALERTA
        FILE STATUS IS FS-ALERTAS.

    SELECT ARQ-ENCERRADAS ASSIGN TO "CONTENC.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-ENCERRADAS.

    SELECT ARQ-SITLOG ASSIGN TO "SITLOG.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-SITLOG.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-RELSIT.

    SELECT ARQ-OPERADORES ASSIGN TO "OPERADORES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OM-ID-OPERADOR
        FILE STATUS IS FS-OPERADORES.

    SELECT ARQ-ACESSLOG ASSIGN TO "ACESSLOG.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-ACESSLOG.

    SELECT ARQ-SORT ASSIGN TO "SORTWK".

DATA DIVISION.
01  REG-INTERSAI.
    COPY INTERSAI.

FD  ARQ-BLOQUEIOS.
01  REG-BLOQUEIO.
    COPY BLOQJUD.

FD  ARQ-EMPRESTIMOS.
01  REG-EMPRESTIMO.
    COPY EMPREST.

FD  ARQ-PARCELAS.
01  REG-PARCELA.
    COPY PARCEMP.

FD  ARQ-TITULARES.
01  REG-TITULAR.
    COPY TITCONTA.

FD  ARQ-FERIADOS.
01  REG-FERIADO.
    COPY FERIADO.

FD  ARQ-EVENTOS-CCS.
01  REG-EVENTO-CCS.
    COPY CCSEVT.

FD  ARQ-ALERTAS.
01  REG-ALERTA.
    COPY ALERTA.

FD  ARQ-ENCERRADAS.
01  REG-ENCERRADA.
    COPY CTAMEST REPLACING LEADING ==RM-== BY ==CE-==.
    COPY CTAENC.

FD  ARQ-SITLOG.
01  REG-SITLOG.
    COPY SITLOG.
FD  ARQ-RELSIT.
01  LINHA-RELSIT            PIC X(100).

FD  ARQ-OPERADORES.
01  REG-OPERADOR.
    COPY OPERMEST.

FD  ARQ-ACESSLOG.
01  REG-ACESSLOG.
    COPY ACESSLOG.

SD  ARQ-SORT.
01  REG-SORT.
      *> work record for the listing sorted by holder name
01 FS-ORDENS          PIC XX.
01 FS-TAXAS           PIC XX.
01 FS-INTERSAI        PIC XX.
01 FS-OPERADORES      PIC XX.
01 FS-ACESSLOG        PIC XX.
01 FS-BLOQUEIOS       PIC XX.
01 FS-EMPRESTIMOS     PIC XX.
01 FS-PARCELAS        PIC XX.
01 FS-ENCERRADAS      PIC XX.
01 FS-TITULARES       PIC XX.
01 FS-EVENTOS-CCS     PIC XX.
01 FS-ALERTAS         PIC XX.
01 FS-FERIADOS        PIC XX.

01 WS-BANCO-DESTINO   PIC 9(3).
01 WS-AGENCIA-DESTINO PIC 9(4).
01 WS-QTD-TAXAS       PIC 9(5).
01 WS-DATA-HOJE-TAXA  PIC 9(8).

01 OPCAO-FERIADO      PIC 9.
01 WS-DATA-FERIADO    PIC 9(8).
01 WS-ANO-FERIADO     PIC 9(4).
01 WS-QTD-FERIADOS    PIC 9(5).
01 WS-DIA-SEMANA      PIC 9.

01 OPCAO-ORDEM        PIC 9.
01 WS-NUMERO-ORDEM    PIC 9(5).
01 WS-QTD-ORDENS      PIC 9(5).
01 WS-QTD-SITLOG-DIA  PIC 9(5).
01 WS-DESCRICAO-SITUACAO PIC X(10).

01 OPCAO-BLOQUEIO     PIC 9.
01 WS-NUMERO-BLOQUEIO PIC 9(5).
01 WS-VALOR-BLOQUEIO  PIC 9(9)V99.
01 WS-MOTIVO-BLOQUEIO PIC X(3).
01 WS-PROCESSO-BLOQUEIO PIC X(25).
01 WS-VARA-BLOQUEIO   PIC X(30).
01 WS-DATA-EXPIRACAO-BLQ PIC 9(8).
01 WS-QTD-BLOQUEIOS   PIC 9(5).
01 WS-DISPONIVEL      PIC S9(9)V99.
01 WS-BLOQUEADO-EXIBICAO PIC ZZZZZZZZ9.99.
01 WS-SOLICITADO-EXIBICAO PIC ZZZZZZZZ9.99.
01 WS-BLQ-CONTA           PIC 9(5).
01 WS-TOTAL-BLOQUEADO     PIC 9(9)V99.
01 WS-QTD-BLOQUEIOS-ATIVOS PIC 9(5).
01 WS-SALDO-LIVRE         PIC 9(9)V99.
01 WS-VALOR-COMPLEMENTO   PIC 9(9)V99.
01 WS-FIM-BLOQUEIOS       PIC X.
      *> entrada/saída de SOMAR-BLOQUEIOS e COMPLETAR-BLOQUEIOS

01 OPCAO-EMPRESTIMO   PIC 9.
01 WS-NUMERO-CONTRATO PIC 9(7).
01 WS-PRINCIPAL-EMPR  PIC 9(6)V99.
01 WS-TAXA-EMPR       PIC 9V9(4).
01 WS-PRAZO-EMPR      PIC 9(3).
01 WS-PRIMEIRO-VENC-EMPR PIC 9(8).
01 WS-PRESTACAO-EMPR  PIC 9(6)V99.
01 WS-FATOR-PRICE     PIC 9(8)V9(10).
01 WS-SALDO-DEVEDOR-EMPR PIC 9(6)V99.
01 WS-JUROS-PARCELA   PIC 9(6)V99.
01 WS-PARCELA-EMPR    PIC 9(3).
01 WS-PARCELAS-OK     PIC X.
01 WS-QTD-EMPRESTIMOS-CONTA PIC 9(5).
01 WS-FIM-EMPRESTIMOS PIC X.
01 TAXA-MORA-PADRAO   PIC 9V9(4) VALUE 0.0100.
      *> juros de mora mensais gravados em cada contrato novo
01 TAXA-MAXIMA-EMPR   PIC 9V9(4) VALUE 0.0999.
01 PRAZO-MAXIMO-EMPR  PIC 9(3) VALUE 120.
01 WS-PRESTACAO-EXIB  PIC ZZZZZ9.99.
01 WS-AMORTIZACAO-EXIB PIC ZZZZZ9.99.
01 WS-JUROS-EXIB      PIC ZZZZZ9.99.
01 WS-SALDO-DEVEDOR-EXIB PIC ZZZZZ9.99.
01 WS-TAXA-EXIB       PIC 9.9999.
01 WS-DATA-CALC.
      *> due date broken open for the schedule arithmetic
   05 WS-ANO-CALC      PIC 9(4).
   05 WS-MES-CALC      PIC 9(2).
   05 WS-DIA-CALC      PIC 9(2).
01 WS-DATA-CALC-NUM REDEFINES WS-DATA-CALC PIC 9(8).
01 WS-MESES-CALC      PIC 9(5).
01 WS-ANOS-CALC       PIC 9(4).
01 WS-MESES-RESTO     PIC 9(2).
01 WS-ULTIMO-DIA      PIC 9(2).
01 WS-RESTO-ANO       PIC 9(4).

01 WS-TIPO-NOVA-CONTA PIC X.
01 OPCAO-CLIENTE      PIC 9.
01 BUSCA-CPF          PIC 9(11).
01 WS-QTD-CONTAS-CPF  PIC 9(5).
01 WS-POSICAO-CPF     PIC S9(9)V99.
01 WS-POSICAO-CPF-EXIB PIC -ZZZZZZZZ9.99.
01 OPCAO-TITULAR      PIC 9.
01 WS-PAPEL-TITULAR   PIC X.
01 WS-TITULAR-EXISTE  PIC X.
01 WS-FIM-TITULARES   PIC X.
01 WS-VINCULO-CONTA   PIC 9(5).
01 WS-VINCULO-CPF     PIC 9(11).
01 WS-VINCULO-FIM     PIC 9(8).
01 WS-PRINCIPAL-VISTO PIC X.
01 WS-PROXIMO-EVENTO  PIC 9(9).
01 WS-CCS-TIPO-EVENTO PIC X.
01 WS-CCS-MOTIVO      PIC X(3).
01 WS-CCS-CONTA       PIC 9(5).
01 WS-CCS-CPF         PIC 9(11).
01 WS-CCS-PAPEL       PIC X.
01 WS-CCS-TIPO-CONTA  PIC X.
01 WS-PROXIMO-ALERTA  PIC 9(9).
01 WS-ALR-TIPO        PIC X(3).
01 WS-ALR-CONTA       PIC 9(5).
01 WS-ALR-CPF         PIC 9(11).
01 WS-ALR-VALOR       PIC 9(6)V99.
01 WS-ALR-COMPLEMENTO PIC X(40).
      *> entrada de GRAVAR-ALERTA
01 VALOR-ALERTA-SAQUE-PADRAO PIC 9(6)V99 VALUE 2000.00.
      *> saque a partir do qual o titular é avisado, substituído
      *> pela entrada "A" em vigor no arquivo de taxas
01 WS-VALOR-ALERTA-SAQUE PIC 9(6)V99.
01 WS-SALDO-ANTES-SAQUE PIC S9(6)V99.
01 OPCAO-ALERTA-CLIENTE PIC X.
01 WS-TEMP-EMAIL      PIC X(50).
01 INDICE-ALERTA      PIC 9.
01 TABELA-TIPOS-ALERTA.
      *> descrição de cada opção de alerta, na ordem de
      *> CL-OPCOES-ALERTA
   05 FILLER PIC X(40) VALUE "SAQ Saque acima do valor de alerta".
   05 FILLER PIC X(40) VALUE "ESP Entrada no cheque especial".
   05 FILLER PIC X(40) VALUE "SIT Mudança de situação da conta".
   05 FILLER PIC X(40) VALUE "DEV Transferência devolvida".
   05 FILLER PIC X(40) VALUE "CRE Crédito interbancário recebido".
   05 FILLER PIC X(40) VALUE "ORD Ordem permanente não executada".
   05 FILLER PIC X(40) VALUE "ENC Encargo de cheque especial".
01 FILLER REDEFINES TABELA-TIPOS-ALERTA.
   05 TA-DESCRICAO-ALERTA PIC X(40) OCCURS 7 TIMES.
01 WS-TEMP-NOME-CLIENTE PIC X(40).
01 WS-TEMP-ENDERECO   PIC X(50).
01 WS-TEMP-TELEFONE   PIC X(15).
01 WS-OPERADOR        PIC X(4) VALUE SPACES.
01 WS-SUPERVISOR      PIC X(4).
01 WS-APROVADO        PIC X.
01 WS-PERFIL-OPERADOR PIC X.
01 WS-NOME-OPERADOR   PIC X(30).
01 WS-LIMITE-OPERADOR PIC 9(6)V99.
      *> perfil, nome e limite de saque do operador da sessão, lidos
      *> de OPERADORES.DAT no acesso; saques e transferências
      *> interbancárias acima do limite exigem aprovação de supervisor
01 LIMITE-SAQUE-PADRAO PIC 9(6)V99 VALUE 1000.00.
      *> limite sugerido ao cadastrar um operador sem limite próprio
01 WS-SENHA-DIGITADA  PIC X(8).
01 WS-ACESSO-LIBERADO PIC X.
01 WS-TENTATIVAS-SESSAO PIC 9(2).
01 MAX-TENTATIVAS-SESSAO PIC 9(2) VALUE 5.
      *> tentativas de acesso aceitas por execução antes de encerrar
01 MAX-TENTATIVAS-SENHA PIC 9(2) VALUE 3.
      *> senhas inválidas seguidas que bloqueiam o ID
01 WS-VALOR-APROVACAO PIC 9(6)V99 VALUE 0.
01 WS-DESCRICAO-APROVACAO PIC X(40) VALUE SPACES.
      *> entrada de APROVACAO-SUPERVISOR: valor a aprovar (zero =
      *> operação sem valor) e o que está sendo aprovado, para a
      *> trilha de ACESSLOG.DAT; zerados a cada aprovação
01 WS-VALOR-APROV-EXIB PIC ZZZZZ9.99.
01 WS-PERFIL-EXIGIDO  PIC X.
01 WS-PERFIL-OK       PIC X.
01 WS-EVENTO-ACESSO   PIC X(3).
01 WS-ACESSO-SUPERVISOR PIC X(4).
01 WS-DETALHE-ACESSO  PIC X(40).
      *> entrada de GRAVAR-ACESSLOG

01 OPCAO-OPERADOR     PIC 9.
01 WS-ID-OPERADOR-MNT PIC X(4).
01 WS-PERFIL-NOVO     PIC X.
01 WS-SITUACAO-OPERADOR-NOVA PIC X.
01 WS-PRIMEIRO-CADASTRO PIC X VALUE "N".
01 WS-QTD-OPERADORES  PIC 9(5).

01 WS-JORNAL-CONTA    PIC 9(5).
01 WS-JORNAL-SALDO    PIC S9(6)V99.
      *> account and balance-after handed to GRAVAR-JORNAL by the
      *> transaction that just rewrote the master record
01 WS-JORNAL-REFERENCIA.
      *> JR-REFERENCIA for the next GRAVAR-JORNAL: set only by the
      *> transfer legs and the reversal, cleared after every write
   05 WS-JORNAL-CONTRAPARTIDA PIC 9(5) VALUE 0.
   05 WS-JORNAL-REF-DATA-HORA PIC 9(14) VALUE 0.
   05 WS-JORNAL-REF-TIPO     PIC X VALUE SPACE.
   05 WS-JORNAL-REF-OPERADOR PIC X(4) VALUE SPACES.
   05 WS-JORNAL-REF-SUPERVISOR PIC X(4) VALUE SPACES.

01 OPCAO-ESTORNO      PIC 9(3).
01 WS-QTD-LANC-ESTORNO PIC 9(3).
01 WS-SEQ-LANC-ESTORNO PIC 9(3).
01 WS-LANCAMENTO-ESTORNO.
      *> entry picked for reversal, as found on today's journal
   05 WS-EST-CONTA        PIC 9(5).
   05 WS-EST-TIPO         PIC X.
   05 WS-EST-VALOR        PIC 9(6)V99.
   05 WS-EST-DATA-HORA    PIC 9(14).
   05 WS-EST-OPERADOR     PIC X(4).
   05 WS-EST-CONTRAPARTIDA PIC 9(5).
01 WS-PERNA-PAR.
      *> other leg of a transfer picked for reversal
   05 WS-PAR-CONTA        PIC 9(5).
   05 WS-PAR-TIPO         PIC X.
   05 WS-PAR-VALOR        PIC 9(6)V99.
   05 WS-PAR-DATA-HORA    PIC 9(14).
   05 WS-PAR-OPERADOR     PIC X(4).
   05 WS-PAR-CONTRAPARTIDA PIC 9(5).
01 WS-LANCAMENTO-TROCA.
      *> entry handed to GRAVAR-JORNAL-ESTORNO; also the swap area
      *> that puts the "E" leg of a transfer in WS-LANCAMENTO-ESTORNO
   05 WS-TRC-CONTA        PIC 9(5).
   05 WS-TRC-TIPO         PIC X.
   05 WS-TRC-VALOR        PIC 9(6)V99.
   05 WS-TRC-DATA-HORA    PIC 9(14).
   05 WS-TRC-OPERADOR     PIC X(4).
   05 WS-TRC-CONTRAPARTIDA PIC 9(5).
01 WS-EST-ACHADO      PIC X.
01 WS-PAR-ACHADO      PIC X.
01 WS-VER-CONTA       PIC 9(5).
01 WS-VER-DATA-HORA   PIC 9(14).
01 WS-VER-TIPO        PIC X.
01 WS-VER-ESTORNADO   PIC X.
      *> entrada/saída de VERIFICAR-JA-ESTORNADO
01 WS-VALOR-EST-EXIB  PIC ZZZZZ9.99.
01 WS-HORA-EST-EXIB   PIC X(8).

01 WS-NUMERO-NOVO     PIC 9(5).
01 WS-SALDO-ENCERRAR  PIC S9(6)V99.
      10 CX-TOT-DEPOSITOS PIC 9(9)V99.
      10 CX-QTD-SAQUES    PIC 9(5).
      10 CX-TOT-SAQUES    PIC 9(9)V99.
      10 CX-QTD-ESTORNOS  PIC 9(5).
01 MAX-CAIXAS         PIC 9(3) VALUE 100.
01 WS-OPERADOR-CAIXA  PIC X(4).
01 WS-POSICAO-CAIXA   PIC 9(3).
01 INDICE-CAIXA       PIC 9(3).
01 WS-DATA-HOJE       PIC 9(8).
    CLOSE ARQ-ORDENS
    CLOSE ARQ-TAXAS
    CLOSE ARQ-INTERSAI
    CLOSE ARQ-BLOQUEIOS
    CLOSE ARQ-EMPRESTIMOS
    CLOSE ARQ-PARCELAS
    CLOSE ARQ-TITULARES
    CLOSE ARQ-EVENTOS-CCS
    CLOSE ARQ-ALERTAS
    CLOSE ARQ-FERIADOS
    CLOSE ARQ-OPERADORES
    DISPLAY "Saindo do COBANK..."
    STOP RUN.

IDENTIFICAR-OPERADOR.
      *> Every session belongs to an operator registered on
      *> OPERADORES.DAT; the ID accepted here is stamped on every
      *> journal entry the session writes. The file stays open for
      *> the whole session, for the supervisor approvals. On a new
      *> installation, with the file still empty, the first
      *> administrator is registered here before anyone signs on.
    OPEN I-O ARQ-OPERADORES
    IF FS-OPERADORES = "35" THEN
        OPEN OUTPUT ARQ-OPERADORES
        CLOSE ARQ-OPERADORES
        OPEN I-O ARQ-OPERADORES
    END-IF

    MOVE LOW-VALUES TO OM-ID-OPERADOR
    START ARQ-OPERADORES KEY IS NOT LESS THAN OM-ID-OPERADOR
        INVALID KEY
            DISPLAY "Nenhum operador cadastrado. Cadastre o "
                "administrador do sistema."
            MOVE "S" TO WS-PRIMEIRO-CADASTRO
            PERFORM UNTIL WS-PRIMEIRO-CADASTRO = "N"
                PERFORM INCLUIR-OPERADOR
            END-PERFORM
    END-START

    MOVE "N" TO WS-ACESSO-LIBERADO
    MOVE 0 TO WS-TENTATIVAS-SESSAO
    PERFORM UNTIL WS-ACESSO-LIBERADO = "S"
        IF WS-TENTATIVAS-SESSAO NOT < MAX-TENTATIVAS-SESSAO THEN
            DISPLAY "Número máximo de tentativas de acesso "
                "excedido. Encerrando o COBANK."
            CLOSE ARQ-OPERADORES
            STOP RUN
        END-IF
        PERFORM AUTENTICAR-OPERADOR
    END-PERFORM
    DISPLAY "Operador " WS-OPERADOR " (" WS-NOME-OPERADOR ") "
        "identificado.".

AUTENTICAR-OPERADOR.
      *> One sign-on attempt. Unknown IDs and wrong passwords get the
      *> same message, so the screen never confirms that an ID
      *> exists; the audit file records which one it was.
    MOVE SPACES TO WS-OPERADOR
    DISPLAY "Identificação do operador (até 4 caracteres): "
    ACCEPT WS-OPERADOR
    IF WS-OPERADOR = SPACES THEN
        DISPLAY "Operador é obrigatório."
        EXIT PARAGRAPH
    END-IF
    IF WS-OPERADOR(1:1) = "#" THEN
        DISPLAY "Identificações iniciadas por # são reservadas "
            "aos processos batch."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Senha: "
    MOVE SPACES TO WS-SENHA-DIGITADA
    ACCEPT WS-SENHA-DIGITADA
    ADD 1 TO WS-TENTATIVAS-SESSAO
    MOVE SPACES TO WS-ACESSO-SUPERVISOR

    MOVE WS-OPERADOR TO OM-ID-OPERADOR
    READ ARQ-OPERADORES
        INVALID KEY
            DISPLAY "Operador ou senha inválidos."
            MOVE "FAL" TO WS-EVENTO-ACESSO
            MOVE "ID NAO CADASTRADO" TO WS-DETALHE-ACESSO
            PERFORM GRAVAR-ACESSLOG
            EXIT PARAGRAPH
    END-READ

    IF OM-SITUACAO = "S" THEN
        DISPLAY "Operador suspenso. Procure o administrador."
        MOVE "FAL" TO WS-EVENTO-ACESSO
        MOVE "ID SUSPENSO" TO WS-DETALHE-ACESSO
        PERFORM GRAVAR-ACESSLOG
        EXIT PARAGRAPH
    END-IF
    IF OM-SITUACAO = "B" THEN
        DISPLAY "Operador bloqueado por tentativas inválidas. "
            "Procure o administrador."
        MOVE "FAL" TO WS-EVENTO-ACESSO
        MOVE "ID BLOQUEADO" TO WS-DETALHE-ACESSO
        PERFORM GRAVAR-ACESSLOG
        EXIT PARAGRAPH
    END-IF
    IF OM-SENHA NOT = WS-SENHA-DIGITADA THEN
        DISPLAY "Operador ou senha inválidos."
        PERFORM REGISTRAR-SENHA-INVALIDA
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO OM-TENTATIVAS-FALHAS
    MOVE FUNCTION CURRENT-DATE(1:14) TO OM-DATA-HORA-ACESSO
    REWRITE REG-OPERADOR
        INVALID KEY
            DISPLAY "Erro ao atualizar o cadastro do operador. "
                "Status: " FS-OPERADORES
    END-REWRITE
    MOVE OM-PERFIL       TO WS-PERFIL-OPERADOR
    MOVE OM-NOME         TO WS-NOME-OPERADOR
    MOVE OM-LIMITE-SAQUE TO WS-LIMITE-OPERADOR
    MOVE "ENT" TO WS-EVENTO-ACESSO
    MOVE SPACES TO WS-DETALHE-ACESSO
    STRING "PERFIL " OM-PERFIL
           DELIMITED BY SIZE INTO WS-DETALHE-ACESSO
    END-STRING
    PERFORM GRAVAR-ACESSLOG
    MOVE "S" TO WS-ACESSO-LIBERADO.

REGISTRAR-SENHA-INVALIDA.
      *> Entry: REG-OPERADOR holds the ID whose password was just
      *> refused (the operator signing on, or the supervisor asked to
      *> approve), WS-ACESSO-SUPERVISOR set by the caller.
      *> Counts the failure on the ID and blocks it once
      *> MAX-TENTATIVAS-SENHA failures run in a row; only an
      *> administrator can release it again.
    ADD 1 TO OM-TENTATIVAS-FALHAS
    IF OM-TENTATIVAS-FALHAS NOT < MAX-TENTATIVAS-SENHA THEN
        MOVE "B" TO OM-SITUACAO
    END-IF
    REWRITE REG-OPERADOR
        INVALID KEY
            DISPLAY "Erro ao atualizar o cadastro do operador. "
                "Status: " FS-OPERADORES
    END-REWRITE

    MOVE "FAL" TO WS-EVENTO-ACESSO
    MOVE "SENHA INVALIDA" TO WS-DETALHE-ACESSO
    PERFORM GRAVAR-ACESSLOG
    IF OM-SITUACAO = "B" THEN
        DISPLAY "Operador " OM-ID-OPERADOR " bloqueado após "
            MAX-TENTATIVAS-SENHA " senhas inválidas."
        MOVE "BLQ" TO WS-EVENTO-ACESSO
        MOVE SPACES TO WS-DETALHE-ACESSO
        STRING "ID " OM-ID-OPERADOR " BLOQUEADO POR SENHA"
               DELIMITED BY SIZE INTO WS-DETALHE-ACESSO
        END-STRING
        PERFORM GRAVAR-ACESSLOG
    END-IF.

APROVACAO-SUPERVISOR.
      *> Entry: the caller displayed what needs approval and set
      *>        WS-DESCRICAO-APROVACAO (and WS-VALOR-APROVACAO when
      *>        the operation carries an amount).
      *> Exit:  WS-APROVADO = "S" when a supervisor or administrator
      *>        registered on OPERADORES.DAT, active, different from
      *>        the session operator and with a limit covering the
      *>        amount, confirmed the operation with their password.
      *>        Granted and refused approvals both go to ACESSLOG.DAT.
    MOVE "N" TO WS-APROVADO
    DISPLAY "Identificação do supervisor (ENTER = cancelar): "
    MOVE SPACES TO WS-SUPERVISOR
    ACCEPT WS-SUPERVISOR
    IF WS-SUPERVISOR = SPACES THEN
        DISPLAY "Operação não aprovada."
        PERFORM LIMPAR-APROVACAO
        EXIT PARAGRAPH
    END-IF
    IF WS-SUPERVISOR = WS-OPERADOR THEN
        DISPLAY "Supervisor deve ser diferente do operador da sessão."
        PERFORM REGISTRAR-APROVACAO-NEGADA
        EXIT PARAGRAPH
    END-IF
    IF WS-SUPERVISOR(1:1) = "#" THEN
        DISPLAY "Identificação de supervisor inválida."
        PERFORM REGISTRAR-APROVACAO-NEGADA
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Senha do supervisor: "
    MOVE SPACES TO WS-SENHA-DIGITADA
    ACCEPT WS-SENHA-DIGITADA
    MOVE WS-SUPERVISOR TO WS-ACESSO-SUPERVISOR

    MOVE WS-SUPERVISOR TO OM-ID-OPERADOR
    READ ARQ-OPERADORES
        INVALID KEY
            DISPLAY "Supervisor ou senha inválidos."
            PERFORM REGISTRAR-APROVACAO-NEGADA
            EXIT PARAGRAPH
    END-READ
    IF OM-SITUACAO NOT = "A" THEN
        DISPLAY "Supervisor suspenso ou bloqueado."
        PERFORM REGISTRAR-APROVACAO-NEGADA
        EXIT PARAGRAPH
    END-IF
    IF OM-SENHA NOT = WS-SENHA-DIGITADA THEN
        DISPLAY "Supervisor ou senha inválidos."
        PERFORM REGISTRAR-SENHA-INVALIDA
        PERFORM REGISTRAR-APROVACAO-NEGADA
        EXIT PARAGRAPH
    END-IF
    IF OM-TENTATIVAS-FALHAS > 0 THEN
        MOVE 0 TO OM-TENTATIVAS-FALHAS
        REWRITE REG-OPERADOR
            INVALID KEY CONTINUE
        END-REWRITE
    END-IF
    IF OM-PERFIL NOT = "S" AND OM-PERFIL NOT = "A" THEN
        DISPLAY "Operador " WS-SUPERVISOR " não tem perfil de "
            "supervisor."
        PERFORM REGISTRAR-APROVACAO-NEGADA
        EXIT PARAGRAPH
    END-IF
    IF WS-VALOR-APROVACAO > OM-LIMITE-SAQUE THEN
        MOVE OM-LIMITE-SAQUE TO WS-LIMITE-EXIBICAO
        DISPLAY "Valor acima do limite de aprovação do supervisor "
            "(R$" WS-LIMITE-EXIBICAO ")."
        PERFORM REGISTRAR-APROVACAO-NEGADA
        EXIT PARAGRAPH
    END-IF

    MOVE "S" TO WS-APROVADO
    MOVE "APR" TO WS-EVENTO-ACESSO
    MOVE WS-DESCRICAO-APROVACAO TO WS-DETALHE-ACESSO
    PERFORM GRAVAR-ACESSLOG
    PERFORM LIMPAR-APROVACAO
    DISPLAY "Aprovado pelo supervisor " WS-SUPERVISOR ".".

REGISTRAR-APROVACAO-NEGADA.
    DISPLAY "Operação não aprovada."
    MOVE "NEG" TO WS-EVENTO-ACESSO
    MOVE WS-SUPERVISOR TO WS-ACESSO-SUPERVISOR
    MOVE WS-DESCRICAO-APROVACAO TO WS-DETALHE-ACESSO
    PERFORM GRAVAR-ACESSLOG
    PERFORM LIMPAR-APROVACAO.

LIMPAR-APROVACAO.
    MOVE 0 TO WS-VALOR-APROVACAO
    MOVE SPACES TO WS-DESCRICAO-APROVACAO.

VERIFICAR-PERFIL.
      *> Entry: WS-PERFIL-EXIGIDO = "S" (supervisor or administrator)
      *>        or "A" (administrator only) for the menu option chosen.
      *> Exit:  WS-PERFIL-OK = "S" when the session operator's
      *>        profile allows it; refusals are audited.
    MOVE "S" TO WS-PERFIL-OK
    IF WS-PERFIL-OPERADOR = "A" THEN
        EXIT PARAGRAPH
    END-IF
    IF WS-PERFIL-EXIGIDO = "S" AND WS-PERFIL-OPERADOR = "S" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-PERFIL-OK
    IF WS-PERFIL-EXIGIDO = "A" THEN
        DISPLAY "Opção restrita ao perfil administrador."
    ELSE
        DISPLAY "Opção restrita aos perfis supervisor e "
            "administrador."
    END-IF
    MOVE "PRF" TO WS-EVENTO-ACESSO
    MOVE SPACES TO WS-ACESSO-SUPERVISOR
    MOVE SPACES TO WS-DETALHE-ACESSO
    STRING "OPCAO " OPCAO " RECUSADA PERFIL " WS-PERFIL-OPERADOR
           DELIMITED BY SIZE INTO WS-DETALHE-ACESSO
    END-STRING
    PERFORM GRAVAR-ACESSLOG.

GRAVAR-ACESSLOG.
      *> Entry: WS-EVENTO-ACESSO, WS-ACESSO-SUPERVISOR and
      *> WS-DETALHE-ACESSO set by the caller; WS-OPERADOR is the
      *> operator signed on (or attempting to). Appends the entry the
      *> same way GRAVAR-SITLOG does.
    OPEN EXTEND ARQ-ACESSLOG
    IF FS-ACESSLOG = "35" THEN
        OPEN OUTPUT ARQ-ACESSLOG
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-ATUAL
    MOVE WS-DATA-HORA-ATUAL    TO AL-DATA-HORA
    MOVE WS-EVENTO-ACESSO      TO AL-EVENTO
    MOVE WS-OPERADOR           TO AL-OPERADOR
    MOVE WS-ACESSO-SUPERVISOR  TO AL-SUPERVISOR
    MOVE WS-DETALHE-ACESSO     TO AL-DETALHE
    WRITE REG-ACESSLOG

    CLOSE ARQ-ACESSLOG.

VERIFICAR-CONTA-DORMENTE.
      *> Entry: REG-MESTRE holds the account just read for a deposit,
      *> withdrawal or transfer leg.

    DISPLAY "Conta " RM-NUMERO-CONTA " está DORMENTE. Movimentar a "
        "conta exige reativação aprovada por supervisor."
    STRING "REATIVACAO CONTA DORMENTE " RM-NUMERO-CONTA
           DELIMITED BY SIZE INTO WS-DESCRICAO-APROVACAO
    END-STRING
    PERFORM APROVACAO-SUPERVISOR
    IF WS-APROVADO NOT = "S" THEN
        DISPLAY "Conta permanece dormente."
        OPEN OUTPUT ARQ-INTERSAI
        CLOSE ARQ-INTERSAI
        OPEN I-O ARQ-INTERSAI
    END-IF
    OPEN I-O ARQ-BLOQUEIOS
    IF FS-BLOQUEIOS = "35" THEN
        OPEN OUTPUT ARQ-BLOQUEIOS
        CLOSE ARQ-BLOQUEIOS
        OPEN I-O ARQ-BLOQUEIOS
    END-IF
    OPEN I-O ARQ-EMPRESTIMOS
    IF FS-EMPRESTIMOS = "35" THEN
        OPEN OUTPUT ARQ-EMPRESTIMOS
        CLOSE ARQ-EMPRESTIMOS
        OPEN I-O ARQ-EMPRESTIMOS
    END-IF
    OPEN I-O ARQ-PARCELAS
    IF FS-PARCELAS = "35" THEN
        OPEN OUTPUT ARQ-PARCELAS
        CLOSE ARQ-PARCELAS
        OPEN I-O ARQ-PARCELAS
    END-IF
    OPEN I-O ARQ-TITULARES
    IF FS-TITULARES = "35" THEN
        OPEN OUTPUT ARQ-TITULARES
        CLOSE ARQ-TITULARES
        OPEN I-O ARQ-TITULARES
    END-IF
    OPEN I-O ARQ-EVENTOS-CCS
    IF FS-EVENTOS-CCS = "35" THEN
        OPEN OUTPUT ARQ-EVENTOS-CCS
        CLOSE ARQ-EVENTOS-CCS
        OPEN I-O ARQ-EVENTOS-CCS
    END-IF
    OPEN I-O ARQ-ALERTAS
    IF FS-ALERTAS = "35" THEN
        OPEN OUTPUT ARQ-ALERTAS
        CLOSE ARQ-ALERTAS
        OPEN I-O ARQ-ALERTAS
    END-IF
    OPEN I-O ARQ-FERIADOS
    IF FS-FERIADOS = "35" THEN
        OPEN OUTPUT ARQ-FERIADOS
        CLOSE ARQ-FERIADOS
        OPEN I-O ARQ-FERIADOS
    END-IF.

MENU-PRINCIPAL.
    DISPLAY "11 - Ordens Permanentes"
    DISPLAY "12 - Tabela de Taxas"
    DISPLAY "13 - Transferência Interbancária"
    DISPLAY "14 - Estorno de Lançamento"
    DISPLAY "15 - Cadastro de Operadores"
    DISPLAY "16 - Bloqueio Judicial"
    DISPLAY "17 - Empréstimos"
    DISPLAY "18 - Calendário de Feriados"
    DISPLAY "9 - Sair"
    DISPLAY "Escolha uma opção: "
    ACCEPT OPCAO
        WHEN 0
            PERFORM MENU-CLIENTES
        WHEN 10
            MOVE "S" TO WS-PERFIL-EXIGIDO
            PERFORM VERIFICAR-PERFIL
            IF WS-PERFIL-OK = "S" THEN
                PERFORM MENU-SITUACAO
            END-IF
        WHEN 11
            PERFORM MENU-ORDENS
        WHEN 12
            MOVE "S" TO WS-PERFIL-EXIGIDO
            PERFORM VERIFICAR-PERFIL
            IF WS-PERFIL-OK = "S" THEN
                PERFORM MENU-TAXAS
            END-IF
        WHEN 13
            PERFORM TRANSFERIR-INTERBANCARIA
        WHEN 14
            PERFORM ESTORNAR-LANCAMENTO
        WHEN 15
            MOVE "A" TO WS-PERFIL-EXIGIDO
            PERFORM VERIFICAR-PERFIL
            IF WS-PERFIL-OK = "S" THEN
                PERFORM MENU-OPERADORES
            END-IF
        WHEN 16
            PERFORM MENU-BLOQUEIOS
        WHEN 17
            PERFORM MENU-EMPRESTIMOS
        WHEN 18
            PERFORM MENU-FERIADOS
        WHEN 9
            CONTINUE
        WHEN OTHER
            EXIT PARAGRAPH
    END-WRITE

    PERFORM GRAVAR-TITULAR-PRINCIPAL
    MOVE "I"              TO WS-CCS-TIPO-EVENTO
    MOVE "ABE"            TO WS-CCS-MOTIVO
    MOVE RM-NUMERO-CONTA  TO WS-CCS-CONTA
    MOVE RM-CPF-TITULAR   TO WS-CCS-CPF
    MOVE "P"              TO WS-CCS-PAPEL
    MOVE RM-TIPO-CONTA    TO WS-CCS-TIPO-CONTA
    PERFORM GRAVAR-EVENTO-CCS
    DISPLAY "Conta criada com sucesso!".

CONSULTAR-SALDO.
            WS-LIMITE-EXIBICAO
    END-IF
    DISPLAY "Produto: " RM-TIPO-CONTA
        "  Situação: " RM-SITUACAO-CONTA
    MOVE RM-NUMERO-CONTA TO WS-BLQ-CONTA
    PERFORM SOMAR-BLOQUEIOS
    PERFORM EXIBIR-SALDO-BLOQUEADO.

CONSULTAR-SALDO-POR-NOME.
    DISPLAY "Digite parte do nome do titular: "
    MOVE RM-NUMERO-CONTA TO WS-JORNAL-CONTA
    MOVE RM-SALDO-CONTA  TO WS-JORNAL-SALDO
    PERFORM GRAVAR-JORNAL
    PERFORM COMPLETAR-BLOQUEIOS
    DISPLAY "Depósito realizado com sucesso.".

SACAR.
    END-IF

    MOVE "S" TO WS-APROVADO
    IF VALOR-OPERACAO > WS-LIMITE-OPERADOR THEN
        MOVE WS-LIMITE-OPERADOR TO WS-LIMITE-EXIBICAO
        DISPLAY "Saque acima de R$" WS-LIMITE-EXIBICAO
            " exige aprovação de supervisor."
        MOVE VALOR-OPERACAO TO WS-VALOR-APROVACAO
        MOVE VALOR-OPERACAO TO WS-VALOR-APROV-EXIB
        STRING "SAQUE CONTA " BUSCA-CONTA " R$" WS-VALOR-APROV-EXIB
               DELIMITED BY SIZE INTO WS-DESCRICAO-APROVACAO
        END-STRING
        PERFORM APROVACAO-SUPERVISOR
    END-IF
    IF WS-APROVADO NOT = "S" THEN
        EXIT PARAGRAPH
    END-IF

    MOVE RM-NUMERO-CONTA TO WS-BLQ-CONTA
    PERFORM SOMAR-BLOQUEIOS
    IF VALOR-OPERACAO > RM-SALDO-CONTA + RM-LIMITE-ESPECIAL
            - WS-TOTAL-BLOQUEADO THEN
        DISPLAY "Saldo e limite insuficientes."
        PERFORM EXIBIR-SALDO-BLOQUEADO
        EXIT PARAGRAPH
    END-IF

    MOVE RM-SALDO-CONTA TO WS-SALDO-ANTES-SAQUE
    SUBTRACT VALOR-OPERACAO FROM RM-SALDO-CONTA
    PERFORM REGRAVAR-CONTA-MESTRE
    IF FS-CONTAS NOT = "00" THEN
    MOVE RM-NUMERO-CONTA TO WS-JORNAL-CONTA
    MOVE RM-SALDO-CONTA  TO WS-JORNAL-SALDO
    PERFORM GRAVAR-JORNAL
    PERFORM ALERTAR-SAQUE
    DISPLAY "Saque realizado com sucesso.".

ALERTAR-SAQUE.
      *> Entry: REG-MESTRE holds the account just debited by SACAR,
      *> WS-SALDO-ANTES-SAQUE its balance before the debit.
    MOVE RM-NUMERO-CONTA TO WS-ALR-CONTA
    MOVE RM-CPF-TITULAR  TO WS-ALR-CPF
    MOVE RM-SALDO-CONTA  TO WS-SALDO-EXIBICAO
    PERFORM CARREGAR-VALOR-ALERTA
    IF VALOR-OPERACAO >= WS-VALOR-ALERTA-SAQUE THEN
        MOVE "SAQ"          TO WS-ALR-TIPO
        MOVE VALOR-OPERACAO TO WS-ALR-VALOR
        MOVE SPACES TO WS-ALR-COMPLEMENTO
        STRING "SALDO APOS O SAQUE R$" WS-SALDO-EXIBICAO
               DELIMITED BY SIZE INTO WS-ALR-COMPLEMENTO
        END-STRING
        PERFORM GRAVAR-ALERTA
    END-IF
    IF WS-SALDO-ANTES-SAQUE >= 0 AND RM-SALDO-CONTA < 0 THEN
        MOVE "ESP"          TO WS-ALR-TIPO
        MOVE VALOR-OPERACAO TO WS-ALR-VALOR
        MOVE SPACES TO WS-ALR-COMPLEMENTO
        STRING "SALDO R$" WS-SALDO-EXIBICAO
               DELIMITED BY SIZE INTO WS-ALR-COMPLEMENTO
        END-STRING
        PERFORM GRAVAR-ALERTA
    END-IF.

CARREGAR-VALOR-ALERTA.
      *> Exit: WS-VALOR-ALERTA-SAQUE = the "A" entry in force today
      *> on the rate file, or the program default
    MOVE VALOR-ALERTA-SAQUE-PADRAO TO WS-VALOR-ALERTA-SAQUE
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE-TAXA
    MOVE "A" TO TX-PRODUTO
    MOVE 0   TO TX-DATA-VIGENCIA
    START ARQ-TAXAS KEY IS NOT LESS THAN TX-CHAVE
        INVALID KEY MOVE "10" TO FS-TAXAS
    END-START
    PERFORM UNTIL FS-TAXAS NOT = "00"
        READ ARQ-TAXAS NEXT RECORD
            AT END
                MOVE "10" TO FS-TAXAS
            NOT AT END
                IF TX-PRODUTO NOT = "A"
                        OR TX-DATA-VIGENCIA > WS-DATA-HOJE-TAXA THEN
                    MOVE "10" TO FS-TAXAS
                ELSE
                    MOVE TX-VALOR TO WS-VALOR-ALERTA-SAQUE
                END-IF
        END-READ
    END-PERFORM
    MOVE "00" TO FS-TAXAS.

TRANSFERIR.
    DISPLAY "Número da conta de origem: "
    ACCEPT CONTA-ORIGEM
            DISPLAY "Conta de origem não encontrada."
            EXIT PARAGRAPH
    END-READ
    MOVE RM-NUMERO-CONTA TO WS-BLQ-CONTA
    PERFORM SOMAR-BLOQUEIOS
    IF VALOR-OPERACAO > RM-SALDO-CONTA + RM-LIMITE-ESPECIAL
            - WS-TOTAL-BLOQUEADO THEN
        DISPLAY "Saldo e limite insuficientes na conta de origem."
        PERFORM EXIBIR-SALDO-BLOQUEADO
        EXIT PARAGRAPH
    END-IF
    SUBTRACT VALOR-OPERACAO FROM RM-SALDO-CONTA
    MOVE "E" TO TIPO-OPERACAO-REG
    MOVE RM-NUMERO-CONTA TO WS-JORNAL-CONTA
    MOVE RM-SALDO-CONTA  TO WS-JORNAL-SALDO
    MOVE CONTA-DESTINO   TO WS-JORNAL-CONTRAPARTIDA
    PERFORM GRAVAR-JORNAL

      *> crédito no destino
    MOVE "R" TO TIPO-OPERACAO-REG
    MOVE RM-NUMERO-CONTA TO WS-JORNAL-CONTA
    MOVE RM-SALDO-CONTA  TO WS-JORNAL-SALDO
    MOVE CONTA-ORIGEM    TO WS-JORNAL-CONTRAPARTIDA
    PERFORM GRAVAR-JORNAL
    PERFORM COMPLETAR-BLOQUEIOS

    DISPLAY "Transferência realizada com sucesso.".


ENCERRAR-CONTA.
    DISPLAY "Encerramento de conta exige aprovação de supervisor."
    MOVE "ENCERRAMENTO DE CONTA" TO WS-DESCRICAO-APROVACAO
    PERFORM APROVACAO-SUPERVISOR
    IF WS-APROVADO NOT = "S" THEN
        DISPLAY "Encerramento cancelado."
        EXIT PARAGRAPH
    END-IF

    MOVE RM-NUMERO-CONTA TO WS-BLQ-CONTA
    PERFORM SOMAR-BLOQUEIOS
    IF WS-QTD-BLOQUEIOS-ATIVOS > 0 THEN
        DISPLAY "Conta com bloqueio judicial ativo: liberar ou "
            "transferir os bloqueios antes de encerrar."
        EXIT PARAGRAPH
    END-IF

    PERFORM CONTAR-EMPRESTIMOS-CONTA
    IF WS-QTD-EMPRESTIMOS-CONTA > 0 THEN
        DISPLAY "Conta com empréstimo em aberto ou proposta "
            "pendente: quitar ou cancelar antes de encerrar."
        EXIT PARAGRAPH
    END-IF

    IF RM-SALDO-CONTA < 0 THEN
        MOVE RM-SALDO-CONTA TO WS-SALDO-EXIBICAO
        DISPLAY "Conta em cheque especial (saldo R$"
            EXIT PARAGRAPH
    END-DELETE

    PERFORM GRAVAR-CONTA-ENCERRADA
    PERFORM ENCERRAR-TITULARES-CONTA
    IF WS-PRINCIPAL-VISTO NOT = "S" THEN
      *> account opened before the relationship file: its master CPF
      *> has no "P" record, but its relationship ends all the same
        MOVE "F"             TO WS-CCS-TIPO-EVENTO
        MOVE "ENC"           TO WS-CCS-MOTIVO
        MOVE BUSCA-CONTA     TO WS-CCS-CONTA
        MOVE RM-CPF-TITULAR  TO WS-CCS-CPF
        MOVE "P"             TO WS-CCS-PAPEL
        MOVE RM-TIPO-CONTA   TO WS-CCS-TIPO-CONTA
        PERFORM GRAVAR-EVENTO-CCS
    END-IF

    IF WS-SALDO-ENCERRAR NOT = 0 THEN
        MOVE WS-SALDO-ENCERRAR TO VALOR-OPERACAO
        MOVE "S" TO TIPO-OPERACAO-REG

    DISPLAY "Conta encerrada com sucesso.".

GRAVAR-CONTA-ENCERRADA.
      *> REG-MESTRE still holds the record just deleted (DELETE leaves
      *> the record area alone); archive it with the closing data so
      *> the holder and the last balance outlive the master.
    OPEN EXTEND ARQ-ENCERRADAS
    IF FS-ENCERRADAS = "35" THEN
        OPEN OUTPUT ARQ-ENCERRADAS
    END-IF

    MOVE REG-MESTRE            TO REG-ENCERRADA
    MOVE FUNCTION CURRENT-DATE(1:8) TO CE-DATA-ENCERRAMENTO
    MOVE WS-OPERADOR           TO CE-OPERADOR-ENCERRAMENTO
    MOVE WS-SUPERVISOR         TO CE-SUPERVISOR-ENCERRAMENTO
    WRITE REG-ENCERRADA

    CLOSE ARQ-ENCERRADAS.

REGRAVAR-CONTA-MESTRE.
      *> REG-MESTRE was read from the file and updated in place by
      *> the caller; keep the overdraft entry date honest and put the
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-ATUAL
    MOVE WS-DATA-HORA-ATUAL TO JR-DATA-HORA
    MOVE WS-OPERADOR       TO JR-OPERADOR
    MOVE WS-JORNAL-REFERENCIA TO JR-REFERENCIA
    WRITE REG-JORNAL

    CLOSE ARQ-JORNAL
    INITIALIZE WS-JORNAL-REFERENCIA.

LISTAR-CONTAS.
    DISPLAY "1 - Ordenar por número da conta"
    PERFORM EMITIR-RELATORIO-CAIXA.

ACUMULAR-CAIXA.
      *> A reversal ("X"/"Y") is a linked pair with its original: it
      *> is charged to the drawer that keyed the original entry and
      *> takes it back out of that drawer's totals, so a reversed
      *> deposit or withdrawal no longer counts as cash handled.
    MOVE JR-OPERADOR TO WS-OPERADOR-CAIXA
    IF JR-TIPO-OPERACAO = "X" OR JR-TIPO-OPERACAO = "Y" THEN
        MOVE JR-OPERADOR-ORIGINAL TO WS-OPERADOR-CAIXA
    END-IF
    MOVE 0 TO WS-POSICAO-CAIXA
    PERFORM VARYING INDICE-CAIXA FROM 1 BY 1
            UNTIL INDICE-CAIXA > TOTAL-CAIXAS
            OR WS-POSICAO-CAIXA > 0
        IF CX-OPERADOR(INDICE-CAIXA) = WS-OPERADOR-CAIXA THEN
            MOVE INDICE-CAIXA TO WS-POSICAO-CAIXA
        END-IF
    END-PERFORM
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO TOTAL-CAIXAS
        MOVE WS-OPERADOR-CAIXA TO CX-OPERADOR(TOTAL-CAIXAS)
        MOVE 0 TO CX-QTD-DEPOSITOS(TOTAL-CAIXAS)
        MOVE 0 TO CX-TOT-DEPOSITOS(TOTAL-CAIXAS)
        MOVE 0 TO CX-QTD-SAQUES(TOTAL-CAIXAS)
        MOVE 0 TO CX-TOT-SAQUES(TOTAL-CAIXAS)
        MOVE 0 TO CX-QTD-ESTORNOS(TOTAL-CAIXAS)
        MOVE TOTAL-CAIXAS TO WS-POSICAO-CAIXA
    END-IF

        WHEN "J"
        WHEN "R"
        WHEN "V"
        WHEN "L"
            ADD 1 TO CX-QTD-DEPOSITOS(WS-POSICAO-CAIXA)
            ADD JR-VALOR-OPERACAO
                TO CX-TOT-DEPOSITOS(WS-POSICAO-CAIXA)
        WHEN "E"
        WHEN "T"
        WHEN "I"
        WHEN "P"
        WHEN "K"
            ADD 1 TO CX-QTD-SAQUES(WS-POSICAO-CAIXA)
            ADD JR-VALOR-OPERACAO
                TO CX-TOT-SAQUES(WS-POSICAO-CAIXA)
        WHEN "Y"
          *> estorno de crédito: sai dos depósitos do caixa original
            ADD 1 TO CX-QTD-ESTORNOS(WS-POSICAO-CAIXA)
            IF CX-QTD-DEPOSITOS(WS-POSICAO-CAIXA) > 0 THEN
                SUBTRACT 1 FROM CX-QTD-DEPOSITOS(WS-POSICAO-CAIXA)
            END-IF
            IF CX-TOT-DEPOSITOS(WS-POSICAO-CAIXA)
                    >= JR-VALOR-OPERACAO THEN
                SUBTRACT JR-VALOR-OPERACAO
                    FROM CX-TOT-DEPOSITOS(WS-POSICAO-CAIXA)
            END-IF
        WHEN "X"
          *> estorno de débito: sai dos saques do caixa original
            ADD 1 TO CX-QTD-ESTORNOS(WS-POSICAO-CAIXA)
            IF CX-QTD-SAQUES(WS-POSICAO-CAIXA) > 0 THEN
                SUBTRACT 1 FROM CX-QTD-SAQUES(WS-POSICAO-CAIXA)
            END-IF
            IF CX-TOT-SAQUES(WS-POSICAO-CAIXA)
                    >= JR-VALOR-OPERACAO THEN
                SUBTRACT JR-VALOR-OPERACAO
                    FROM CX-TOT-SAQUES(WS-POSICAO-CAIXA)
            END-IF
    END-EVALUATE.

EMITIR-RELATORIO-CAIXA.
           " R$" WS-VALOR-CX-EDIT
           DELIMITED BY SIZE INTO WS-LINHA-CX(55:)
    END-STRING
    IF CX-QTD-ESTORNOS(INDICE-CAIXA) > 0 THEN
        MOVE CX-QTD-ESTORNOS(INDICE-CAIXA) TO WS-QTD-EDIT
        STRING "  Estornos:" WS-QTD-EDIT
               DELIMITED BY SIZE INTO WS-LINHA-CX(85:)
        END-STRING
    END-IF
    MOVE WS-LINHA-CX TO LINHA-CAIXA
    WRITE LINHA-CAIXA.


    DISPLAY "Alteração de situação de conta exige aprovação de "
        "supervisor."
    STRING "SITUACAO CONTA " BUSCA-CONTA " " WS-SITUACAO-ANTERIOR
           " -> " WS-SITUACAO-NOVA " " WS-MOTIVO-SITUACAO
           DELIMITED BY SIZE INTO WS-DESCRICAO-APROVACAO
    END-STRING
    PERFORM APROVACAO-SUPERVISOR
    IF WS-APROVADO NOT = "S" THEN
        DISPLAY "Situação não alterada."
    MOVE WS-DATA-HORA-ATUAL    TO SL-DATA-HORA
    WRITE REG-SITLOG

    CLOSE ARQ-SITLOG

      *> both callers hold the account on REG-MESTRE
    MOVE "SIT"            TO WS-ALR-TIPO
    MOVE WS-CONTA-SITLOG  TO WS-ALR-CONTA
    MOVE RM-CPF-TITULAR   TO WS-ALR-CPF
    MOVE 0                TO WS-ALR-VALOR
    MOVE SPACES TO WS-ALR-COMPLEMENTO
    STRING "SITUACAO " WS-SITUACAO-ANTERIOR " -> " WS-SITUACAO-NOVA
           " MOTIVO " WS-MOTIVO-SITUACAO
           DELIMITED BY SIZE INTO WS-ALR-COMPLEMENTO
    END-STRING
    PERFORM GRAVAR-ALERTA.

RELATORIO-SITUACAO-DIA.
      *> Printable log of the day's status changes, filed with the
    END-IF

    MOVE "S" TO WS-APROVADO
    IF VALOR-OPERACAO > WS-LIMITE-OPERADOR THEN
        MOVE WS-LIMITE-OPERADOR TO WS-LIMITE-EXIBICAO
        DISPLAY "Transferência acima de R$" WS-LIMITE-EXIBICAO
            " exige aprovação de supervisor."
        MOVE VALOR-OPERACAO TO WS-VALOR-APROVACAO
        MOVE VALOR-OPERACAO TO WS-VALOR-APROV-EXIB
        STRING "TRANSF INTERBANC CONTA " BUSCA-CONTA " R$" WS-VALOR-APROV-EXIB
               DELIMITED BY SIZE INTO WS-DESCRICAO-APROVACAO
        END-STRING
        PERFORM APROVACAO-SUPERVISOR
    END-IF
    IF WS-APROVADO NOT = "S" THEN
        EXIT PARAGRAPH
    END-IF

    MOVE RM-NUMERO-CONTA TO WS-BLQ-CONTA
    PERFORM SOMAR-BLOQUEIOS
    IF VALOR-OPERACAO > RM-SALDO-CONTA + RM-LIMITE-ESPECIAL
            - WS-TOTAL-BLOQUEADO THEN
        DISPLAY "Saldo e limite insuficientes."
        PERFORM EXIBIR-SALDO-BLOQUEADO
        EXIT PARAGRAPH
    END-IF

            OR WS-PRODUTO-TAXA = "E"
            OR WS-PRODUTO-TAXA = "T"
            OR WS-PRODUTO-TAXA = "M"
            OR WS-PRODUTO-TAXA = "D"
            OR WS-PRODUTO-TAXA = "H"
            OR WS-PRODUTO-TAXA = "A"
        DISPLAY "Produto (P = poupança, C = corrente, "
            "E = encargo cheque especial,"
        DISPLAY "         T = tarifa de manutenção, "
            "M = saldo mínimo de isenção,"
        DISPLAY "         D = meses sem movimento para dormência,"
        DISPLAY "         H = meses de retenção do histórico de "
            "saldos,"
        DISPLAY "         A = valor de saque que gera alerta ao "
            "cliente): "
        ACCEPT WS-PRODUTO-TAXA
        MOVE FUNCTION UPPER-CASE(WS-PRODUTO-TAXA)
            TO WS-PRODUTO-TAXA
                AND WS-PRODUTO-TAXA NOT = "C"
                AND WS-PRODUTO-TAXA NOT = "E"
                AND WS-PRODUTO-TAXA NOT = "T"
                AND WS-PRODUTO-TAXA NOT = "M"
                AND WS-PRODUTO-TAXA NOT = "D"
                AND WS-PRODUTO-TAXA NOT = "H"
                AND WS-PRODUTO-TAXA NOT = "A" THEN
            DISPLAY "Produto inválido."
        END-IF
    END-PERFORM
            EXIT PARAGRAPH
    END-READ

    EVALUATE WS-PRODUTO-TAXA
        WHEN "T"
        WHEN "M"
        WHEN "A"
            DISPLAY "Valor em R$ (ex.: 12.00): "
        WHEN "D"
        WHEN "H"
            DISPLAY "Quantidade de meses (ex.: 12): "
        WHEN OTHER
            DISPLAY "Taxa mensal como fração (ex.: 0.0050 = 0,50%): "
    END-EVALUATE
    ACCEPT TX-VALOR
    IF (WS-PRODUTO-TAXA = "D" OR WS-PRODUTO-TAXA = "H")
            AND TX-VALOR < 1 THEN
        DISPLAY "O prazo exige ao menos um mês. Inclusão cancelada."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Inclusão de taxa exige aprovação de supervisor."
    STRING "TAXA " WS-PRODUTO-TAXA " VIGENCIA " WS-VIGENCIA-TAXA
           DELIMITED BY SIZE INTO WS-DESCRICAO-APROVACAO
    END-STRING
    PERFORM APROVACAO-SUPERVISOR
    IF WS-APROVADO NOT = "S" THEN
        DISPLAY "Taxa não incluída."
    DISPLAY "1 - Cadastrar cliente"
    DISPLAY "2 - Atualizar cliente"
    DISPLAY "3 - Posição do cliente (contas e total por CPF)"
    DISPLAY "4 - Titulares de conta (conta conjunta)"
    DISPLAY "5 - Alertas do cliente (SMS/e-mail)"
    DISPLAY "9 - Voltar"
    DISPLAY "Escolha uma opção: "
    ACCEPT OPCAO-CLIENTE
            PERFORM ATUALIZAR-CLIENTE
        WHEN 3
            PERFORM POSICAO-CLIENTE
        WHEN 4
            PERFORM MENU-TITULARES
        WHEN 5
            PERFORM MANTER-ALERTAS-CLIENTE
        WHEN 9
            CONTINUE
        WHEN OTHER
    ACCEPT CL-ENDERECO
    DISPLAY "Telefone: "
    ACCEPT CL-TELEFONE
    MOVE SPACES TO CL-EMAIL
    DISPLAY "E-mail: "
    ACCEPT CL-EMAIL
    MOVE SPACES TO CL-OPCOES-ALERTA
    MOVE SPACE TO OPCAO-ALERTA-CLIENTE
    DISPLAY "Deseja receber alertas por SMS/e-mail (S/N)? "
    ACCEPT OPCAO-ALERTA-CLIENTE
    IF OPCAO-ALERTA-CLIENTE = "S" OR OPCAO-ALERTA-CLIENTE = "s" THEN
        MOVE ALL "S" TO CL-OPCOES-ALERTA
    ELSE
        MOVE ALL "N" TO CL-OPCOES-ALERTA
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO CL-DATA-CADASTRO
    WRITE REG-CLIENTE
        INVALID KEY
    IF WS-TEMP-TELEFONE NOT = SPACES THEN
        MOVE WS-TEMP-TELEFONE TO CL-TELEFONE
    END-IF
    DISPLAY "Novo e-mail (ENTER = manter): "
    MOVE SPACES TO WS-TEMP-EMAIL
    ACCEPT WS-TEMP-EMAIL
    IF WS-TEMP-EMAIL NOT = SPACES THEN
        MOVE WS-TEMP-EMAIL TO CL-EMAIL
    END-IF
    REWRITE REG-CLIENTE
        INVALID KEY
            DISPLAY "Erro ao atualizar cliente. Status: " FS-CLIENTES
    END-IF
    DISPLAY "Cliente atualizado com sucesso.".

MANTER-ALERTAS-CLIENTE.
      *> the customer chooses, type by type, which alerts go to the
      *> telephone and e-mail on file; a customer keyed before the
      *> choice existed receives none until asked here
    DISPLAY "CPF do cliente: "
    ACCEPT BUSCA-CPF
    MOVE BUSCA-CPF TO CL-CPF
    READ ARQ-CLIENTES
        INVALID KEY
            DISPLAY "Cliente não encontrado."
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Cliente: " CL-NOME
    DISPLAY "Telefone: " CL-TELEFONE "  E-mail: " CL-EMAIL
    IF CL-TELEFONE = SPACES AND CL-EMAIL = SPACES THEN
        DISPLAY "Cliente sem telefone nem e-mail: alertas não serão "
            "entregues até atualizar o cadastro (opção 2)."
    END-IF
    PERFORM VARYING INDICE-ALERTA FROM 1 BY 1 UNTIL INDICE-ALERTA > 7
        PERFORM PERGUNTAR-OPCAO-ALERTA
    END-PERFORM
    REWRITE REG-CLIENTE
        INVALID KEY
            DISPLAY "Erro ao atualizar cliente. Status: " FS-CLIENTES
            EXIT PARAGRAPH
    END-REWRITE
    DISPLAY "Opções de alerta atualizadas.".

PERGUNTAR-OPCAO-ALERTA.
    IF CL-OPCAO-ALERTA(INDICE-ALERTA) NOT = "S" THEN
        MOVE "N" TO CL-OPCAO-ALERTA(INDICE-ALERTA)
    END-IF
    DISPLAY TA-DESCRICAO-ALERTA(INDICE-ALERTA) " - atual: "
        CL-OPCAO-ALERTA(INDICE-ALERTA) "  (S/N, ENTER = manter): "
    MOVE SPACE TO OPCAO-ALERTA-CLIENTE
    ACCEPT OPCAO-ALERTA-CLIENTE
    MOVE FUNCTION UPPER-CASE(OPCAO-ALERTA-CLIENTE)
        TO OPCAO-ALERTA-CLIENTE
    IF OPCAO-ALERTA-CLIENTE = "S" OR OPCAO-ALERTA-CLIENTE = "N" THEN
        MOVE OPCAO-ALERTA-CLIENTE TO CL-OPCAO-ALERTA(INDICE-ALERTA)
    END-IF.

REALINHAR-NOME-CONTAS.
      *> a renamed customer has the new name pushed down to each of
      *> their accounts, read and rewritten one by one on the master
        END-READ
    END-PERFORM
    MOVE "00" TO FS-CONTAS
    PERFORM POSICAO-CONTAS-CONJUNTAS

    IF WS-QTD-CONTAS-CPF = 0 THEN
        DISPLAY "Nenhuma conta vinculada a este CPF."
        DISPLAY "Contas: " WS-QTD-CONTAS-CPF
            "  Posição total: R$" WS-POSICAO-CPF-EXIB
    END-IF.

ESTORNAR-LANCAMENTO.
      *> Reverses one entry posted today on JORNAL.DAT: a deposit, a
      *> withdrawal, or an internal transfer - both legs together.
      *> The original entry is never touched; the reversal is a new
      *> entry ("X" anula um débito, "Y" anula um crédito) whose
      *> JR-REFERENCIA names the time, type and operator of the
      *> original and the approving supervisor, so the batch reports
      *> and the balancing report can treat the two as a pair.
    DISPLAY "Número da conta do lançamento a estornar: "
    ACCEPT BUSCA-CONTA
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
    PERFORM LISTAR-LANCAMENTOS-ESTORNO
    IF WS-QTD-LANC-ESTORNO = 0 THEN
        DISPLAY "Nenhum lançamento de hoje para a conta "
            BUSCA-CONTA "."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Número do lançamento a estornar (0 = cancelar): "
    ACCEPT OPCAO-ESTORNO
    IF OPCAO-ESTORNO = 0 OR OPCAO-ESTORNO > WS-QTD-LANC-ESTORNO THEN
        DISPLAY "Estorno cancelado."
        EXIT PARAGRAPH
    END-IF

    PERFORM LOCALIZAR-LANCAMENTO-ESTORNO
    IF WS-EST-ACHADO NOT = "S" THEN
        DISPLAY "Lançamento não encontrado no jornal. Estorno "
            "cancelado."
        EXIT PARAGRAPH
    END-IF
    IF WS-EST-TIPO NOT = "D" AND WS-EST-TIPO NOT = "S"
            AND WS-EST-TIPO NOT = "E" AND WS-EST-TIPO NOT = "R" THEN
        DISPLAY "Somente depósitos, saques e transferências entre "
            "contas podem ser estornados pelo caixa."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-EST-CONTA     TO WS-VER-CONTA
    MOVE WS-EST-DATA-HORA TO WS-VER-DATA-HORA
    MOVE WS-EST-TIPO      TO WS-VER-TIPO
    PERFORM VERIFICAR-JA-ESTORNADO
    IF WS-VER-ESTORNADO = "S" THEN
        DISPLAY "Lançamento já estornado."
        EXIT PARAGRAPH
    END-IF

    IF WS-EST-TIPO = "E" OR WS-EST-TIPO = "R" THEN
        PERFORM LOCALIZAR-PERNA-PAR
        IF WS-PAR-ACHADO NOT = "S" THEN
            DISPLAY "A outra perna da transferência não foi "
                "encontrada no jornal de hoje: estorno não permitido."
            EXIT PARAGRAPH
        END-IF
        MOVE WS-PAR-CONTA     TO WS-VER-CONTA
        MOVE WS-PAR-DATA-HORA TO WS-VER-DATA-HORA
        MOVE WS-PAR-TIPO      TO WS-VER-TIPO
        PERFORM VERIFICAR-JA-ESTORNADO
        IF WS-VER-ESTORNADO = "S" THEN
            DISPLAY "A outra perna da transferência já foi estornada."
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE WS-EST-VALOR TO WS-VALOR-EST-EXIB
    MOVE SPACES TO WS-HORA-EST-EXIB
    STRING WS-EST-DATA-HORA(9:2) ":" WS-EST-DATA-HORA(11:2) ":"
           WS-EST-DATA-HORA(13:2)
           DELIMITED BY SIZE INTO WS-HORA-EST-EXIB
    END-STRING
    DISPLAY "Estornar: conta " WS-EST-CONTA "  tipo " WS-EST-TIPO
        "  R$" WS-VALOR-EST-EXIB "  às " WS-HORA-EST-EXIB
        "  operador " WS-EST-OPERADOR
    IF WS-EST-TIPO = "E" OR WS-EST-TIPO = "R" THEN
        DISPLAY "e a perna correspondente: conta " WS-PAR-CONTA
            "  tipo " WS-PAR-TIPO
    END-IF
    DISPLAY "Estorno exige aprovação de supervisor."
    MOVE WS-EST-VALOR TO WS-VALOR-APROVACAO
    STRING "ESTORNO CONTA " WS-EST-CONTA " TIPO " WS-EST-TIPO
           " R$" WS-VALOR-EST-EXIB
           DELIMITED BY SIZE INTO WS-DESCRICAO-APROVACAO
    END-STRING
    PERFORM APROVACAO-SUPERVISOR
    IF WS-APROVADO NOT = "S" THEN
        DISPLAY "Estorno cancelado."
        EXIT PARAGRAPH
    END-IF

    IF WS-EST-TIPO = "E" OR WS-EST-TIPO = "R" THEN
        PERFORM ESTORNAR-TRANSFERENCIA
    ELSE
        PERFORM ESTORNAR-LANCAMENTO-SIMPLES
    END-IF.

LISTAR-LANCAMENTOS-ESTORNO.
      *> numbers today's entries of BUSCA-CONTA in journal order; the
      *> number keyed back is resolved by LOCALIZAR-LANCAMENTO-ESTORNO
      *> counting the same way (entries are only ever appended)
    MOVE 0 TO WS-QTD-LANC-ESTORNO
    OPEN INPUT ARQ-JORNAL
    IF FS-JORNAL NOT = "00" THEN
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Lançamentos de hoje da conta " BUSCA-CONTA
        " (D depósito  S saque  E/R transferência  X/Y estorno):"
    PERFORM UNTIL FS-JORNAL NOT = "00"
        READ ARQ-JORNAL
            AT END
                MOVE "10" TO FS-JORNAL
            NOT AT END
                IF JR-DATA-HORA(1:8) = WS-DATA-HOJE
                        AND JR-NUMERO-CONTA = BUSCA-CONTA THEN
                    ADD 1 TO WS-QTD-LANC-ESTORNO
                    PERFORM EXIBIR-LANCAMENTO-ESTORNO
                END-IF
        END-READ
    END-PERFORM
    CLOSE ARQ-JORNAL.

EXIBIR-LANCAMENTO-ESTORNO.
    MOVE JR-VALOR-OPERACAO TO WS-VALOR-EST-EXIB
    MOVE SPACES TO WS-HORA-EST-EXIB
    STRING JR-DATA-HORA(9:2) ":" JR-DATA-HORA(11:2) ":"
           JR-DATA-HORA(13:2)
           DELIMITED BY SIZE INTO WS-HORA-EST-EXIB
    END-STRING
    DISPLAY WS-QTD-LANC-ESTORNO " - " WS-HORA-EST-EXIB
        "  Tipo: " JR-TIPO-OPERACAO
        "  R$" WS-VALOR-EST-EXIB
        "  Operador: " JR-OPERADOR
    IF JR-TIPO-OPERACAO = "X" OR JR-TIPO-OPERACAO = "Y" THEN
        MOVE SPACES TO WS-HORA-EST-EXIB
        STRING JR-DATA-HORA-ORIGINAL(9:2) ":"
               JR-DATA-HORA-ORIGINAL(11:2) ":"
               JR-DATA-HORA-ORIGINAL(13:2)
               DELIMITED BY SIZE INTO WS-HORA-EST-EXIB
        END-STRING
        DISPLAY "      estorno do lançamento " JR-TIPO-ORIGINAL
            " das " WS-HORA-EST-EXIB
            " - aprovado por " JR-SUPERVISOR
    END-IF.

LOCALIZAR-LANCAMENTO-ESTORNO.
    MOVE "N" TO WS-EST-ACHADO
    MOVE 0 TO WS-SEQ-LANC-ESTORNO
    OPEN INPUT ARQ-JORNAL
    IF FS-JORNAL NOT = "00" THEN
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL FS-JORNAL NOT = "00" OR WS-EST-ACHADO = "S"
        READ ARQ-JORNAL
            AT END
                MOVE "10" TO FS-JORNAL
            NOT AT END
                IF JR-DATA-HORA(1:8) = WS-DATA-HOJE
                        AND JR-NUMERO-CONTA = BUSCA-CONTA THEN
                    ADD 1 TO WS-SEQ-LANC-ESTORNO
                    IF WS-SEQ-LANC-ESTORNO = OPCAO-ESTORNO THEN
                        MOVE "S"               TO WS-EST-ACHADO
                        MOVE JR-NUMERO-CONTA   TO WS-EST-CONTA
                        MOVE JR-TIPO-OPERACAO  TO WS-EST-TIPO
                        MOVE JR-VALOR-OPERACAO TO WS-EST-VALOR
                        MOVE JR-DATA-HORA      TO WS-EST-DATA-HORA
                        MOVE JR-OPERADOR       TO WS-EST-OPERADOR
                        MOVE JR-CONTA-CONTRAPARTIDA
                            TO WS-EST-CONTRAPARTIDA
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ARQ-JORNAL.

LOCALIZAR-PERNA-PAR.
      *> The other leg of a transfer is the entry of the opposite
      *> type on the counterpart account, pointing back at this one,
      *> same amount and same teller. An "E" pairs with the first
      *> such "R" written after it; an "R" with the last such "E"
      *> written before it - GRAVAR-JORNAL writes the legs in that
      *> order.
    MOVE "N" TO WS-PAR-ACHADO
    IF WS-EST-CONTRAPARTIDA = 0 THEN
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT ARQ-JORNAL
    IF FS-JORNAL NOT = "00" THEN
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL FS-JORNAL NOT = "00"
        READ ARQ-JORNAL
            AT END
                MOVE "10" TO FS-JORNAL
            NOT AT END
                IF JR-DATA-HORA(1:8) = WS-DATA-HOJE
                        AND JR-NUMERO-CONTA = WS-EST-CONTRAPARTIDA
                        AND JR-CONTA-CONTRAPARTIDA = WS-EST-CONTA
                        AND JR-VALOR-OPERACAO = WS-EST-VALOR
                        AND JR-OPERADOR = WS-EST-OPERADOR THEN
                    PERFORM AVALIAR-PERNA-PAR
                END-IF
        END-READ
    END-PERFORM
    CLOSE ARQ-JORNAL.

AVALIAR-PERNA-PAR.
    IF WS-EST-TIPO = "E" AND JR-TIPO-OPERACAO = "R"
            AND JR-DATA-HORA >= WS-EST-DATA-HORA
            AND WS-PAR-ACHADO NOT = "S" THEN
        PERFORM GUARDAR-PERNA-PAR
    END-IF
    IF WS-EST-TIPO = "R" AND JR-TIPO-OPERACAO = "E"
            AND JR-DATA-HORA <= WS-EST-DATA-HORA THEN
        PERFORM GUARDAR-PERNA-PAR
    END-IF.

GUARDAR-PERNA-PAR.
    MOVE "S"               TO WS-PAR-ACHADO
    MOVE JR-NUMERO-CONTA   TO WS-PAR-CONTA
    MOVE JR-TIPO-OPERACAO  TO WS-PAR-TIPO
    MOVE JR-VALOR-OPERACAO TO WS-PAR-VALOR
    MOVE JR-DATA-HORA      TO WS-PAR-DATA-HORA
    MOVE JR-OPERADOR       TO WS-PAR-OPERADOR
    MOVE JR-CONTA-CONTRAPARTIDA TO WS-PAR-CONTRAPARTIDA.

VERIFICAR-JA-ESTORNADO.
      *> Entry: WS-VER-CONTA/DATA-HORA/TIPO identify a journal entry.
      *> Exit:  WS-VER-ESTORNADO = "S" when a reversal pointing at it
      *>        is already on the journal.
    MOVE "N" TO WS-VER-ESTORNADO
    OPEN INPUT ARQ-JORNAL
    IF FS-JORNAL NOT = "00" THEN
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL FS-JORNAL NOT = "00" OR WS-VER-ESTORNADO = "S"
        READ ARQ-JORNAL
            AT END
                MOVE "10" TO FS-JORNAL
            NOT AT END
                IF (JR-TIPO-OPERACAO = "X" OR JR-TIPO-OPERACAO = "Y")
                        AND JR-NUMERO-CONTA = WS-VER-CONTA
                        AND JR-DATA-HORA-ORIGINAL = WS-VER-DATA-HORA
                        AND JR-TIPO-ORIGINAL = WS-VER-TIPO THEN
                    MOVE "S" TO WS-VER-ESTORNADO
                END-IF
        END-READ
    END-PERFORM
    CLOSE ARQ-JORNAL.

ESTORNAR-LANCAMENTO-SIMPLES.
    MOVE WS-EST-CONTA TO RM-NUMERO-CONTA
    READ ARQ-CONTAS
        INVALID KEY
            DISPLAY "Conta não encontrada no arquivo mestre. Estorno "
                "não realizado."
            EXIT PARAGRAPH
    END-READ
    IF WS-EST-TIPO = "D" THEN
        IF RM-SITUACAO-CONTA = "B" THEN
            DISPLAY "Conta bloqueada: débitos não são permitidos."
            EXIT PARAGRAPH
        END-IF
        MOVE RM-NUMERO-CONTA TO WS-BLQ-CONTA
        PERFORM SOMAR-BLOQUEIOS
        IF WS-EST-VALOR > RM-SALDO-CONTA + RM-LIMITE-ESPECIAL
                - WS-TOTAL-BLOQUEADO THEN
            DISPLAY "Saldo e limite insuficientes para estornar o "
                "depósito."
            PERFORM EXIBIR-SALDO-BLOQUEADO
            EXIT PARAGRAPH
        END-IF
        SUBTRACT WS-EST-VALOR FROM RM-SALDO-CONTA
    ELSE
        ADD WS-EST-VALOR TO RM-SALDO-CONTA
    END-IF
    PERFORM REGRAVAR-CONTA-MESTRE
    IF FS-CONTAS NOT = "00" THEN
        DISPLAY "Não foi possível gravar o estorno no arquivo "
            "mestre. Estorno não realizado."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-LANCAMENTO-ESTORNO TO WS-LANCAMENTO-TROCA
    PERFORM GRAVAR-JORNAL-ESTORNO
    IF WS-EST-TIPO = "S" THEN
        PERFORM COMPLETAR-BLOQUEIOS
    END-IF
    DISPLAY "Estorno realizado com sucesso.".

ESTORNAR-TRANSFERENCIA.
      *> Both legs are reversed in the same operation. The "R" leg is
      *> taken back from the destination first - that is the side
      *> that may no longer have the funds - and only then is the
      *> "E" leg returned to the origin.
    IF WS-EST-TIPO = "R" THEN
        MOVE WS-LANCAMENTO-ESTORNO TO WS-LANCAMENTO-TROCA
        MOVE WS-PERNA-PAR          TO WS-LANCAMENTO-ESTORNO
        MOVE WS-LANCAMENTO-TROCA   TO WS-PERNA-PAR
    END-IF
      *> daqui em diante WS-EST-* é a perna "E" e WS-PAR-* a "R"

    MOVE WS-EST-CONTA TO RM-NUMERO-CONTA
    READ ARQ-CONTAS
        INVALID KEY
            DISPLAY "Conta de origem " WS-EST-CONTA " não encontrada. "
                "Estorno não realizado."
            EXIT PARAGRAPH
    END-READ

    MOVE WS-PAR-CONTA TO RM-NUMERO-CONTA
    READ ARQ-CONTAS
        INVALID KEY
            DISPLAY "Conta de destino " WS-PAR-CONTA " não encontrada. "
                "Estorno não realizado."
            EXIT PARAGRAPH
    END-READ
    IF RM-SITUACAO-CONTA = "B" THEN
        DISPLAY "Conta de destino bloqueada: débitos não são "
            "permitidos."
        EXIT PARAGRAPH
    END-IF
    MOVE RM-NUMERO-CONTA TO WS-BLQ-CONTA
    PERFORM SOMAR-BLOQUEIOS
    IF WS-PAR-VALOR > RM-SALDO-CONTA + RM-LIMITE-ESPECIAL
            - WS-TOTAL-BLOQUEADO THEN
        DISPLAY "Saldo e limite insuficientes na conta de destino "
            "para o estorno."
        PERFORM EXIBIR-SALDO-BLOQUEADO
        EXIT PARAGRAPH
    END-IF
    SUBTRACT WS-PAR-VALOR FROM RM-SALDO-CONTA
    PERFORM REGRAVAR-CONTA-MESTRE
    IF FS-CONTAS NOT = "00" THEN
        DISPLAY "Não foi possível gravar a conta de destino. "
            "Estorno não realizado."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PERNA-PAR TO WS-LANCAMENTO-TROCA
    PERFORM GRAVAR-JORNAL-ESTORNO

    MOVE WS-EST-CONTA TO RM-NUMERO-CONTA
    READ ARQ-CONTAS
        INVALID KEY MOVE "23" TO FS-CONTAS
    END-READ
    IF FS-CONTAS = "00" THEN
        ADD WS-EST-VALOR TO RM-SALDO-CONTA
        PERFORM REGRAVAR-CONTA-MESTRE
    END-IF
    IF FS-CONTAS NOT = "00" THEN
        DISPLAY "ERRO CRÍTICO: falha ao devolver o valor à conta de "
            "origem " WS-EST-CONTA " após estornar a conta de "
            "destino. Status: " FS-CONTAS
        DISPLAY "Reconciliação manual necessária."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-LANCAMENTO-ESTORNO TO WS-LANCAMENTO-TROCA
    PERFORM GRAVAR-JORNAL-ESTORNO
    PERFORM COMPLETAR-BLOQUEIOS
    DISPLAY "Estorno da transferência realizado com sucesso.".

GRAVAR-JORNAL-ESTORNO.
      *> Entry: WS-LANCAMENTO-TROCA holds the entry being reversed and
      *>        REG-MESTRE the account just rewritten for it.
    IF WS-TRC-TIPO = "D" OR WS-TRC-TIPO = "R" THEN
        MOVE "Y" TO TIPO-OPERACAO-REG
    ELSE
        MOVE "X" TO TIPO-OPERACAO-REG
    END-IF
    MOVE WS-TRC-VALOR         TO VALOR-OPERACAO
    MOVE RM-NUMERO-CONTA      TO WS-JORNAL-CONTA
    MOVE RM-SALDO-CONTA       TO WS-JORNAL-SALDO
    MOVE WS-TRC-CONTRAPARTIDA TO WS-JORNAL-CONTRAPARTIDA
    MOVE WS-TRC-DATA-HORA     TO WS-JORNAL-REF-DATA-HORA
    MOVE WS-TRC-TIPO          TO WS-JORNAL-REF-TIPO
    MOVE WS-TRC-OPERADOR      TO WS-JORNAL-REF-OPERADOR
    MOVE WS-SUPERVISOR        TO WS-JORNAL-REF-SUPERVISOR
    PERFORM GRAVAR-JORNAL.

MENU-OPERADORES.
    DISPLAY "----- CADASTRO DE OPERADORES -----"
    DISPLAY "1 - Incluir operador"
    DISPLAY "2 - Alterar nome, perfil e limite"
    DISPLAY "3 - Suspender / reativar / desbloquear"
    DISPLAY "4 - Redefinir senha"
    DISPLAY "5 - Listar operadores"
    DISPLAY "9 - Voltar"
    DISPLAY "Escolha uma opção: "
    ACCEPT OPCAO-OPERADOR

    EVALUATE OPCAO-OPERADOR
        WHEN 1
            PERFORM INCLUIR-OPERADOR
        WHEN 2
            PERFORM ALTERAR-OPERADOR
        WHEN 3
            PERFORM ALTERAR-SITUACAO-OPERADOR
        WHEN 4
            PERFORM REDEFINIR-SENHA-OPERADOR
        WHEN 5
            PERFORM LISTAR-OPERADORES
        WHEN 9
            CONTINUE
        WHEN OTHER
            DISPLAY "Opção inválida."
    END-EVALUATE.

INCLUIR-OPERADOR.
      *> Registers a new operator, active, with no failed attempts.
      *> With WS-PRIMEIRO-CADASTRO = "S" (empty file at sign-on) the
      *> profile is forced to administrator and the flag is cleared
      *> once the record is written.
    DISPLAY "Identificação do novo operador (até 4 caracteres): "
    MOVE SPACES TO WS-ID-OPERADOR-MNT
    ACCEPT WS-ID-OPERADOR-MNT
    IF WS-ID-OPERADOR-MNT = SPACES THEN
        DISPLAY "Identificação é obrigatória."
        EXIT PARAGRAPH
    END-IF
    IF WS-ID-OPERADOR-MNT(1:1) = "#" THEN
        DISPLAY "Identificações iniciadas por # são reservadas "
            "aos processos batch."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ID-OPERADOR-MNT TO OM-ID-OPERADOR
    READ ARQ-OPERADORES
        INVALID KEY CONTINUE
        NOT INVALID KEY
            DISPLAY "Operador já cadastrado."
            EXIT PARAGRAPH
    END-READ

    MOVE WS-ID-OPERADOR-MNT TO OM-ID-OPERADOR
    DISPLAY "Nome do operador: "
    MOVE SPACES TO OM-NOME
    ACCEPT OM-NOME
    IF OM-NOME = SPACES THEN
        DISPLAY "Nome é obrigatório."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Senha inicial (até 8 caracteres): "
    MOVE SPACES TO OM-SENHA
    ACCEPT OM-SENHA
    IF OM-SENHA = SPACES THEN
        DISPLAY "Senha é obrigatória."
        EXIT PARAGRAPH
    END-IF
    IF WS-PRIMEIRO-CADASTRO = "S" THEN
        MOVE "A" TO OM-PERFIL
    ELSE
        PERFORM LER-PERFIL-OPERADOR
        MOVE WS-PERFIL-NOVO TO OM-PERFIL
    END-IF
    MOVE LIMITE-SAQUE-PADRAO TO WS-LIMITE-EXIBICAO
    DISPLAY "Limite de saque sem aprovação (ENTER = R$"
        WS-LIMITE-EXIBICAO "): "
    MOVE 0 TO OM-LIMITE-SAQUE
    ACCEPT OM-LIMITE-SAQUE
    IF OM-LIMITE-SAQUE = 0 THEN
        MOVE LIMITE-SAQUE-PADRAO TO OM-LIMITE-SAQUE
    END-IF
    MOVE "A" TO OM-SITUACAO
    MOVE 0 TO OM-TENTATIVAS-FALHAS
    MOVE FUNCTION CURRENT-DATE(1:8) TO OM-DATA-CADASTRO
    MOVE 0 TO OM-DATA-HORA-ACESSO
    WRITE REG-OPERADOR
        INVALID KEY
            DISPLAY "Erro ao gravar o operador. Status: "
                FS-OPERADORES
            EXIT PARAGRAPH
    END-WRITE

    MOVE "MNT" TO WS-EVENTO-ACESSO
    MOVE OM-ID-OPERADOR TO WS-ACESSO-SUPERVISOR
    MOVE SPACES TO WS-DETALHE-ACESSO
    STRING "INCLUSAO PERFIL " OM-PERFIL
           DELIMITED BY SIZE INTO WS-DETALHE-ACESSO
    END-STRING
    PERFORM GRAVAR-ACESSLOG
    MOVE "N" TO WS-PRIMEIRO-CADASTRO
    DISPLAY "Operador " OM-ID-OPERADOR " cadastrado com perfil "
        OM-PERFIL ".".

LER-PERFIL-OPERADOR.
    MOVE SPACE TO WS-PERFIL-NOVO
    PERFORM UNTIL WS-PERFIL-NOVO = "C"
            OR WS-PERFIL-NOVO = "S"
            OR WS-PERFIL-NOVO = "A"
        DISPLAY "Perfil (C = caixa, S = supervisor, "
            "A = administrador): "
        ACCEPT WS-PERFIL-NOVO
        MOVE FUNCTION UPPER-CASE(WS-PERFIL-NOVO) TO WS-PERFIL-NOVO
        IF WS-PERFIL-NOVO NOT = "C"
                AND WS-PERFIL-NOVO NOT = "S"
                AND WS-PERFIL-NOVO NOT = "A" THEN
            DISPLAY "Perfil inválido."
        END-IF
    END-PERFORM.

LER-OPERADOR-MANUTENCAO.
      *> Entry: none. Exit: REG-OPERADOR holds the operator to
      *> maintain and ENCONTRADA = "S"; an administrator never
      *> maintains their own record, so the installation can't lose
      *> its last administrator by accident.
    MOVE "N" TO ENCONTRADA
    DISPLAY "Identificação do operador: "
    MOVE SPACES TO WS-ID-OPERADOR-MNT
    ACCEPT WS-ID-OPERADOR-MNT
    IF WS-ID-OPERADOR-MNT = WS-OPERADOR THEN
        DISPLAY "O próprio cadastro deve ser mantido por outro "
            "administrador."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ID-OPERADOR-MNT TO OM-ID-OPERADOR
    READ ARQ-OPERADORES
        INVALID KEY
            DISPLAY "Operador não cadastrado."
            EXIT PARAGRAPH
    END-READ
    MOVE OM-LIMITE-SAQUE TO WS-LIMITE-EXIBICAO
    DISPLAY "Operador: " OM-ID-OPERADOR "  " OM-NOME
    DISPLAY "Perfil: " OM-PERFIL "  Situação: " OM-SITUACAO
        "  Limite: R$" WS-LIMITE-EXIBICAO
    MOVE "S" TO ENCONTRADA.

ALTERAR-OPERADOR.
    PERFORM LER-OPERADOR-MANUTENCAO
    IF ENCONTRADA NOT = "S" THEN
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Novo nome (ENTER = manter): "
    MOVE SPACES TO WS-TEMP-NOME-CLIENTE
    ACCEPT WS-TEMP-NOME-CLIENTE
    IF WS-TEMP-NOME-CLIENTE NOT = SPACES THEN
        MOVE WS-TEMP-NOME-CLIENTE TO OM-NOME
    END-IF
    PERFORM LER-PERFIL-OPERADOR
    MOVE WS-PERFIL-NOVO TO OM-PERFIL
    DISPLAY "Novo limite de saque sem aprovação (ENTER = manter): "
    MOVE 0 TO WS-VALOR-APROVACAO
    ACCEPT WS-VALOR-APROVACAO
    IF WS-VALOR-APROVACAO > 0 THEN
        MOVE WS-VALOR-APROVACAO TO OM-LIMITE-SAQUE
    END-IF
    MOVE 0 TO WS-VALOR-APROVACAO
    REWRITE REG-OPERADOR
        INVALID KEY
            DISPLAY "Erro ao atualizar o operador. Status: "
                FS-OPERADORES
            EXIT PARAGRAPH
    END-REWRITE

    MOVE OM-LIMITE-SAQUE TO WS-LIMITE-EXIBICAO
    MOVE "MNT" TO WS-EVENTO-ACESSO
    MOVE OM-ID-OPERADOR TO WS-ACESSO-SUPERVISOR
    MOVE SPACES TO WS-DETALHE-ACESSO
    STRING "ALTERACAO PERFIL " OM-PERFIL " LIMITE "
           WS-LIMITE-EXIBICAO
           DELIMITED BY SIZE INTO WS-DETALHE-ACESSO
    END-STRING
    PERFORM GRAVAR-ACESSLOG
    DISPLAY "Operador " OM-ID-OPERADOR " alterado.".

ALTERAR-SITUACAO-OPERADOR.
      *> Suspends or reactivates an ID. Reactivating a blocked ID
      *> ("B") also clears its failed-attempt count.
    PERFORM LER-OPERADOR-MANUTENCAO
    IF ENCONTRADA NOT = "S" THEN
        EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO WS-SITUACAO-OPERADOR-NOVA
    PERFORM UNTIL WS-SITUACAO-OPERADOR-NOVA = "A"
            OR WS-SITUACAO-OPERADOR-NOVA = "S"
        DISPLAY "Nova situação (A = ativo, S = suspenso): "
        ACCEPT WS-SITUACAO-OPERADOR-NOVA
        MOVE FUNCTION UPPER-CASE(WS-SITUACAO-OPERADOR-NOVA)
            TO WS-SITUACAO-OPERADOR-NOVA
        IF WS-SITUACAO-OPERADOR-NOVA NOT = "A"
                AND WS-SITUACAO-OPERADOR-NOVA NOT = "S" THEN
            DISPLAY "Situação inválida."
        END-IF
    END-PERFORM
    IF WS-SITUACAO-OPERADOR-NOVA = OM-SITUACAO THEN
        DISPLAY "O operador já está nesta situação."
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-DETALHE-ACESSO
    STRING "SITUACAO " OM-SITUACAO " -> " WS-SITUACAO-OPERADOR-NOVA
           DELIMITED BY SIZE INTO WS-DETALHE-ACESSO
    END-STRING
    MOVE WS-SITUACAO-OPERADOR-NOVA TO OM-SITUACAO
    MOVE 0 TO OM-TENTATIVAS-FALHAS
    REWRITE REG-OPERADOR
        INVALID KEY
            DISPLAY "Erro ao atualizar o operador. Status: "
                FS-OPERADORES
            EXIT PARAGRAPH
    END-REWRITE

    MOVE "MNT" TO WS-EVENTO-ACESSO
    MOVE OM-ID-OPERADOR TO WS-ACESSO-SUPERVISOR
    PERFORM GRAVAR-ACESSLOG
    DISPLAY "Situação do operador " OM-ID-OPERADOR " alterada para "
        OM-SITUACAO ".".

REDEFINIR-SENHA-OPERADOR.
      *> A new password also releases an ID blocked by failed
      *> attempts, since that is usually why it is being reset.
    PERFORM LER-OPERADOR-MANUTENCAO
    IF ENCONTRADA NOT = "S" THEN
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Nova senha (até 8 caracteres): "
    MOVE SPACES TO WS-SENHA-DIGITADA
    ACCEPT WS-SENHA-DIGITADA
    IF WS-SENHA-DIGITADA = SPACES THEN
        DISPLAY "Senha é obrigatória. Nada alterado."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SENHA-DIGITADA TO OM-SENHA
    MOVE 0 TO OM-TENTATIVAS-FALHAS
    IF OM-SITUACAO = "B" THEN
        MOVE "A" TO OM-SITUACAO
    END-IF
    REWRITE REG-OPERADOR
        INVALID KEY
            DISPLAY "Erro ao atualizar o operador. Status: "
                FS-OPERADORES
            EXIT PARAGRAPH
    END-REWRITE

    MOVE "MNT" TO WS-EVENTO-ACESSO
    MOVE OM-ID-OPERADOR TO WS-ACESSO-SUPERVISOR
    MOVE "SENHA REDEFINIDA" TO WS-DETALHE-ACESSO
    PERFORM GRAVAR-ACESSLOG
    DISPLAY "Senha do operador " OM-ID-OPERADOR " redefinida.".

LISTAR-OPERADORES.
    MOVE 0 TO WS-QTD-OPERADORES
    MOVE LOW-VALUES TO OM-ID-OPERADOR
    START ARQ-OPERADORES KEY IS NOT LESS THAN OM-ID-OPERADOR
        INVALID KEY MOVE "10" TO FS-OPERADORES
    END-START
    PERFORM UNTIL FS-OPERADORES NOT = "00"
        READ ARQ-OPERADORES NEXT RECORD
            AT END
                MOVE "10" TO FS-OPERADORES
            NOT AT END
                ADD 1 TO WS-QTD-OPERADORES
                MOVE OM-LIMITE-SAQUE TO WS-LIMITE-EXIBICAO
                DISPLAY OM-ID-OPERADOR "  " OM-NOME
                    "  Perfil: " OM-PERFIL
                    "  Situação: " OM-SITUACAO
                    "  Limite: R$" WS-LIMITE-EXIBICAO
                    "  Último acesso: " OM-DATA-HORA-ACESSO
        END-READ
    END-PERFORM
    MOVE "00" TO FS-OPERADORES
    DISPLAY "Total de operadores: " WS-QTD-OPERADORES.

SOMAR-BLOQUEIOS.
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

COMPLETAR-BLOQUEIOS.
      *> Entry: REG-MESTRE holds the account just credited and
      *> rewritten. Whatever balance is now free above what the
      *> active holds already retain goes first to the holds still
      *> short of the amount ordered, oldest hold first.
    MOVE RM-NUMERO-CONTA TO WS-BLQ-CONTA
    PERFORM SOMAR-BLOQUEIOS
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
                        PERFORM REFORCAR-BLOQUEIO
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

REFORCAR-BLOQUEIO.
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

EXIBIR-SALDO-BLOQUEADO.
      *> Entry: REG-MESTRE and SOMAR-BLOQUEIOS just done for it.
      *> Shows what the judicial holds retain and what is left to
      *> move, whenever the account has an active hold.
    IF WS-QTD-BLOQUEIOS-ATIVOS = 0 THEN
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-DISPONIVEL = RM-SALDO-CONTA + RM-LIMITE-ESPECIAL
        - WS-TOTAL-BLOQUEADO
    MOVE WS-TOTAL-BLOQUEADO TO WS-BLOQUEADO-EXIBICAO
    MOVE WS-DISPONIVEL      TO WS-TOTAL-EXIBICAO
    DISPLAY "Bloqueio judicial: R$" WS-BLOQUEADO-EXIBICAO
        " retido em " WS-QTD-BLOQUEIOS-ATIVOS " ordem(ns)."
    DISPLAY "Saldo disponível (saldo + limite - bloqueios): R$"
        WS-TOTAL-EXIBICAO.

MENU-BLOQUEIOS.
    DISPLAY "----- BLOQUEIO JUDICIAL -----"
    DISPLAY "1 - Incluir bloqueio"
    DISPLAY "2 - Liberar bloqueio"
    DISPLAY "3 - Transferir valor bloqueado ao depósito judicial"
    DISPLAY "4 - Consultar bloqueios da conta"
    DISPLAY "9 - Voltar"
    DISPLAY "Escolha uma opção: "
    ACCEPT OPCAO-BLOQUEIO

    EVALUATE OPCAO-BLOQUEIO
        WHEN 1
            PERFORM INCLUIR-BLOQUEIO
        WHEN 2
            PERFORM LIBERAR-BLOQUEIO
        WHEN 3
            PERFORM TRANSFERIR-BLOQUEIO
        WHEN 4
            PERFORM CONSULTAR-BLOQUEIOS-CONTA
        WHEN 9
            CONTINUE
        WHEN OTHER
            DISPLAY "Opção inválida."
    END-EVALUATE.

INCLUIR-BLOQUEIO.
      *> Registers a court order against one account. The hold
      *> retains at once whatever free balance the account has, up to
      *> the amount ordered; the rest is retained by the credits that
      *> come in later (COMPLETAR-BLOQUEIOS).
    DISPLAY "Número da conta: "
    ACCEPT BUSCA-CONTA
    MOVE BUSCA-CONTA TO RM-NUMERO-CONTA
    READ ARQ-CONTAS
        INVALID KEY
            DISPLAY "Conta não encontrada."
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Conta: " RM-NUMERO-CONTA "  Titular: " RM-NOME-TITULAR

    DISPLAY "Valor a bloquear: "
    MOVE 0 TO WS-VALOR-BLOQUEIO
    ACCEPT WS-VALOR-BLOQUEIO
    IF WS-VALOR-BLOQUEIO NOT > 0 THEN
        DISPLAY "Valor deve ser maior que zero."
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-MOTIVO-BLOQUEIO
    PERFORM UNTIL WS-MOTIVO-BLOQUEIO = "CIV"
            OR WS-MOTIVO-BLOQUEIO = "ALI"
            OR WS-MOTIVO-BLOQUEIO = "TRA"
            OR WS-MOTIVO-BLOQUEIO = "FIS"
            OR WS-MOTIVO-BLOQUEIO = "OUT"
        DISPLAY "Motivo (CIV = cível, ALI = alimentos, "
            "TRA = trabalhista, FIS = fiscal, OUT = outros; "
            "ENTER = cancelar): "
        MOVE SPACES TO WS-MOTIVO-BLOQUEIO
        ACCEPT WS-MOTIVO-BLOQUEIO
        IF WS-MOTIVO-BLOQUEIO = SPACES THEN
            DISPLAY "Motivo é obrigatório. Inclusão cancelada."
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION UPPER-CASE(WS-MOTIVO-BLOQUEIO)
            TO WS-MOTIVO-BLOQUEIO
        IF WS-MOTIVO-BLOQUEIO NOT = "CIV"
                AND WS-MOTIVO-BLOQUEIO NOT = "ALI"
                AND WS-MOTIVO-BLOQUEIO NOT = "TRA"
                AND WS-MOTIVO-BLOQUEIO NOT = "FIS"
                AND WS-MOTIVO-BLOQUEIO NOT = "OUT" THEN
            DISPLAY "Motivo inválido."
        END-IF
    END-PERFORM

    DISPLAY "Número do processo: "
    MOVE SPACES TO WS-PROCESSO-BLOQUEIO
    ACCEPT WS-PROCESSO-BLOQUEIO
    IF WS-PROCESSO-BLOQUEIO = SPACES THEN
        DISPLAY "Número do processo é obrigatório. Inclusão "
            "cancelada."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Juízo / vara: "
    MOVE SPACES TO WS-VARA-BLOQUEIO
    ACCEPT WS-VARA-BLOQUEIO
    DISPLAY "Data de expiração AAAAMMDD (0 = até ordem de "
        "liberação): "
    MOVE 0 TO WS-DATA-EXPIRACAO-BLQ
    ACCEPT WS-DATA-EXPIRACAO-BLQ
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
    IF WS-DATA-EXPIRACAO-BLQ NOT = 0
            AND WS-DATA-EXPIRACAO-BLQ NOT > WS-DATA-HOJE THEN
        DISPLAY "A expiração deve ser posterior a hoje. Inclusão "
            "cancelada."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Bloqueio judicial exige aprovação de supervisor."
    MOVE WS-VALOR-BLOQUEIO TO WS-SOLICITADO-EXIBICAO
    STRING "BLOQUEIO CONTA " BUSCA-CONTA " R$"
           WS-SOLICITADO-EXIBICAO
           DELIMITED BY SIZE INTO WS-DESCRICAO-APROVACAO
    END-STRING
    PERFORM APROVACAO-SUPERVISOR
    IF WS-APROVADO NOT = "S" THEN
        DISPLAY "Bloqueio não incluído."
        EXIT PARAGRAPH
    END-IF

    MOVE BUSCA-CONTA TO WS-BLQ-CONTA
    PERFORM PROXIMO-NUMERO-BLOQUEIO
    MOVE BUSCA-CONTA           TO BJ-NUMERO-CONTA
    MOVE WS-NUMERO-BLOQUEIO    TO BJ-NUMERO-BLOQUEIO
    MOVE WS-VALOR-BLOQUEIO     TO BJ-VALOR-SOLICITADO
    MOVE 0                     TO BJ-VALOR-BLOQUEADO
    MOVE WS-MOTIVO-BLOQUEIO    TO BJ-MOTIVO
    MOVE WS-PROCESSO-BLOQUEIO  TO BJ-PROCESSO
    MOVE WS-VARA-BLOQUEIO      TO BJ-VARA
    MOVE SPACES                TO BJ-PROTOCOLO
    MOVE WS-DATA-HOJE          TO BJ-DATA-INCLUSAO
    MOVE WS-DATA-EXPIRACAO-BLQ TO BJ-DATA-EXPIRACAO
    MOVE "A"                   TO BJ-SITUACAO
    MOVE 0                     TO BJ-DATA-BAIXA
    MOVE WS-OPERADOR           TO BJ-OPERADOR-INCLUSAO
    MOVE WS-SUPERVISOR         TO BJ-SUPERVISOR-INCLUSAO
    MOVE SPACES                TO BJ-OPERADOR-BAIXA
    MOVE SPACES                TO BJ-SUPERVISOR-BAIXA
    MOVE 0                     TO BJ-ITEM-TRANSFERENCIA
    WRITE REG-BLOQUEIO
        INVALID KEY
            DISPLAY "Erro ao gravar o bloqueio. Status: "
                FS-BLOQUEIOS
            EXIT PARAGRAPH
    END-WRITE

    MOVE BUSCA-CONTA TO RM-NUMERO-CONTA
    READ ARQ-CONTAS
        INVALID KEY CONTINUE
        NOT INVALID KEY
            PERFORM COMPLETAR-BLOQUEIOS
    END-READ

    MOVE BUSCA-CONTA        TO BJ-NUMERO-CONTA
    MOVE WS-NUMERO-BLOQUEIO TO BJ-NUMERO-BLOQUEIO
    READ ARQ-BLOQUEIOS
        INVALID KEY CONTINUE
    END-READ
    MOVE BJ-VALOR-SOLICITADO TO WS-SOLICITADO-EXIBICAO
    MOVE BJ-VALOR-BLOQUEADO  TO WS-BLOQUEADO-EXIBICAO
    DISPLAY "Bloqueio " BJ-NUMERO-BLOQUEIO " incluído na conta "
        BJ-NUMERO-CONTA ": solicitado R$" WS-SOLICITADO-EXIBICAO
        "  retido R$" WS-BLOQUEADO-EXIBICAO
    IF BJ-VALOR-BLOQUEADO < BJ-VALOR-SOLICITADO THEN
        DISPLAY "O restante será retido dos próximos créditos na "
            "conta."
    END-IF.

PROXIMO-NUMERO-BLOQUEIO.
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

LER-BLOQUEIO-ATIVO.
      *> Exit: REG-BLOQUEIO holds the active hold keyed by the
      *> operator and ENCONTRADA = "S"; otherwise ENCONTRADA = "N".
    MOVE "N" TO ENCONTRADA
    DISPLAY "Número da conta: "
    ACCEPT BUSCA-CONTA
    DISPLAY "Número do bloqueio: "
    ACCEPT WS-NUMERO-BLOQUEIO
    MOVE BUSCA-CONTA        TO BJ-NUMERO-CONTA
    MOVE WS-NUMERO-BLOQUEIO TO BJ-NUMERO-BLOQUEIO
    READ ARQ-BLOQUEIOS
        INVALID KEY
            DISPLAY "Bloqueio não encontrado."
            EXIT PARAGRAPH
    END-READ
    PERFORM EXIBIR-BLOQUEIO
    IF BJ-SITUACAO NOT = "A" THEN
        DISPLAY "Bloqueio não está ativo."
        EXIT PARAGRAPH
    END-IF
    MOVE "S" TO ENCONTRADA.

EXIBIR-BLOQUEIO.
    MOVE BJ-VALOR-SOLICITADO TO WS-SOLICITADO-EXIBICAO
    MOVE BJ-VALOR-BLOQUEADO  TO WS-BLOQUEADO-EXIBICAO
    DISPLAY "Bloqueio " BJ-NUMERO-BLOQUEIO "  Situação: "
        BJ-SITUACAO "  Motivo: " BJ-MOTIVO
        "  Incluído em " BJ-DATA-INCLUSAO
        "  Expira em " BJ-DATA-EXPIRACAO
    DISPLAY "   Processo: " BJ-PROCESSO "  Vara: " BJ-VARA
    DISPLAY "   Solicitado: R$" WS-SOLICITADO-EXIBICAO
        "  Retido: R$" WS-BLOQUEADO-EXIBICAO
        "  Protocolo: " BJ-PROTOCOLO.

LIBERAR-BLOQUEIO.
      *> Lifts an active hold. The balance it retained becomes free
      *> again - first for any other hold of the account still short
      *> of its amount, then for the customer.
    PERFORM LER-BLOQUEIO-ATIVO
    IF ENCONTRADA NOT = "S" THEN
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Liberação de bloqueio judicial exige aprovação de "
        "supervisor."
    STRING "LIBERACAO BLOQUEIO " BUSCA-CONTA "/" WS-NUMERO-BLOQUEIO
           DELIMITED BY SIZE INTO WS-DESCRICAO-APROVACAO
    END-STRING
    PERFORM APROVACAO-SUPERVISOR
    IF WS-APROVADO NOT = "S" THEN
        DISPLAY "Bloqueio não liberado."
        EXIT PARAGRAPH
    END-IF

    MOVE BUSCA-CONTA        TO BJ-NUMERO-CONTA
    MOVE WS-NUMERO-BLOQUEIO TO BJ-NUMERO-BLOQUEIO
    READ ARQ-BLOQUEIOS
        INVALID KEY
            DISPLAY "Bloqueio não encontrado."
            EXIT PARAGRAPH
    END-READ
    MOVE "L" TO BJ-SITUACAO
    MOVE FUNCTION CURRENT-DATE(1:8) TO BJ-DATA-BAIXA
    MOVE WS-OPERADOR   TO BJ-OPERADOR-BAIXA
    MOVE WS-SUPERVISOR TO BJ-SUPERVISOR-BAIXA
    REWRITE REG-BLOQUEIO
        INVALID KEY
            DISPLAY "Erro ao liberar o bloqueio. Status: "
                FS-BLOQUEIOS
            EXIT PARAGRAPH
    END-REWRITE
    DISPLAY "Bloqueio " WS-NUMERO-BLOQUEIO " da conta " BUSCA-CONTA
        " liberado."

    MOVE BUSCA-CONTA TO RM-NUMERO-CONTA
    READ ARQ-CONTAS
        INVALID KEY CONTINUE
        NOT INVALID KEY
            PERFORM COMPLETAR-BLOQUEIOS
    END-READ.

TRANSFERIR-BLOQUEIO.
      *> Sends the amount a hold retains to the judicial deposit
      *> account the court names, as an interbank transfer: the
      *> account is debited and journaled "I" and the item parked on
      *> INTERSAI.DAT for COBREMES, exactly as in
      *> TRANSFERIR-INTERBANCARIA. A blocked or dormant account does
      *> not stop it - the money already belongs to the court order.
    PERFORM LER-BLOQUEIO-ATIVO
    IF ENCONTRADA NOT = "S" THEN
        EXIT PARAGRAPH
    END-IF
    IF BJ-VALOR-BLOQUEADO = 0 THEN
        DISPLAY "Bloqueio sem valor retido: nada a transferir."
        EXIT PARAGRAPH
    END-IF
    MOVE BJ-VALOR-BLOQUEADO TO VALOR-OPERACAO

    DISPLAY "Banco do depósito judicial (3 dígitos): "
    ACCEPT WS-BANCO-DESTINO
    IF WS-BANCO-DESTINO = 0 THEN
        DISPLAY "Banco de destino é obrigatório."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Agência (4 dígitos): "
    ACCEPT WS-AGENCIA-DESTINO
    DISPLAY "Conta do depósito judicial: "
    ACCEPT WS-CONTA-EXTERNA
    IF WS-CONTA-EXTERNA = 0 THEN
        DISPLAY "Conta de destino é obrigatória."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Transferência de valor bloqueado exige aprovação de "
        "supervisor."
    MOVE VALOR-OPERACAO TO WS-VALOR-APROV-EXIB
    STRING "TRANSF BLOQUEIO " BUSCA-CONTA "/" WS-NUMERO-BLOQUEIO
           " R$" WS-VALOR-APROV-EXIB
           DELIMITED BY SIZE INTO WS-DESCRICAO-APROVACAO
    END-STRING
    PERFORM APROVACAO-SUPERVISOR
    IF WS-APROVADO NOT = "S" THEN
        DISPLAY "Transferência não realizada."
        EXIT PARAGRAPH
    END-IF

    MOVE BUSCA-CONTA TO RM-NUMERO-CONTA
    READ ARQ-CONTAS
        INVALID KEY
            DISPLAY "Conta não encontrada."
            EXIT PARAGRAPH
    END-READ

    PERFORM PROXIMO-ITEM-INTERSAI

    SUBTRACT VALOR-OPERACAO FROM RM-SALDO-CONTA
    PERFORM REGRAVAR-CONTA-MESTRE
    IF FS-CONTAS NOT = "00" THEN
        DISPLAY "Não foi possível gravar a conta. "
            "Transferência não realizada."
        EXIT PARAGRAPH
    END-IF
    MOVE "I" TO TIPO-OPERACAO-REG
    MOVE RM-NUMERO-CONTA TO WS-JORNAL-CONTA
    MOVE RM-SALDO-CONTA  TO WS-JORNAL-SALDO
    PERFORM GRAVAR-JORNAL

    MOVE WS-PROXIMO-ITEM    TO IS-NUMERO-ITEM
    MOVE BUSCA-CONTA        TO IS-CONTA-ORIGEM
    MOVE WS-BANCO-DESTINO   TO IS-BANCO-DESTINO
    MOVE WS-AGENCIA-DESTINO TO IS-AGENCIA-DESTINO
    MOVE WS-CONTA-EXTERNA   TO IS-CONTA-DESTINO
    MOVE VALOR-OPERACAO     TO IS-VALOR-ITEM
    MOVE "P"                TO IS-SITUACAO-ITEM
    MOVE FUNCTION CURRENT-DATE(1:8) TO IS-DATA-CAPTURA
    MOVE SPACES             TO IS-ID-REMESSA
    MOVE 0                  TO IS-DATA-ENVIO
    MOVE WS-OPERADOR        TO IS-OPERADOR
    WRITE REG-INTERSAI
        INVALID KEY
            DISPLAY "ERRO CRÍTICO: débito efetuado mas o item "
                "interbancário não foi gravado. Status: " FS-INTERSAI
            DISPLAY "Registrar o item " WS-PROXIMO-ITEM
                " manualmente antes da remessa."
    END-WRITE

    MOVE BUSCA-CONTA        TO BJ-NUMERO-CONTA
    MOVE WS-NUMERO-BLOQUEIO TO BJ-NUMERO-BLOQUEIO
    READ ARQ-BLOQUEIOS
        INVALID KEY
            DISPLAY "ERRO CRÍTICO: valor transferido mas o bloqueio "
                "não foi relido. Status: " FS-BLOQUEIOS
            DISPLAY "Baixar o bloqueio " WS-NUMERO-BLOQUEIO
                " manualmente."
            EXIT PARAGRAPH
    END-READ
    MOVE "T" TO BJ-SITUACAO
    MOVE FUNCTION CURRENT-DATE(1:8) TO BJ-DATA-BAIXA
    MOVE WS-OPERADOR     TO BJ-OPERADOR-BAIXA
    MOVE WS-SUPERVISOR   TO BJ-SUPERVISOR-BAIXA
    MOVE WS-PROXIMO-ITEM TO BJ-ITEM-TRANSFERENCIA
    REWRITE REG-BLOQUEIO
        INVALID KEY
            DISPLAY "ERRO CRÍTICO: valor transferido mas o bloqueio "
                "não foi baixado. Status: " FS-BLOQUEIOS
            DISPLAY "Baixar o bloqueio " WS-NUMERO-BLOQUEIO
                " manualmente."
            EXIT PARAGRAPH
    END-REWRITE
    DISPLAY "Valor bloqueado transferido: item " WS-PROXIMO-ITEM
        " pendente de remessa; bloqueio " WS-NUMERO-BLOQUEIO
        " baixado.".

CONSULTAR-BLOQUEIOS-CONTA.
    DISPLAY "Número da conta: "
    ACCEPT BUSCA-CONTA
    MOVE BUSCA-CONTA TO RM-NUMERO-CONTA
    READ ARQ-CONTAS
        INVALID KEY
            DISPLAY "Conta não encontrada."
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Conta: " RM-NUMERO-CONTA "  Titular: " RM-NOME-TITULAR

    MOVE 0 TO WS-QTD-BLOQUEIOS
    MOVE BUSCA-CONTA TO BJ-NUMERO-CONTA
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
                IF BJ-NUMERO-CONTA NOT = BUSCA-CONTA THEN
                    MOVE "S" TO WS-FIM-BLOQUEIOS
                ELSE
                    ADD 1 TO WS-QTD-BLOQUEIOS
                    PERFORM EXIBIR-BLOQUEIO
                END-IF
        END-READ
    END-PERFORM
    IF WS-QTD-BLOQUEIOS = 0 THEN
        DISPLAY "Nenhum bloqueio judicial registrado na conta."
        EXIT PARAGRAPH
    END-IF

    MOVE BUSCA-CONTA TO WS-BLQ-CONTA
    PERFORM SOMAR-BLOQUEIOS
    PERFORM EXIBIR-SALDO-BLOQUEADO.

MENU-EMPRESTIMOS.
    DISPLAY "----- EMPRÉSTIMOS -----"
    DISPLAY "1 - Cadastrar proposta de contrato"
    DISPLAY "2 - Liberar contrato"
    DISPLAY "3 - Consultar contrato"
    DISPLAY "4 - Cancelar proposta"
    DISPLAY "9 - Voltar"
    DISPLAY "Escolha uma opção: "
    ACCEPT OPCAO-EMPRESTIMO

    EVALUATE OPCAO-EMPRESTIMO
        WHEN 1
            PERFORM CADASTRAR-EMPRESTIMO
        WHEN 2
            PERFORM LIBERAR-EMPRESTIMO
        WHEN 3
            PERFORM CONSULTAR-EMPRESTIMO
        WHEN 4
            PERFORM CANCELAR-EMPRESTIMO
        WHEN 9
            CONTINUE
        WHEN OTHER
            DISPLAY "Opção inválida."
    END-EVALUATE.

CADASTRAR-EMPRESTIMO.
      *> Keys a loan proposal against a conta corrente. Nothing moves
      *> until the contract is released (option 2) with supervisor
      *> approval; the installment shown here is the one the
      *> schedule will carry.
    DISPLAY "Número do novo contrato: "
    ACCEPT WS-NUMERO-CONTRATO
    IF WS-NUMERO-CONTRATO = 0 THEN
        DISPLAY "Número do contrato é obrigatório."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-NUMERO-CONTRATO TO EP-NUMERO-CONTRATO
    READ ARQ-EMPRESTIMOS
        INVALID KEY CONTINUE
        NOT INVALID KEY
            DISPLAY "Já existe um contrato com este número."
            EXIT PARAGRAPH
    END-READ

    DISPLAY "Conta corrente do tomador: "
    ACCEPT BUSCA-CONTA
    MOVE BUSCA-CONTA TO RM-NUMERO-CONTA
    READ ARQ-CONTAS
        INVALID KEY
            DISPLAY "Conta não encontrada."
            EXIT PARAGRAPH
    END-READ
    IF RM-TIPO-CONTA NOT = "C" THEN
        DISPLAY "Empréstimo só pode ser contratado em conta corrente."
        EXIT PARAGRAPH
    END-IF
    IF RM-SITUACAO-CONTA = "B" THEN
        DISPLAY "Conta bloqueada: contratação não permitida."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Tomador: " RM-NOME-TITULAR "  CPF: " RM-CPF-TITULAR

    DISPLAY "Valor do principal: "
    ACCEPT WS-PRINCIPAL-EMPR
    IF WS-PRINCIPAL-EMPR NOT > 0 THEN
        DISPLAY "Valor deve ser maior que zero."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Taxa mensal como fração (ex.: 0.0250 = 2,50%): "
    ACCEPT WS-TAXA-EMPR
    IF WS-TAXA-EMPR NOT > 0 OR WS-TAXA-EMPR > TAXA-MAXIMA-EMPR THEN
        DISPLAY "Taxa mensal inválida."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Prazo em meses (1 a " PRAZO-MAXIMO-EMPR "): "
    ACCEPT WS-PRAZO-EMPR
    IF WS-PRAZO-EMPR = 0 OR WS-PRAZO-EMPR > PRAZO-MAXIMO-EMPR THEN
        DISPLAY "Prazo inválido."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Primeiro vencimento AAAAMMDD: "
    ACCEPT WS-PRIMEIRO-VENC-EMPR
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
    IF WS-PRIMEIRO-VENC-EMPR NOT > WS-DATA-HOJE THEN
        DISPLAY "O primeiro vencimento deve ser posterior a hoje."
        EXIT PARAGRAPH
    END-IF

    PERFORM CALCULAR-PRESTACAO-PRICE
    MOVE WS-PRINCIPAL-EMPR TO WS-VALOR-ORDEM-EXIB
    MOVE WS-PRESTACAO-EMPR TO WS-PRESTACAO-EXIB
    DISPLAY "Principal R$" WS-VALOR-ORDEM-EXIB " em " WS-PRAZO-EMPR
        " parcelas de R$" WS-PRESTACAO-EXIB
    DISPLAY "Confirma o cadastro da proposta? (S/N): "
    ACCEPT CONFIRMA
    IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s" THEN
        DISPLAY "Cadastro abandonado."
        EXIT PARAGRAPH
    END-IF

    INITIALIZE REG-EMPRESTIMO
    MOVE WS-NUMERO-CONTRATO    TO EP-NUMERO-CONTRATO
    MOVE RM-NUMERO-CONTA       TO EP-NUMERO-CONTA
    MOVE RM-CPF-TITULAR        TO EP-CPF-TOMADOR
    MOVE WS-PRINCIPAL-EMPR     TO EP-VALOR-PRINCIPAL
    MOVE WS-TAXA-EMPR          TO EP-TAXA-MENSAL
    MOVE WS-PRAZO-EMPR         TO EP-PRAZO-MESES
    MOVE WS-PRIMEIRO-VENC-EMPR TO EP-DATA-PRIMEIRO-VENC
    MOVE WS-PRESTACAO-EMPR     TO EP-VALOR-PRESTACAO
    MOVE TAXA-MORA-PADRAO      TO EP-TAXA-MORA
    MOVE "P"                   TO EP-SITUACAO
    MOVE 0                     TO EP-SALDO-DEVEDOR
    MOVE 0                     TO EP-QTD-PARCELAS-PAGAS
    MOVE WS-DATA-HOJE          TO EP-DATA-CADASTRO
    MOVE WS-OPERADOR           TO EP-OPERADOR-CADASTRO
    MOVE SPACES                TO EP-OPERADOR-LIBERACAO
    MOVE SPACES                TO EP-SUPERVISOR-LIBERACAO
    WRITE REG-EMPRESTIMO
        INVALID KEY
            DISPLAY "Erro ao gravar o contrato. Status: "
                FS-EMPRESTIMOS
            EXIT PARAGRAPH
    END-WRITE
    DISPLAY "Proposta cadastrada. Liberar pela opção 2.".

CALCULAR-PRESTACAO-PRICE.
      *> Entry: WS-PRINCIPAL-EMPR, WS-TAXA-EMPR, WS-PRAZO-EMPR.
      *> Exit:  WS-PRESTACAO-EMPR = constant installment of the Price
      *>        table, P * i * (1+i)**n / ((1+i)**n - 1).
    COMPUTE WS-FATOR-PRICE = (1 + WS-TAXA-EMPR) ** WS-PRAZO-EMPR
    COMPUTE WS-PRESTACAO-EMPR ROUNDED =
        WS-PRINCIPAL-EMPR * WS-TAXA-EMPR * WS-FATOR-PRICE
        / (WS-FATOR-PRICE - 1).

LER-CONTRATO-EMPRESTIMO.
    MOVE "N" TO ENCONTRADA
    DISPLAY "Número do contrato: "
    ACCEPT WS-NUMERO-CONTRATO
    MOVE WS-NUMERO-CONTRATO TO EP-NUMERO-CONTRATO
    READ ARQ-EMPRESTIMOS
        INVALID KEY
            DISPLAY "Contrato não encontrado."
            EXIT PARAGRAPH
    END-READ
    MOVE "S" TO ENCONTRADA
    PERFORM EXIBIR-CONTRATO-EMPRESTIMO.

EXIBIR-CONTRATO-EMPRESTIMO.
    MOVE EP-VALOR-PRINCIPAL TO WS-VALOR-ORDEM-EXIB
    MOVE EP-VALOR-PRESTACAO TO WS-PRESTACAO-EXIB
    MOVE EP-TAXA-MENSAL     TO WS-TAXA-EXIB
    DISPLAY "Contrato " EP-NUMERO-CONTRATO "  Conta: " EP-NUMERO-CONTA
        "  CPF: " EP-CPF-TOMADOR "  Situação: " EP-SITUACAO
    DISPLAY "Principal R$" WS-VALOR-ORDEM-EXIB "  Taxa "
        WS-TAXA-EXIB " a.m.  " EP-PRAZO-MESES " x R$"
        WS-PRESTACAO-EXIB "  1º vencimento " EP-DATA-PRIMEIRO-VENC
    IF EP-SITUACAO NOT = "P" AND EP-SITUACAO NOT = "C" THEN
        MOVE EP-SALDO-DEVEDOR TO WS-PRESTACAO-EXIB
        DISPLAY "Liberado em " EP-DATA-LIBERACAO "  Parcelas pagas: "
            EP-QTD-PARCELAS-PAGAS "  Saldo devedor R$"
            WS-PRESTACAO-EXIB
    END-IF.

LIBERAR-EMPRESTIMO.
      *> Disburses a proposal: writes its whole installment schedule
      *> on PARCELAS.DAT, then credits the principal to the account
      *> and journals it "L". The credit, like any other, first tops
      *> up a judicial hold still short on the account.
    PERFORM LER-CONTRATO-EMPRESTIMO
    IF ENCONTRADA NOT = "S" THEN
        EXIT PARAGRAPH
    END-IF
    IF EP-SITUACAO NOT = "P" THEN
        DISPLAY "Só uma proposta pode ser liberada (situação "
            EP-SITUACAO ")."
        EXIT PARAGRAPH
    END-IF

    MOVE EP-NUMERO-CONTA TO RM-NUMERO-CONTA
    READ ARQ-CONTAS
        INVALID KEY
            DISPLAY "Conta do contrato não encontrada."
            EXIT PARAGRAPH
    END-READ
    IF RM-SITUACAO-CONTA = "B" THEN
        DISPLAY "Conta bloqueada: liberação não permitida."
        EXIT PARAGRAPH
    END-IF
    PERFORM VERIFICAR-CONTA-DORMENTE
    IF WS-CONTA-LIBERADA NOT = "S" THEN
        DISPLAY "Liberação não realizada."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Liberação de empréstimo exige aprovação de supervisor."
    MOVE EP-VALOR-PRINCIPAL TO WS-VALOR-APROVACAO
    STRING "LIBERACAO EMPRESTIMO " EP-NUMERO-CONTRATO
           DELIMITED BY SIZE INTO WS-DESCRICAO-APROVACAO
    END-STRING
    PERFORM APROVACAO-SUPERVISOR
    IF WS-APROVADO NOT = "S" THEN
        DISPLAY "Liberação cancelada."
        EXIT PARAGRAPH
    END-IF

    PERFORM GERAR-PARCELAS-EMPRESTIMO
    IF WS-PARCELAS-OK NOT = "S" THEN
        PERFORM REMOVER-PARCELAS-EMPRESTIMO
        DISPLAY "Cronograma não gravado. Liberação cancelada."
        EXIT PARAGRAPH
    END-IF

    MOVE EP-NUMERO-CONTA TO RM-NUMERO-CONTA
    READ ARQ-CONTAS
        INVALID KEY MOVE "23" TO FS-CONTAS
    END-READ
    IF FS-CONTAS = "00" THEN
        ADD EP-VALOR-PRINCIPAL TO RM-SALDO-CONTA
        PERFORM REGRAVAR-CONTA-MESTRE
    END-IF
    IF FS-CONTAS NOT = "00" THEN
        PERFORM REMOVER-PARCELAS-EMPRESTIMO
        DISPLAY "Não foi possível creditar a conta. Liberação "
            "cancelada."
        EXIT PARAGRAPH
    END-IF
    MOVE "L" TO TIPO-OPERACAO-REG
    MOVE EP-VALOR-PRINCIPAL TO VALOR-OPERACAO
    MOVE RM-NUMERO-CONTA TO WS-JORNAL-CONTA
    MOVE RM-SALDO-CONTA  TO WS-JORNAL-SALDO
    PERFORM GRAVAR-JORNAL
    PERFORM COMPLETAR-BLOQUEIOS

    MOVE "A"                TO EP-SITUACAO
    MOVE EP-VALOR-PRINCIPAL TO EP-SALDO-DEVEDOR
    MOVE WS-DATA-HOJE       TO EP-DATA-LIBERACAO
    MOVE WS-OPERADOR        TO EP-OPERADOR-LIBERACAO
    MOVE WS-SUPERVISOR      TO EP-SUPERVISOR-LIBERACAO
    REWRITE REG-EMPRESTIMO
        INVALID KEY
            DISPLAY "ATENÇÃO: principal creditado mas o contrato "
                EP-NUMERO-CONTRATO " não foi atualizado. Status: "
                FS-EMPRESTIMOS
            DISPLAY "Regularizar o contrato manualmente."
            EXIT PARAGRAPH
    END-REWRITE
    MOVE EP-VALOR-PRINCIPAL TO WS-VALOR-ORDEM-EXIB
    DISPLAY "Contrato liberado: R$" WS-VALOR-ORDEM-EXIB
        " creditados na conta " EP-NUMERO-CONTA ".".

GERAR-PARCELAS-EMPRESTIMO.
      *> Entry: REG-EMPRESTIMO holds the proposal being released.
      *> Exit:  WS-PARCELAS-OK = "S" when every installment of the
      *>        Price schedule is on PARCELAS.DAT.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
    MOVE "S" TO WS-PARCELAS-OK
    MOVE EP-VALOR-PRINCIPAL TO WS-SALDO-DEVEDOR-EMPR
    PERFORM GERAR-PARCELA-EMPRESTIMO
        VARYING WS-PARCELA-EMPR FROM 1 BY 1
        UNTIL WS-PARCELA-EMPR > EP-PRAZO-MESES
        OR WS-PARCELAS-OK NOT = "S".

GERAR-PARCELA-EMPRESTIMO.
      *> interest on the principal still open; the installment
      *> amortizes the rest, and the last one takes whatever is left
      *> so the schedule closes at exactly zero
    INITIALIZE REG-PARCELA
    MOVE EP-NUMERO-CONTRATO TO PC-NUMERO-CONTRATO
    MOVE WS-PARCELA-EMPR    TO PC-NUMERO-PARCELA
    PERFORM CALCULAR-VENCIMENTO-PARCELA
    MOVE WS-DATA-CALC-NUM   TO PC-DATA-VENCIMENTO
    COMPUTE WS-JUROS-PARCELA ROUNDED =
        WS-SALDO-DEVEDOR-EMPR * EP-TAXA-MENSAL
    IF WS-PARCELA-EMPR = EP-PRAZO-MESES THEN
        MOVE WS-SALDO-DEVEDOR-EMPR TO PC-VALOR-AMORTIZACAO
        COMPUTE PC-VALOR-PRESTACAO =
            PC-VALOR-AMORTIZACAO + WS-JUROS-PARCELA
    ELSE
        MOVE EP-VALOR-PRESTACAO TO PC-VALOR-PRESTACAO
        COMPUTE PC-VALOR-AMORTIZACAO =
            PC-VALOR-PRESTACAO - WS-JUROS-PARCELA
    END-IF
    MOVE WS-JUROS-PARCELA TO PC-VALOR-JUROS
    SUBTRACT PC-VALOR-AMORTIZACAO FROM WS-SALDO-DEVEDOR-EMPR
    MOVE WS-SALDO-DEVEDOR-EMPR TO PC-SALDO-DEVEDOR-APOS
    MOVE "A" TO PC-SITUACAO
    MOVE 0   TO PC-DATA-PAGAMENTO
    MOVE 0   TO PC-VALOR-MORA
    WRITE REG-PARCELA
        INVALID KEY
            DISPLAY "Erro ao gravar a parcela " WS-PARCELA-EMPR
                ". Status: " FS-PARCELAS
            MOVE "N" TO WS-PARCELAS-OK
    END-WRITE.

CALCULAR-VENCIMENTO-PARCELA.
      *> Entry: EP-DATA-PRIMEIRO-VENC and WS-PARCELA-EMPR.
      *> Exit:  WS-DATA-CALC-NUM = due date of that installment: the
      *>        first due day, WS-PARCELA-EMPR - 1 months later,
      *>        clamped to the month's last day when it has no such
      *>        day (as COBORDEM does for monthly orders).
    MOVE EP-DATA-PRIMEIRO-VENC TO WS-DATA-CALC-NUM
    COMPUTE WS-MESES-CALC = WS-MES-CALC - 1 + WS-PARCELA-EMPR - 1
    DIVIDE WS-MESES-CALC BY 12 GIVING WS-ANOS-CALC
        REMAINDER WS-MESES-RESTO
    ADD WS-ANOS-CALC TO WS-ANO-CALC
    COMPUTE WS-MES-CALC = WS-MESES-RESTO + 1
    MOVE EP-DATA-PRIMEIRO-VENC(7:2) TO WS-DIA-CALC
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

REMOVER-PARCELAS-EMPRESTIMO.
      *> undoes a schedule written for a release that did not go
      *> through, so the proposal can be released again later
    MOVE EP-NUMERO-CONTRATO TO PC-NUMERO-CONTRATO
    MOVE 0 TO PC-NUMERO-PARCELA
    START ARQ-PARCELAS KEY IS NOT LESS THAN PC-CHAVE
        INVALID KEY EXIT PARAGRAPH
    END-START
    MOVE "N" TO WS-FIM-EMPRESTIMOS
    PERFORM UNTIL WS-FIM-EMPRESTIMOS = "S"
        READ ARQ-PARCELAS NEXT RECORD
            AT END
                MOVE "S" TO WS-FIM-EMPRESTIMOS
            NOT AT END
                IF PC-NUMERO-CONTRATO NOT = EP-NUMERO-CONTRATO THEN
                    MOVE "S" TO WS-FIM-EMPRESTIMOS
                ELSE
                    DELETE ARQ-PARCELAS RECORD
                        INVALID KEY CONTINUE
                    END-DELETE
                END-IF
        END-READ
    END-PERFORM.

CONSULTAR-EMPRESTIMO.
    PERFORM LER-CONTRATO-EMPRESTIMO
    IF ENCONTRADA NOT = "S" THEN
        EXIT PARAGRAPH
    END-IF
    IF EP-SITUACAO = "P" OR EP-SITUACAO = "C" THEN
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Parc  Vencimento   Prestação  Amortização      Juros"
        "  Saldo devedor  Sit  Pago em"
    MOVE EP-NUMERO-CONTRATO TO PC-NUMERO-CONTRATO
    MOVE 0 TO PC-NUMERO-PARCELA
    START ARQ-PARCELAS KEY IS NOT LESS THAN PC-CHAVE
        INVALID KEY EXIT PARAGRAPH
    END-START
    MOVE "N" TO WS-FIM-EMPRESTIMOS
    PERFORM UNTIL WS-FIM-EMPRESTIMOS = "S"
        READ ARQ-PARCELAS NEXT RECORD
            AT END
                MOVE "S" TO WS-FIM-EMPRESTIMOS
            NOT AT END
                IF PC-NUMERO-CONTRATO NOT = EP-NUMERO-CONTRATO THEN
                    MOVE "S" TO WS-FIM-EMPRESTIMOS
                ELSE
                    PERFORM EXIBIR-PARCELA-EMPRESTIMO
                END-IF
        END-READ
    END-PERFORM.

EXIBIR-PARCELA-EMPRESTIMO.
    MOVE PC-VALOR-PRESTACAO    TO WS-PRESTACAO-EXIB
    MOVE PC-VALOR-AMORTIZACAO  TO WS-AMORTIZACAO-EXIB
    MOVE PC-VALOR-JUROS        TO WS-JUROS-EXIB
    MOVE PC-SALDO-DEVEDOR-APOS TO WS-SALDO-DEVEDOR-EXIB
    DISPLAY PC-NUMERO-PARCELA "   " PC-DATA-VENCIMENTO "  "
        WS-PRESTACAO-EXIB "    " WS-AMORTIZACAO-EXIB "  "
        WS-JUROS-EXIB "      " WS-SALDO-DEVEDOR-EXIB "   "
        PC-SITUACAO "   " PC-DATA-PAGAMENTO.

CANCELAR-EMPRESTIMO.
    PERFORM LER-CONTRATO-EMPRESTIMO
    IF ENCONTRADA NOT = "S" THEN
        EXIT PARAGRAPH
    END-IF
    IF EP-SITUACAO NOT = "P" THEN
        DISPLAY "Só uma proposta ainda não liberada pode ser "
            "cancelada."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Confirma o cancelamento da proposta? (S/N): "
    ACCEPT CONFIRMA
    IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s" THEN
        DISPLAY "Cancelamento abandonado."
        EXIT PARAGRAPH
    END-IF
    MOVE "C" TO EP-SITUACAO
    REWRITE REG-EMPRESTIMO
        INVALID KEY
            DISPLAY "Erro ao gravar o contrato. Status: "
                FS-EMPRESTIMOS
            EXIT PARAGRAPH
    END-REWRITE
    DISPLAY "Proposta cancelada.".

CONTAR-EMPRESTIMOS-CONTA.
      *> Entry: BUSCA-CONTA. Exit: WS-QTD-EMPRESTIMOS-CONTA = loan
      *> contracts on the account still proposed or open.
    MOVE 0 TO WS-QTD-EMPRESTIMOS-CONTA
    MOVE LOW-VALUES TO EP-NUMERO-CONTRATO
    START ARQ-EMPRESTIMOS KEY IS NOT LESS THAN EP-NUMERO-CONTRATO
        INVALID KEY EXIT PARAGRAPH
    END-START
    MOVE "N" TO WS-FIM-EMPRESTIMOS
    PERFORM UNTIL WS-FIM-EMPRESTIMOS = "S"
        READ ARQ-EMPRESTIMOS NEXT RECORD
            AT END
                MOVE "S" TO WS-FIM-EMPRESTIMOS
            NOT AT END
                IF EP-NUMERO-CONTA = BUSCA-CONTA
                        AND (EP-SITUACAO = "P" OR EP-SITUACAO = "A")
                        THEN
                    ADD 1 TO WS-QTD-EMPRESTIMOS-CONTA
                END-IF
        END-READ
    END-PERFORM.

MENU-TITULARES.
    DISPLAY "----- TITULARES DE CONTA -----"
    DISPLAY "1 - Incluir cotitular ou representante legal"
    DISPLAY "2 - Encerrar vínculo"
    DISPLAY "3 - Listar titulares da conta"
    DISPLAY "9 - Voltar"
    DISPLAY "Escolha uma opção: "
    ACCEPT OPCAO-TITULAR

    EVALUATE OPCAO-TITULAR
        WHEN 1
            PERFORM INCLUIR-TITULAR
        WHEN 2
            PERFORM ENCERRAR-VINCULO-TITULAR
        WHEN 3
            PERFORM LISTAR-TITULARES-CONTA
        WHEN 9
            CONTINUE
        WHEN OTHER
            DISPLAY "Opção inválida."
    END-EVALUATE.

INCLUIR-TITULAR.
      *> a co-holder moves the account's money, so adding one (or a
      *> legal representative) goes through a supervisor
    DISPLAY "Número da conta: "
    ACCEPT BUSCA-CONTA
    MOVE BUSCA-CONTA TO RM-NUMERO-CONTA
    READ ARQ-CONTAS
        INVALID KEY
            DISPLAY "Conta não encontrada."
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Conta " RM-NUMERO-CONTA "  Titular principal: "
        RM-NOME-TITULAR "  CPF: " RM-CPF-TITULAR

    DISPLAY "CPF do novo vinculado: "
    ACCEPT BUSCA-CPF
    IF BUSCA-CPF = 0 THEN
        DISPLAY "CPF é obrigatório."
        EXIT PARAGRAPH
    END-IF
    IF BUSCA-CPF = RM-CPF-TITULAR THEN
        DISPLAY "Este CPF já é o titular principal da conta."
        EXIT PARAGRAPH
    END-IF
    MOVE BUSCA-CPF TO CL-CPF
    READ ARQ-CLIENTES
        INVALID KEY
            DISPLAY "Cliente não cadastrado. Cadastrar o cliente "
                "antes de vinculá-lo à conta (opção 1)."
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Cliente: " CL-NOME

    MOVE RM-NUMERO-CONTA TO TT-NUMERO-CONTA
    MOVE BUSCA-CPF       TO TT-CPF
    PERFORM LOCALIZAR-VINCULO-ABERTO
    IF WS-TITULAR-EXISTE = "S" THEN
        DISPLAY "Cliente já vinculado à conta (papel " TT-PAPEL ")."
        EXIT PARAGRAPH
    END-IF
    IF WS-VINCULO-FIM = FUNCTION CURRENT-DATE(1:8) THEN
      *> the new period would overlap the one ended today
        DISPLAY "Vínculo encerrado hoje: nova inclusão somente a "
            "partir de amanhã."
        EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO WS-PAPEL-TITULAR
    DISPLAY "Papel (C = cotitular, R = representante legal): "
    ACCEPT WS-PAPEL-TITULAR
    MOVE FUNCTION UPPER-CASE(WS-PAPEL-TITULAR) TO WS-PAPEL-TITULAR
    IF WS-PAPEL-TITULAR NOT = "C" AND WS-PAPEL-TITULAR NOT = "R" THEN
        DISPLAY "Papel inválido."
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-VALOR-APROVACAO
    STRING "INCLUSAO TITULAR CONTA " RM-NUMERO-CONTA
           DELIMITED BY SIZE INTO WS-DESCRICAO-APROVACAO
    END-STRING
    PERFORM APROVACAO-SUPERVISOR
    IF WS-APROVADO NOT = "S" THEN
        DISPLAY "Inclusão cancelada."
        EXIT PARAGRAPH
    END-IF

      *> a CPF coming back after an ended relationship starts a new
      *> period on a record of its own; the ended one stays as it was
    MOVE RM-NUMERO-CONTA  TO TT-NUMERO-CONTA
    MOVE BUSCA-CPF        TO TT-CPF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TT-DATA-INICIO
    MOVE WS-PAPEL-TITULAR TO TT-PAPEL
    MOVE 0                TO TT-DATA-FIM
    MOVE WS-OPERADOR      TO TT-OPERADOR
    MOVE WS-SUPERVISOR    TO TT-SUPERVISOR
    WRITE REG-TITULAR
        INVALID KEY
            DISPLAY "Erro ao gravar o vínculo. Status: "
                FS-TITULARES
            EXIT PARAGRAPH
    END-WRITE
    MOVE "I"              TO WS-CCS-TIPO-EVENTO
    MOVE "INC"            TO WS-CCS-MOTIVO
    MOVE TT-NUMERO-CONTA  TO WS-CCS-CONTA
    MOVE TT-CPF           TO WS-CCS-CPF
    MOVE TT-PAPEL         TO WS-CCS-PAPEL
    MOVE RM-TIPO-CONTA    TO WS-CCS-TIPO-CONTA
    PERFORM GRAVAR-EVENTO-CCS
    DISPLAY "Vínculo incluído.".

ENCERRAR-VINCULO-TITULAR.
      *> the primary holder is the master's CPF and only leaves with
      *> the account itself
    DISPLAY "Número da conta: "
    ACCEPT BUSCA-CONTA
    DISPLAY "CPF do vinculado: "
    ACCEPT BUSCA-CPF
    MOVE BUSCA-CONTA TO TT-NUMERO-CONTA
    MOVE BUSCA-CPF   TO TT-CPF
    PERFORM LOCALIZAR-VINCULO-ABERTO
    IF WS-TITULAR-EXISTE NOT = "S" THEN
        IF WS-VINCULO-FIM NOT = 0 THEN
            DISPLAY "Vínculo já encerrado em " WS-VINCULO-FIM "."
        ELSE
            DISPLAY "Vínculo não encontrado."
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF TT-PAPEL = "P" THEN
        DISPLAY "O titular principal não pode ser desvinculado; "
            "encerrar a conta ou abrir outra para o novo titular."
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-VALOR-APROVACAO
    STRING "ENCERRAMENTO VINCULO CONTA " BUSCA-CONTA
           DELIMITED BY SIZE INTO WS-DESCRICAO-APROVACAO
    END-STRING
    PERFORM APROVACAO-SUPERVISOR
    IF WS-APROVADO NOT = "S" THEN
        DISPLAY "Encerramento do vínculo cancelado."
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:8) TO TT-DATA-FIM
    MOVE WS-OPERADOR   TO TT-OPERADOR
    MOVE WS-SUPERVISOR TO TT-SUPERVISOR
    REWRITE REG-TITULAR
        INVALID KEY
            DISPLAY "Erro ao gravar o vínculo. Status: " FS-TITULARES
            EXIT PARAGRAPH
    END-REWRITE
    MOVE TT-NUMERO-CONTA TO RM-NUMERO-CONTA
    READ ARQ-CONTAS
        INVALID KEY MOVE SPACE TO RM-TIPO-CONTA
    END-READ
    MOVE "F"              TO WS-CCS-TIPO-EVENTO
    MOVE "EXC"            TO WS-CCS-MOTIVO
    MOVE TT-NUMERO-CONTA  TO WS-CCS-CONTA
    MOVE TT-CPF           TO WS-CCS-CPF
    MOVE TT-PAPEL         TO WS-CCS-PAPEL
    MOVE RM-TIPO-CONTA    TO WS-CCS-TIPO-CONTA
    PERFORM GRAVAR-EVENTO-CCS
    DISPLAY "Vínculo encerrado.".

LISTAR-TITULARES-CONTA.
    DISPLAY "Número da conta: "
    ACCEPT BUSCA-CONTA
    MOVE BUSCA-CONTA TO RM-NUMERO-CONTA
    READ ARQ-CONTAS
        INVALID KEY
            DISPLAY "Conta não encontrada."
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Conta " RM-NUMERO-CONTA
    DISPLAY "  P  CPF: " RM-CPF-TITULAR "  " RM-NOME-TITULAR
        "  (titular principal)"

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
                    IF TT-CPF NOT = RM-CPF-TITULAR THEN
                        PERFORM EXIBIR-VINCULO-TITULAR
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

EXIBIR-VINCULO-TITULAR.
    MOVE TT-CPF TO CL-CPF
    READ ARQ-CLIENTES
        INVALID KEY MOVE SPACES TO CL-NOME
    END-READ
    IF TT-DATA-FIM = 0 THEN
        DISPLAY "  " TT-PAPEL "  CPF: " TT-CPF "  " CL-NOME(1:30)
            "  desde " TT-DATA-INICIO
    ELSE
        DISPLAY "  " TT-PAPEL "  CPF: " TT-CPF "  " CL-NOME(1:30)
            "  de " TT-DATA-INICIO " a " TT-DATA-FIM " (encerrado)"
    END-IF.

LOCALIZAR-VINCULO-ABERTO.
      *> Entry: TT-NUMERO-CONTA and TT-CPF. Exit: WS-TITULAR-EXISTE =
      *>        "S" with REG-TITULAR holding the period still open
      *>        for that CPF on the account, if any; WS-VINCULO-FIM =
      *>        the latest end date among its ended periods (zero if
      *>        none).
    MOVE "N" TO WS-TITULAR-EXISTE
    MOVE 0 TO WS-VINCULO-FIM
    MOVE TT-NUMERO-CONTA TO WS-VINCULO-CONTA
    MOVE TT-CPF          TO WS-VINCULO-CPF
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
                IF TT-NUMERO-CONTA NOT = WS-VINCULO-CONTA
                        OR TT-CPF NOT = WS-VINCULO-CPF THEN
                    MOVE "S" TO WS-FIM-TITULARES
                ELSE
                    IF TT-DATA-FIM = 0 THEN
                        MOVE "S" TO WS-TITULAR-EXISTE
                        MOVE "S" TO WS-FIM-TITULARES
                    ELSE
                        IF TT-DATA-FIM > WS-VINCULO-FIM THEN
                            MOVE TT-DATA-FIM TO WS-VINCULO-FIM
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

GRAVAR-TITULAR-PRINCIPAL.
      *> Entry: REG-MESTRE holds the account just opened.
    MOVE RM-NUMERO-CONTA  TO TT-NUMERO-CONTA
    MOVE RM-CPF-TITULAR   TO TT-CPF
    MOVE "P"              TO TT-PAPEL
    MOVE RM-DATA-ABERTURA TO TT-DATA-INICIO
    MOVE 0                TO TT-DATA-FIM
    MOVE WS-OPERADOR      TO TT-OPERADOR
    MOVE SPACES           TO TT-SUPERVISOR
    WRITE REG-TITULAR
        INVALID KEY
            DISPLAY "Aviso: vínculo do titular principal não gravado. "
                "Status: " FS-TITULARES
    END-WRITE.

ENCERRAR-TITULARES-CONTA.
      *> Entry: BUSCA-CONTA, the account being closed, and REG-MESTRE
      *>        the record just deleted. Every relationship still open
      *>        ends with it, on the closing date, and goes to the CCS
      *>        feed. Exit: WS-PRINCIPAL-VISTO = "S" when the master
      *>        CPF had its own relationship record among them.
    MOVE "N" TO WS-PRINCIPAL-VISTO
    MOVE BUSCA-CONTA TO TT-NUMERO-CONTA
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
                IF TT-NUMERO-CONTA NOT = BUSCA-CONTA THEN
                    MOVE "S" TO WS-FIM-TITULARES
                ELSE
                    IF TT-DATA-FIM = 0 THEN
                        PERFORM ENCERRAR-VINCULO-CONTA
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

ENCERRAR-VINCULO-CONTA.
    IF TT-CPF = RM-CPF-TITULAR THEN
        MOVE "S" TO WS-PRINCIPAL-VISTO
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TT-DATA-FIM
    MOVE WS-OPERADOR   TO TT-OPERADOR
    MOVE WS-SUPERVISOR TO TT-SUPERVISOR
    REWRITE REG-TITULAR
        INVALID KEY
            DISPLAY "Erro ao encerrar o vínculo do CPF " TT-CPF
                ". Status: " FS-TITULARES
    END-REWRITE
    MOVE "F"             TO WS-CCS-TIPO-EVENTO
    MOVE "ENC"           TO WS-CCS-MOTIVO
    MOVE TT-NUMERO-CONTA TO WS-CCS-CONTA
    MOVE TT-CPF          TO WS-CCS-CPF
    MOVE TT-PAPEL        TO WS-CCS-PAPEL
    MOVE RM-TIPO-CONTA   TO WS-CCS-TIPO-CONTA
    PERFORM GRAVAR-EVENTO-CCS.

POSICAO-CONTAS-CONJUNTAS.
      *> Entry: BUSCA-CPF. Lists the accounts this CPF holds or acts
      *> for through TITULARES.DAT without being their master CPF;
      *> co-held balances count in the position, represented ones
      *> are only listed.
    MOVE LOW-VALUES TO TT-CHAVE
    START ARQ-TITULARES KEY IS NOT LESS THAN TT-CHAVE
        INVALID KEY EXIT PARAGRAPH
    END-START
    MOVE "N" TO WS-FIM-TITULARES
    PERFORM UNTIL WS-FIM-TITULARES = "S"
        READ ARQ-TITULARES NEXT RECORD
            AT END
                MOVE "S" TO WS-FIM-TITULARES
            NOT AT END
                IF TT-CPF = BUSCA-CPF AND TT-DATA-FIM = 0 THEN
                    PERFORM EXIBIR-CONTA-CONJUNTA
                END-IF
        END-READ
    END-PERFORM.

EXIBIR-CONTA-CONJUNTA.
    MOVE TT-NUMERO-CONTA TO RM-NUMERO-CONTA
    READ ARQ-CONTAS
        INVALID KEY EXIT PARAGRAPH
    END-READ
    IF RM-CPF-TITULAR = BUSCA-CPF THEN
      *> already listed as its primary holder
        EXIT PARAGRAPH
    END-IF
    MOVE RM-SALDO-CONTA TO WS-SALDO-EXIBICAO
    IF TT-PAPEL = "R" THEN
        DISPLAY "  Conta: " RM-NUMERO-CONTA
            "  Produto: " RM-TIPO-CONTA
            "  Situação: " RM-SITUACAO-CONTA
            "  Saldo: R$" WS-SALDO-EXIBICAO
            "  (representante legal de " RM-NOME-TITULAR ")"
    ELSE
        ADD 1 TO WS-QTD-CONTAS-CPF
        ADD RM-SALDO-CONTA TO WS-POSICAO-CPF
        DISPLAY "  Conta: " RM-NUMERO-CONTA
            "  Produto: " RM-TIPO-CONTA
            "  Situação: " RM-SITUACAO-CONTA
            "  Saldo: R$" WS-SALDO-EXIBICAO
            "  (conjunta com " RM-NOME-TITULAR ")"
    END-IF.

GRAVAR-EVENTO-CCS.
      *> Entry: WS-CCS-TIPO-EVENTO, WS-CCS-MOTIVO, WS-CCS-CONTA,
      *>        WS-CCS-CPF, WS-CCS-PAPEL and WS-CCS-TIPO-CONTA set by
      *>        the caller. Appends the relationship event, pending,
      *>        for the next CCS remittance.
    PERFORM PROXIMO-EVENTO-CCS
    MOVE WS-PROXIMO-EVENTO  TO CV-NUMERO-EVENTO
    MOVE WS-CCS-TIPO-EVENTO TO CV-TIPO-EVENTO
    MOVE WS-CCS-MOTIVO      TO CV-MOTIVO
    MOVE WS-CCS-CONTA       TO CV-NUMERO-CONTA
    MOVE WS-CCS-CPF         TO CV-CPF
    MOVE WS-CCS-PAPEL       TO CV-PAPEL
    MOVE WS-CCS-TIPO-CONTA  TO CV-TIPO-CONTA
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-ATUAL
    MOVE WS-DATA-HORA-ATUAL TO CV-DATA-HORA
    MOVE WS-DATA-HORA-ATUAL(1:8) TO CV-DATA-EVENTO
    MOVE WS-OPERADOR        TO CV-OPERADOR
    MOVE "P"                TO CV-SITUACAO
    MOVE SPACES             TO CV-ID-REMESSA
    MOVE 0                  TO CV-DATA-ENVIO
    WRITE REG-EVENTO-CCS
        INVALID KEY
            DISPLAY "ATENÇÃO: evento CCS da conta " WS-CCS-CONTA
                " CPF " WS-CCS-CPF " não gravado. Status: "
                FS-EVENTOS-CCS
            DISPLAY "Comunicar a área de cadastro para inclusão "
                "manual na remessa ao CCS."
    END-WRITE.

PROXIMO-EVENTO-CCS.
      *> Exit: WS-PROXIMO-EVENTO holds the next free event number (one
      *> past the highest on file), as PROXIMO-ITEM-INTERSAI does
    MOVE 0 TO WS-PROXIMO-EVENTO
    MOVE LOW-VALUES TO CV-NUMERO-EVENTO
    START ARQ-EVENTOS-CCS KEY IS NOT LESS THAN CV-NUMERO-EVENTO
        INVALID KEY MOVE "10" TO FS-EVENTOS-CCS
    END-START
    PERFORM UNTIL FS-EVENTOS-CCS NOT = "00"
        READ ARQ-EVENTOS-CCS NEXT RECORD
            AT END
                MOVE "10" TO FS-EVENTOS-CCS
            NOT AT END
                MOVE CV-NUMERO-EVENTO TO WS-PROXIMO-EVENTO
        END-READ
    END-PERFORM
    MOVE "00" TO FS-EVENTOS-CCS
    ADD 1 TO WS-PROXIMO-EVENTO.

MENU-FERIADOS.
    DISPLAY "----- CALENDÁRIO DE FERIADOS -----"
    DISPLAY "1 - Incluir feriado"
    DISPLAY "2 - Retirar feriado do calendário"
    DISPLAY "3 - Listar feriados do ano"
    DISPLAY "9 - Voltar"
    DISPLAY "Escolha uma opção: "
    ACCEPT OPCAO-FERIADO

    EVALUATE OPCAO-FERIADO
        WHEN 1
            PERFORM INCLUIR-FERIADO
        WHEN 2
            PERFORM RETIRAR-FERIADO
        WHEN 3
            PERFORM LISTAR-FERIADOS
        WHEN 9
            CONTINUE
        WHEN OTHER
            DISPLAY "Opção inválida."
    END-EVALUATE.

INCLUIR-FERIADO.
      *> The calendar decides which nights COBNOITE closes and when
      *> standing orders and installments fall due, so a change goes
      *> through a supervisor, and only for today onwards: a day
      *> already closed cannot become a holiday after the fact.
    DISPLAY "Data do feriado AAAAMMDD: "
    ACCEPT WS-DATA-FERIADO
    PERFORM VALIDAR-DATA-FERIADO
    IF WS-DATA-FERIADO = 0 THEN
        EXIT PARAGRAPH
    END-IF
    IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6 THEN
        DISPLAY "A data cai em sábado ou domingo, que já não são "
            "dias úteis. Nada a incluir."
        EXIT PARAGRAPH
    END-IF

    MOVE WS-DATA-FERIADO TO FE-DATA
    READ ARQ-FERIADOS
        INVALID KEY
            MOVE "N" TO FE-SITUACAO
    END-READ
    IF FE-SITUACAO = "A" THEN
        DISPLAY "Feriado já cadastrado: " FE-DESCRICAO
        EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO FE-ABRANGENCIA
    PERFORM UNTIL FE-ABRANGENCIA = "N" OR FE-ABRANGENCIA = "L"
        DISPLAY "Abrangência (N = nacional, L = local): "
        ACCEPT FE-ABRANGENCIA
        MOVE FUNCTION UPPER-CASE(FE-ABRANGENCIA) TO FE-ABRANGENCIA
        IF FE-ABRANGENCIA NOT = "N" AND FE-ABRANGENCIA NOT = "L" THEN
            DISPLAY "Abrangência inválida."
        END-IF
    END-PERFORM
    DISPLAY "Descrição: "
    ACCEPT FE-DESCRICAO
    IF FE-DESCRICAO = SPACES THEN
        DISPLAY "Descrição é obrigatória."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Inclusão de feriado exige aprovação de supervisor."
    STRING "FERIADO " WS-DATA-FERIADO " " FE-DESCRICAO
           DELIMITED BY SIZE INTO WS-DESCRICAO-APROVACAO
    END-STRING
    PERFORM APROVACAO-SUPERVISOR
    IF WS-APROVADO NOT = "S" THEN
        DISPLAY "Feriado não incluído."
        EXIT PARAGRAPH
    END-IF

    MOVE WS-DATA-FERIADO TO FE-DATA
    MOVE "A"             TO FE-SITUACAO
    MOVE FUNCTION CURRENT-DATE(1:8) TO FE-DATA-CADASTRO
    MOVE WS-OPERADOR     TO FE-OPERADOR
    MOVE WS-SUPERVISOR   TO FE-SUPERVISOR
    IF FS-FERIADOS = "23" THEN
        WRITE REG-FERIADO
            INVALID KEY
                DISPLAY "Erro ao gravar o feriado. Status: "
                    FS-FERIADOS
                EXIT PARAGRAPH
        END-WRITE
    ELSE
      *> a holiday taken off earlier comes back on the same record
        REWRITE REG-FERIADO
            INVALID KEY
                DISPLAY "Erro ao gravar o feriado. Status: "
                    FS-FERIADOS
                EXIT PARAGRAPH
        END-REWRITE
    END-IF
    DISPLAY "Feriado incluído: " FE-DATA " " FE-DESCRICAO.

RETIRAR-FERIADO.
    DISPLAY "Data do feriado AAAAMMDD: "
    ACCEPT WS-DATA-FERIADO
    PERFORM VALIDAR-DATA-FERIADO
    IF WS-DATA-FERIADO = 0 THEN
        EXIT PARAGRAPH
    END-IF
    MOVE WS-DATA-FERIADO TO FE-DATA
    READ ARQ-FERIADOS
        INVALID KEY
            DISPLAY "Data não consta do calendário."
            EXIT PARAGRAPH
    END-READ
    IF FE-SITUACAO NOT = "A" THEN
        DISPLAY "Feriado já retirado do calendário em "
            FE-DATA-CADASTRO "."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Feriado: " FE-DATA "  " FE-DESCRICAO
        "  Abrangência: " FE-ABRANGENCIA
    DISPLAY "Confirma a retirada (S/N)? "
    ACCEPT CONFIRMA
    IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s" THEN
        DISPLAY "Retirada cancelada."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Retirada de feriado exige aprovação de supervisor."
    STRING "RETIRAR FERIADO " WS-DATA-FERIADO
           DELIMITED BY SIZE INTO WS-DESCRICAO-APROVACAO
    END-STRING
    PERFORM APROVACAO-SUPERVISOR
    IF WS-APROVADO NOT = "S" THEN
        DISPLAY "Feriado mantido."
        EXIT PARAGRAPH
    END-IF

    MOVE "C"           TO FE-SITUACAO
    MOVE FUNCTION CURRENT-DATE(1:8) TO FE-DATA-CADASTRO
    MOVE WS-OPERADOR   TO FE-OPERADOR
    MOVE WS-SUPERVISOR TO FE-SUPERVISOR
    REWRITE REG-FERIADO
        INVALID KEY
            DISPLAY "Erro ao retirar o feriado. Status: " FS-FERIADOS
            EXIT PARAGRAPH
    END-REWRITE
    DISPLAY "Feriado retirado do calendário: a data " FE-DATA
        " volta a ser dia útil.".

VALIDAR-DATA-FERIADO.
      *> Entry: WS-DATA-FERIADO as keyed. Exit: WS-DATA-FERIADO = 0
      *> when the date is not a real calendar date or is already in
      *> the past; otherwise WS-DIA-SEMANA = day of the week
      *> (0 = domingo ... 6 = sábado).
    MOVE WS-DATA-FERIADO TO WS-DATA-CALC-NUM
    IF WS-MES-CALC < 1 OR WS-MES-CALC > 12
            OR WS-DIA-CALC < 1 OR WS-ANO-CALC < 1601 THEN
        DISPLAY "Data inválida."
        MOVE 0 TO WS-DATA-FERIADO
        EXIT PARAGRAPH
    END-IF
    PERFORM ULTIMO-DIA-DO-MES
    IF WS-DIA-CALC > WS-ULTIMO-DIA THEN
        DISPLAY "Data inválida."
        MOVE 0 TO WS-DATA-FERIADO
        EXIT PARAGRAPH
    END-IF
    IF WS-DATA-FERIADO < FUNCTION CURRENT-DATE(1:8) THEN
        DISPLAY "Data já passada: o calendário só muda de hoje em "
            "diante."
        MOVE 0 TO WS-DATA-FERIADO
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-DIA-SEMANA =
        FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-DATA-FERIADO), 7).

LISTAR-FERIADOS.
    DISPLAY "Ano AAAA (0 = ano atual): "
    ACCEPT WS-ANO-FERIADO
    IF WS-ANO-FERIADO = 0 THEN
        MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-FERIADO
    END-IF
    MOVE 0 TO WS-QTD-FERIADOS
    MOVE WS-ANO-FERIADO TO WS-DATA-FERIADO(1:4)
    MOVE "0101" TO WS-DATA-FERIADO(5:4)
    MOVE WS-DATA-FERIADO TO FE-DATA
    START ARQ-FERIADOS KEY IS NOT LESS THAN FE-DATA
        INVALID KEY MOVE "10" TO FS-FERIADOS
    END-START
    PERFORM UNTIL FS-FERIADOS NOT = "00"
        READ ARQ-FERIADOS NEXT RECORD
            AT END
                MOVE "10" TO FS-FERIADOS
            NOT AT END
                IF FE-DATA(1:4) NOT = WS-ANO-FERIADO THEN
                    MOVE "10" TO FS-FERIADOS
                ELSE
                    IF FE-SITUACAO = "A" THEN
                        ADD 1 TO WS-QTD-FERIADOS
                        DISPLAY FE-DATA(7:2) "/" FE-DATA(5:2) "/"
                            FE-DATA(1:4) "  " FE-ABRANGENCIA "  "
                            FE-DESCRICAO "  Operador: " FE-OPERADOR
                            "  Supervisor: " FE-SUPERVISOR
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE "00" TO FS-FERIADOS

    IF WS-QTD-FERIADOS = 0 THEN
        DISPLAY "Nenhum feriado cadastrado para " WS-ANO-FERIADO
            ": só sábados e domingos deixam de ser dias úteis."
    END-IF.

GRAVAR-ALERTA.
      *> Entry: WS-ALR-TIPO, WS-ALR-CONTA, WS-ALR-CPF, WS-ALR-VALOR
      *>        and WS-ALR-COMPLEMENTO set by the caller. Appends the
      *>        alert, pending, for the next COBALERT package; the
      *>        customer's contact and choices are applied there.
    PERFORM PROXIMO-ALERTA
    MOVE WS-PROXIMO-ALERTA  TO AV-NUMERO-ALERTA
    MOVE WS-ALR-TIPO        TO AV-TIPO-ALERTA
    MOVE WS-ALR-CONTA       TO AV-NUMERO-CONTA
    MOVE WS-ALR-CPF         TO AV-CPF
    MOVE WS-ALR-VALOR       TO AV-VALOR
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA-ATUAL
    MOVE WS-DATA-HORA-ATUAL TO AV-DATA-HORA
    MOVE WS-DATA-HORA-ATUAL(1:8) TO AV-DATA-MOVIMENTO
    MOVE WS-ALR-COMPLEMENTO TO AV-COMPLEMENTO
    MOVE WS-OPERADOR        TO AV-ORIGEM
    MOVE SPACES             TO AV-TELEFONE
    MOVE SPACES             TO AV-EMAIL
    MOVE "P"                TO AV-SITUACAO
    MOVE SPACES             TO AV-ID-REMESSA
    MOVE 0                  TO AV-DATA-ENVIO
    WRITE REG-ALERTA
        INVALID KEY
            DISPLAY "Aviso: alerta " WS-ALR-TIPO " da conta "
                WS-ALR-CONTA " não gravado. Status: " FS-ALERTAS
    END-WRITE.

PROXIMO-ALERTA.
      *> Exit: WS-PROXIMO-ALERTA holds the next free alert number (one
      *> past the highest on file), as PROXIMO-EVENTO-CCS does
    MOVE 0 TO WS-PROXIMO-ALERTA
    MOVE LOW-VALUES TO AV-NUMERO-ALERTA
    START ARQ-ALERTAS KEY IS NOT LESS THAN AV-NUMERO-ALERTA
        INVALID KEY MOVE "10" TO FS-ALERTAS
    END-START
    PERFORM UNTIL FS-ALERTAS NOT = "00"
        READ ARQ-ALERTAS NEXT RECORD
            AT END
                MOVE "10" TO FS-ALERTAS
            NOT AT END
                MOVE AV-NUMERO-ALERTA TO WS-PROXIMO-ALERTA
        END-READ
    END-PERFORM
    MOVE "00" TO FS-ALERTAS
    ADD 1 TO WS-PROXIMO-ALERTA.
