      *>   V interb recebida debita REDE       credita DEPOSITOS
      *>   E transf enviada  debita DEPOSITOS  (credito no "R" par)
      *>   R transf recebida credita DEPOSITOS (debito no "E" par)
      *>   X estorno de débito  o inverso do original em
      *>   Y estorno de crédito JR-TIPO-ORIGINAL: estorno de "E" só
      *>                        credita DEPOSITOS, estorno de "R" só
      *>                        debita DEPOSITOS
      *>   L liberação empr. debita EMPRESTIMOS credita DEPOSITOS
      *>   P amortização     debita DEPOSITOS  credita EMPRESTIMOS
      *>   K juros empr.     debita DEPOSITOS  credita RECEITAS
      *> D/S/J/C/T/I/V/L/P/K balance themselves; the file only nets to zero when
      *> every "E" has its "R" - which is exactly the control wanted -
      *> and, likewise, every reversed "E" has its reversed "R".

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

01 TABELA-TIPOS-GL.
      *> one accumulator per journal operation type, fixed order
   05 TIPO-GL OCCURS 14 TIMES.
      10 TG-TIPO             PIC X.
      10 TG-QTD              PIC 9(7).
      10 TG-DEBITOS          PIC 9(12)V99.
      10 TG-CREDITOS         PIC 9(12)V99.
01 TIPOS-GL-CONHECIDOS    PIC X(14) VALUE "DSJCERTIVXYLPK".

01 WS-NOME-JORNAL         PIC X(15).
01 WS-DATA-MOVIMENTO      PIC 9(8).
    CLOSE ARQ-PARAMETRO.

INICIAR-TABELA-GL.
    PERFORM VARYING INDICE FROM 1 BY 1 UNTIL INDICE > 14
        MOVE TIPOS-GL-CONHECIDOS(INDICE:1) TO TG-TIPO(INDICE)
        MOVE 0 TO TG-QTD(INDICE)
        MOVE 0 TO TG-DEBITOS(INDICE)
ACUMULAR-LANCAMENTO-GL.
    MOVE 0 TO WS-POSICAO-TIPO
    PERFORM VARYING INDICE FROM 1 BY 1
            UNTIL INDICE > 14 OR WS-POSICAO-TIPO > 0
        IF TG-TIPO(INDICE) = JR-TIPO-OPERACAO THEN
            MOVE INDICE TO WS-POSICAO-TIPO
        END-IF
        WHEN "T"
        WHEN "I"
        WHEN "V"
        WHEN "L"
        WHEN "P"
        WHEN "K"
          *> operações contra o caixa ou resultado: débito e crédito
          *> de mesmo valor, equilibram-se sozinhas
            ADD JR-VALOR-OPERACAO TO TG-DEBITOS(WS-POSICAO-TIPO)
        WHEN "R"
            ADD JR-VALOR-OPERACAO TO TG-CREDITOS(WS-POSICAO-TIPO)
            ADD JR-VALOR-OPERACAO TO WS-TOTAL-CREDITOS
        WHEN "X"
        WHEN "Y"
            PERFORM ACUMULAR-ESTORNO-GL
    END-EVALUATE.

ACUMULAR-ESTORNO-GL.
      *> a reversal posts the mirror of its original: a reversed cash
      *> entry balances itself again, while the reversed legs of a
      *> transfer each post one side only and must meet
    EVALUATE JR-TIPO-ORIGINAL
        WHEN "E"
            ADD JR-VALOR-OPERACAO TO TG-CREDITOS(WS-POSICAO-TIPO)
            ADD JR-VALOR-OPERACAO TO WS-TOTAL-CREDITOS
        WHEN "R"
            ADD JR-VALOR-OPERACAO TO TG-DEBITOS(WS-POSICAO-TIPO)
            ADD JR-VALOR-OPERACAO TO WS-TOTAL-DEBITOS
        WHEN OTHER
            ADD JR-VALOR-OPERACAO TO TG-DEBITOS(WS-POSICAO-TIPO)
            ADD JR-VALOR-OPERACAO TO TG-CREDITOS(WS-POSICAO-TIPO)
            ADD JR-VALOR-OPERACAO TO WS-TOTAL-DEBITOS
            ADD JR-VALOR-OPERACAO TO WS-TOTAL-CREDITOS
    END-EVALUATE.

EXCECAO-TIPO-DESCONHECIDO.
        GOBACK
    END-IF

    PERFORM VARYING INDICE FROM 1 BY 1 UNTIL INDICE > 14
        IF TG-QTD(INDICE) > 0 THEN
            MOVE "S" TO GL-TIPO-REGISTRO
            MOVE WS-DATA-MOVIMENTO TO GL-DATA-MOVIMENTO
