           02 ext-saldo-anterior     PIC S9(10)V99.
           02 ext-saldo-novo         PIC S9(10)V99.
           02 ext-operador           PIC X(10).
           02 ext-documento          PIC 9(6).

       FD  F-RELATORIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FECHAMENTO-OPERADOR.txt".
             WHEN "D"
               ADD 1 TO WS-OPER-QTD-DEP(WS-IDX-ACHADO)
               ADD WS-VALOR-ABS TO WS-OPER-VAL-DEP(WS-IDX-ACHADO)
      *      Cheque pago no caixa sai da gaveta como um saque.
             WHEN "S" WHEN "Q"
               ADD 1 TO WS-OPER-QTD-SAQ(WS-IDX-ACHADO)
               ADD WS-VALOR-ABS TO WS-OPER-VAL-SAQ(WS-IDX-ACHADO)
      *      A transfer writes two "T" legs under the same operator;
