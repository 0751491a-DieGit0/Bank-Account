           02 ext-saldo-anterior     PIC S9(10)V99.
           02 ext-saldo-novo         PIC S9(10)V99.
           02 ext-operador           PIC X(10).
           02 ext-documento          PIC 9(6).

       FD  F-CADASTRO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-DATA.txt".
           IF WS-VALOR-ABS > WS-LIMITE-VALOR THEN
               PERFORM ALERTA-VALOR-ALTO
           END-IF
           IF ext-tipo = "S" OR ext-tipo = "Q" THEN
               ADD 1 TO WS-QTD-SAQUES
           END-IF
           IF ext-tipo = "D" THEN
