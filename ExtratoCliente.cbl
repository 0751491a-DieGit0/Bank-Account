           02 ext-saldo-anterior     PIC S9(10)V99.
           02 ext-saldo-novo         PIC S9(10)V99.
           02 ext-operador           PIC X(10).
           02 ext-documento          PIC 9(6).

       FD  F-ARQUIVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EXTRATO-ARQUIVO.txt".
           02 arq-saldo-anterior     PIC S9(10)V99.
           02 arq-saldo-novo         PIC S9(10)V99.
           02 arq-operador           PIC X(10).
           02 arq-documento          PIC 9(6).

       SD  SORT-EXTRATO.
       01  SORT-EXT-REC.
           02 sort-saldo-anterior    PIC S9(10)V99.
           02 sort-saldo-novo        PIC S9(10)V99.
           02 sort-operador          PIC X(10).
           02 sort-documento         PIC 9(6).

       FD  F-CADASTRO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-DATA.txt".
                   MOVE arq-saldo-anterior TO sort-saldo-anterior
                   MOVE arq-saldo-novo     TO sort-saldo-novo
                   MOVE arq-operador       TO sort-operador
                   MOVE arq-documento      TO sort-documento
                   RELEASE SORT-EXT-REC
               END-IF
           END-READ.
                   MOVE ext-saldo-anterior TO sort-saldo-anterior
                   MOVE ext-saldo-novo     TO sort-saldo-novo
                   MOVE ext-operador       TO sort-operador
                   MOVE ext-documento      TO sort-documento
                   RELEASE SORT-EXT-REC
               END-IF
           END-READ.
             WHEN "C" MOVE "AJUSTE CADASTR" TO WS-TIPO-EXTENSO
             WHEN "F" MOVE "TARIFA MENSAL " TO WS-TIPO-EXTENSO
             WHEN "J" MOVE "JUROS CREDOR  " TO WS-TIPO-EXTENSO
             WHEN "I" MOVE "IR RETIDO     " TO WS-TIPO-EXTENSO
             WHEN "E" MOVE "ESTORNO       " TO WS-TIPO-EXTENSO
             WHEN "Q" MOVE "CHEQUE PAGO   " TO WS-TIPO-EXTENSO
             WHEN "K" MOVE "DEPOSITO CHEQ " TO WS-TIPO-EXTENSO
             WHEN "V" MOVE "CHEQUE DEVOLV " TO WS-TIPO-EXTENSO
             WHEN "L" MOVE "EMPRESTIMO    " TO WS-TIPO-EXTENSO
             WHEN "P" MOVE "PARCELA EMPR  " TO WS-TIPO-EXTENSO
             WHEN "A" MOVE "APLICACAO     " TO WS-TIPO-EXTENSO
             WHEN "R" MOVE "RESGATE APLIC " TO WS-TIPO-EXTENSO
             WHEN "B" MOVE "DEBITO AUTOMAT" TO WS-TIPO-EXTENSO
             WHEN OTHER MOVE "MOVIMENTO     " TO WS-TIPO-EXTENSO
           END-EVALUATE
           MOVE sort-valor      TO WS-VALOR-EDIT
                  "  SALDO " WS-SALDO-EDIT
               DELIMITED BY SIZE INTO SAI-LINHA
           END-STRING
      * linhas antigas do arquivo nao trazem documento
           IF sort-documento IS NUMERIC
                   AND sort-documento > ZEROES THEN
               MOVE sort-documento TO SAI-LINHA(80:6)
               MOVE "DOC" TO SAI-LINHA(76:3)
           END-IF
           PERFORM GRAVAR-LINHA
           ADD 1 TO WS-TOTAL-LINHAS.

