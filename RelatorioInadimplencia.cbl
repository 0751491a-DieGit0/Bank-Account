      ******************************************************************
      * Author: Grupo os BATUTINHAS
      * Purpose: Month-end arrears report for the collections desk:
      *          walks PARCELAS-EMPRESTIMO.txt and lists every loan
      *          installment still open after its due date, with the
      *          amount in arrears (installment plus fine and late
      *          interest, less anything already debited) and the
      *          days overdue at the reference date, the agencia
      *          taken from F-CADASTRO (F-DATA.txt) and the branch
      *          name from AGENCIAS.txt. At the end the overdue
      *          installments are aged per agencia into the buckets
      *          1-30, 31-60, 61-90 and over 90 days, with count and
      *          value per bucket and a bank-wide total line, into
      *          RELATORIO-INADIMPLENCIA.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RELATORIO-INADIMPLENCIA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MEU-PC.
       OBJECT-COMPUTER. MEU_PC.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-PARCELAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS prc-chave
           FILE STATUS   PRC-OK.
       SELECT F-CADASTRO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS cod-conta
           ALTERNATE RECORD KEY nome
               WITH DUPLICATES
           FILE STATUS   ARQ-OK.
       SELECT F-AGENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS age-codigo
           FILE STATUS   AGE-OK.
       SELECT F-DIACONTABIL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   DIA-OK.
       SELECT F-RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   REL-OK.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PARCELAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARCELAS-EMPRESTIMO.txt".
       01  PARCELA-REG.
           02 prc-chave.
               03 prc-contrato    PIC 9(6).
               03 prc-numero      PIC 9(3).
           02 prc-cod-conta       PIC 9(5).
           02 prc-vencimento      PIC 9(8).
           02 prc-valor           PIC S9(9)V99.
           02 prc-amortizacao     PIC S9(9)V99.
           02 prc-juros           PIC S9(9)V99.
           02 prc-saldo-devedor   PIC S9(9)V99.
           02 prc-multa           PIC S9(7)V99.
           02 prc-mora            PIC S9(7)V99.
           02 prc-data-encargo    PIC 9(8).
           02 prc-valor-pago      PIC S9(9)V99.
           02 prc-data-pagamento  PIC 9(8).
           02 prc-status          PIC X(1).

       FD  F-CADASTRO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-DATA.txt".
       01  DADOS-CADASTRO.
           02 cod-conta                PIC 9(5).
           02 cod-agencia              PIC 9(5).
           02 nome                     PIC AAAAAAAAAA value spaces.
           02 saldo                    PIC $---.---.---.--9,99.
           02 data-abertura            PIC 9(8).
           02 data-ultima-movimentacao PIC 9(8).
           02 cod-cliente              PIC 9(5).
           02 situacao                 PIC X(1).

       FD  F-AGENCIAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AGENCIAS.txt".
       01  AGENCIA-REG.
           02 age-codigo   PIC 9(5).
           02 age-nome     PIC X(30).
           02 age-status   PIC X(1).

       FD  F-DIACONTABIL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIA-CONTABIL.txt".
       01  DIA-REG.
           02 dia-data   PIC 9(8).
           02 dia-status PIC X(1).

       FD  F-RELATORIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RELATORIO-INADIMPLENCIA.txt".
       01  REL-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       77 PRC-OK            PIC X(02) VALUE ZEROES.
       77 ARQ-OK            PIC X(02) VALUE ZEROES.
       77 AGE-OK            PIC X(02) VALUE ZEROES.
       77 DIA-OK            PIC X(02) VALUE ZEROES.
       77 REL-OK            PIC X(02) VALUE ZEROES.
       77 WS-EOF            PIC X(01) VALUE "N".
       77 WS-TEM-AGENCIAS   PIC X(01) VALUE "N".
       77 WS-DATA-CONTABIL  PIC 9(08) VALUE ZEROES.
       77 WS-DATA-REF       PIC 9(08) VALUE ZEROES.
       77 WS-AGENCIA-CONTA  PIC 9(05) VALUE ZEROES.
       77 WS-NOME-AGENCIA   PIC X(30) VALUE SPACES.
       77 WS-DIAS-ATRASO    PIC S9(07) VALUE ZEROES.
       77 WS-DIAS-EDIT      PIC ---.--9.
       77 WS-FAIXA          PIC 9(01) VALUE ZEROES.
       77 WS-VALOR-ATRASO   PIC S9(9)V99 VALUE ZEROES.
       77 WS-VALOR-EDIT     PIC $---.---.---.--9,99.
       77 WS-IDX            PIC 9(03) VALUE ZEROES.
       77 WS-IDX-ACHADO     PIC 9(03) VALUE ZEROES.
       77 WS-IDX-FAIXA      PIC 9(01) VALUE ZEROES.
       77 WS-QTD-AGENCIAS   PIC 9(03) VALUE ZEROES.
       77 WS-MAX-AGENCIAS   PIC 9(03) VALUE 100.
       77 WS-TOTAL-ATRASADAS PIC 9(07) VALUE 0.
       77 WS-TOTAL-VALOR    PIC S9(11)V99 VALUE ZEROES.
       01 WS-ROTULOS-FAIXA.
           02 FILLER PIC X(09) VALUE "1-30    ".
           02 FILLER PIC X(09) VALUE "31-60   ".
           02 FILLER PIC X(09) VALUE "61-90   ".
           02 FILLER PIC X(09) VALUE "90+     ".
       01 WS-TAB-ROTULOS REDEFINES WS-ROTULOS-FAIXA.
           02 WS-ROTULO-FAIXA PIC X(09) OCCURS 4 TIMES.
       01 WS-TABELA-AGENCIAS.
           02 WS-AGE-ENT OCCURS 100 TIMES.
               03 WS-AGE-CODIGO-T   PIC 9(05).
               03 WS-AGE-FAIXA OCCURS 4 TIMES.
                   04 WS-AGE-QTD    PIC 9(07).
                   04 WS-AGE-VALOR  PIC S9(11)V99.
       01 WS-TOTAIS-BANCO.
           02 WS-BCO-FAIXA OCCURS 4 TIMES.
               03 WS-BCO-QTD        PIC 9(07).
               03 WS-BCO-VALOR      PIC S9(11)V99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INICIO.
           INITIALIZE WS-TABELA-AGENCIAS
           INITIALIZE WS-TOTAIS-BANCO
           DISPLAY "RELATORIO DE INADIMPLENCIA DE EMPRESTIMOS"
           DISPLAY "=========================================="
           PERFORM LER-DIA-CONTABIL
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, 0=DATA CONTABIL): "
           ACCEPT WS-DATA-REF
           IF WS-DATA-REF = ZEROES THEN
               MOVE WS-DATA-CONTABIL TO WS-DATA-REF
           END-IF
           PERFORM ABRE-ARQUIVOS
           MOVE SPACES TO REL-LINHA
           STRING "RELATORIO DE INADIMPLENCIA DE EMPRESTIMOS - "
                  "REFERENCIA " WS-DATA-REF
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE "======================================================"
               TO REL-LINHA
           PERFORM ESCREVER-LINHA
           PERFORM PROCESSA-PARCELAS UNTIL WS-EOF = "Y"
           PERFORM IMPRIMIR-TOTAIS-AGENCIA
           CLOSE F-PARCELAS
           CLOSE F-CADASTRO
           IF WS-TEM-AGENCIAS = "S" THEN
               CLOSE F-AGENCIAS
           END-IF
           CLOSE F-RELATORIO
           MOVE WS-TOTAL-VALOR TO WS-VALOR-EDIT
           DISPLAY "=========================================="
           DISPLAY "PARCELAS EM ATRASO..: " WS-TOTAL-ATRASADAS
           DISPLAY "VALOR EM ATRASO.....: " WS-VALOR-EDIT
           DISPLAY "RELATORIO GRAVADO EM RELATORIO-INADIMPLENCIA.txt"
           STOP RUN.

       LER-DIA-CONTABIL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-CONTABIL
           OPEN INPUT F-DIACONTABIL
           IF DIA-OK = "00" THEN
               READ F-DIACONTABIL
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE dia-data TO WS-DATA-CONTABIL
               END-READ
               CLOSE F-DIACONTABIL
           END-IF.

       ABRE-ARQUIVOS.
           OPEN INPUT F-PARCELAS
           IF PRC-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR PARCELAS-EMPRESTIMO.txt. STATUS: "
                   PRC-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F-CADASTRO
           IF ARQ-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR F-DATA.txt. STATUS: " ARQ-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F-AGENCIAS
           IF AGE-OK = "00" THEN
               MOVE "S" TO WS-TEM-AGENCIAS
           END-IF
           OPEN OUTPUT F-RELATORIO
           IF REL-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR RELATORIO-INADIMPLENCIA.txt."
               DISPLAY "STATUS: " REL-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESSA-PARCELAS.
           READ F-PARCELAS NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF prc-status = "A"
                  AND prc-vencimento < WS-DATA-REF THEN
                   ADD 1 TO WS-TOTAL-ATRASADAS
                   PERFORM TRATAR-PARCELA-ATRASADA
               END-IF
           END-READ.

       TRATAR-PARCELA-ATRASADA.
           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-REF) -
               FUNCTION INTEGER-OF-DATE(prc-vencimento)
           EVALUATE TRUE
             WHEN WS-DIAS-ATRASO NOT > 30
               MOVE 1 TO WS-FAIXA
             WHEN WS-DIAS-ATRASO NOT > 60
               MOVE 2 TO WS-FAIXA
             WHEN WS-DIAS-ATRASO NOT > 90
               MOVE 3 TO WS-FAIXA
             WHEN OTHER
               MOVE 4 TO WS-FAIXA
           END-EVALUATE
           COMPUTE WS-VALOR-ATRASO = prc-valor + prc-multa + prc-mora
               - prc-valor-pago
           ADD WS-VALOR-ATRASO TO WS-TOTAL-VALOR
           PERFORM BUSCAR-AGENCIA-DA-CONTA
           PERFORM ACUMULAR-AGENCIA
           MOVE WS-DIAS-ATRASO TO WS-DIAS-EDIT
           MOVE WS-VALOR-ATRASO TO WS-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "AGENCIA " WS-AGENCIA-CONTA
                  " " WS-NOME-AGENCIA(1:20)
                  " CONTA " prc-cod-conta
                  " CONTRATO " prc-contrato
                  " PARC " prc-numero
                  " VENC " prc-vencimento
                  " DIAS " WS-DIAS-EDIT
                  " EM ATRASO " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA.

       BUSCAR-AGENCIA-DA-CONTA.
           MOVE ZEROES TO WS-AGENCIA-CONTA
           MOVE "AGENCIA DESCONHECIDA" TO WS-NOME-AGENCIA
           MOVE prc-cod-conta TO cod-conta
           READ F-CADASTRO
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE cod-agencia TO WS-AGENCIA-CONTA
               IF WS-TEM-AGENCIAS = "S" THEN
                   MOVE cod-agencia TO age-codigo
                   READ F-AGENCIAS
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE age-nome TO WS-NOME-AGENCIA
                   END-READ
               END-IF
           END-READ.

       ACUMULAR-AGENCIA.
           ADD 1 TO WS-BCO-QTD(WS-FAIXA)
           ADD WS-VALOR-ATRASO TO WS-BCO-VALOR(WS-FAIXA)
           MOVE ZEROES TO WS-IDX-ACHADO
           PERFORM COMPARAR-AGENCIA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-AGENCIAS
                  OR WS-IDX-ACHADO NOT = ZEROES
           IF WS-IDX-ACHADO = ZEROES THEN
               IF WS-QTD-AGENCIAS < WS-MAX-AGENCIAS THEN
                   ADD 1 TO WS-QTD-AGENCIAS
                   MOVE WS-QTD-AGENCIAS TO WS-IDX-ACHADO
                   MOVE WS-AGENCIA-CONTA
                       TO WS-AGE-CODIGO-T(WS-IDX-ACHADO)
               END-IF
           END-IF
           IF WS-IDX-ACHADO NOT = ZEROES THEN
               ADD 1 TO WS-AGE-QTD(WS-IDX-ACHADO, WS-FAIXA)
               ADD WS-VALOR-ATRASO
                   TO WS-AGE-VALOR(WS-IDX-ACHADO, WS-FAIXA)
           END-IF.

       COMPARAR-AGENCIA.
           IF WS-AGE-CODIGO-T(WS-IDX) = WS-AGENCIA-CONTA THEN
               MOVE WS-IDX TO WS-IDX-ACHADO
           END-IF.

       IMPRIMIR-TOTAIS-AGENCIA.
           MOVE "======================================================"
               TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE "ENVELHECIMENTO POR AGENCIA (DIAS EM ATRASO)"
               TO REL-LINHA
           PERFORM ESCREVER-LINHA
           PERFORM IMPRIMIR-AGENCIA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-AGENCIAS
           MOVE "======================================================"
               TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE "TOTAL DO BANCO" TO REL-LINHA
           PERFORM ESCREVER-LINHA
           PERFORM IMPRIMIR-FAIXA-BANCO
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > 4.

       IMPRIMIR-AGENCIA.
           MOVE SPACES TO REL-LINHA
           STRING "AGENCIA " WS-AGE-CODIGO-T(WS-IDX)
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           PERFORM IMPRIMIR-FAIXA-AGENCIA
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > 4.

       IMPRIMIR-FAIXA-AGENCIA.
           MOVE WS-AGE-VALOR(WS-IDX, WS-IDX-FAIXA) TO WS-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "    " WS-ROTULO-FAIXA(WS-IDX-FAIXA)
                  " DIAS  PARCELAS " WS-AGE-QTD(WS-IDX, WS-IDX-FAIXA)
                  " VALOR " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA.

       IMPRIMIR-FAIXA-BANCO.
           MOVE WS-BCO-VALOR(WS-IDX-FAIXA) TO WS-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "    " WS-ROTULO-FAIXA(WS-IDX-FAIXA)
                  " DIAS  PARCELAS " WS-BCO-QTD(WS-IDX-FAIXA)
                  " VALOR " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA.

       ESCREVER-LINHA.
           WRITE REL-LINHA
           DISPLAY REL-LINHA.

       END PROGRAM RELATORIO-INADIMPLENCIA.
