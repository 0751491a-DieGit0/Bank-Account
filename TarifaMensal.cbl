      *          supervisor screen in CONTACORRENTE (fee amount,
      *          credit-interest rate, exemption flag). Each posting
      *          writes a proper EXTRATO.txt entry under the business
      *          date - tipo J for the credit interest, tipo I for the
      *          income tax withheld on that interest at the rate kept
      *          in ALIQUOTA-IR.txt by the same supervisor screen
      *          (documento pointing at the J entry it was withheld
      *          from), tipo F for the fee - so PROVA-EXTRATO and
      *          INTERFACE-CONTABIL pick them up automatically, instead
      *          of the two amounts being keyed by hand as
      *          DEPOSITO/SAQUE movements that MONITORA-MOVIMENTOS then
      *          flags as unusual. Agencias with the exemption flag set,
      *          or absent from the tariff master, are skipped. Run
      *          summary goes to TARIFA-MENSAL.txt. Every EXTRATO entry
      *          posted is also queued as a pending customer alert in
      *          ALERTAS.txt for ENVIA-ALERTAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS DYNAMIC
           RECORD KEY IS cnt-cod-conta
           FILE STATUS   CNT-OK.
       SELECT F-ALIQUOTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   ALI-OK.
       SELECT F-RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   REL-OK.
       SELECT F-ALERTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS alr-chave
           FILE STATUS   ALR-OK.

       DATA DIVISION.
       FILE SECTION.
           02 ext-saldo-anterior     PIC S9(10)V99.
           02 ext-saldo-novo         PIC S9(10)V99.
           02 ext-operador           PIC X(10).
           02 ext-documento          PIC 9(6).

       FD  F-TARIFAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TARIFAS.txt".
           02 cnt-ult-extrato   PIC 9(6).
           02 cnt-ult-historico PIC 9(6).

       FD  F-ALIQUOTA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ALIQUOTA-IR.txt".
       01  ALIQUOTA-REG.
           02 ali-percentual    PIC 9(2)V99.
           02 ali-data-vigencia PIC 9(8).
           02 ali-operador      PIC X(10).

       FD  F-RELATORIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TARIFA-MENSAL.txt".
       01  REL-LINHA PIC X(100).

       FD  F-ALERTAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ALERTAS.txt".
       01  ALERTA-REG.
           02 alr-chave.
               03 alr-cod-conta     PIC 9(5).
               03 alr-data-hora     PIC 9(16).
               03 alr-tipo          PIC X(1).
               03 alr-referencia    PIC 9(6).
           02 alr-cod-cliente       PIC 9(5).
           02 alr-valor             PIC S9(9)V99.
           02 alr-saldo             PIC S9(10)V99.
           02 alr-data-contabil     PIC 9(8).
           02 alr-ext-tipo          PIC X(1).
           02 alr-origem            PIC X(10).
           02 alr-status            PIC X(1).
           02 alr-data-envio        PIC 9(8).

       WORKING-STORAGE SECTION.
       77 ARQ-OK            PIC X(02) VALUE ZEROES.
       77 EXT-OK            PIC X(02) VALUE ZEROES.
       77 DIA-OK            PIC X(02) VALUE ZEROES.
       77 REL-OK            PIC X(02) VALUE ZEROES.
       77 CNT-OK            PIC X(02) VALUE ZEROES.
       77 ALI-OK            PIC X(02) VALUE ZEROES.
       77 WS-EOF            PIC X(01) VALUE "N".
       77 WS-FIM-SEQ        PIC X(01) VALUE "N".
       77 WS-DATA-CONTABIL  PIC 9(08) VALUE ZEROES.
       77 WS-SALDO-ANTERIOR PIC S9(10)V99 VALUE ZEROES.
       77 WS-VALOR-MOV      PIC S9(9)V99  VALUE ZEROES.
       77 WS-JUROS          PIC S9(9)V99  VALUE ZEROES.
       77 WS-IR-RETIDO      PIC S9(9)V99  VALUE ZEROES.
       77 WS-ALIQUOTA-IR    PIC 9(2)V99   VALUE ZEROES.
       77 WS-DOCUMENTO-MOV  PIC 9(06) VALUE ZEROES.
       77 WS-ULTIMA-SEQ     PIC 9(06) VALUE ZEROES.
       77 WS-CONTA-EXTRATO  PIC 9(05) VALUE ZEROES.
       77 WS-TIPO-MOV       PIC X(01) VALUE SPACES.
       77 WS-TOTAL-TARIFAS  PIC 9(07) VALUE 0.
       77 WS-TOTAL-JUROS    PIC 9(07) VALUE 0.
       77 WS-TOTAL-ISENTAS  PIC 9(07) VALUE 0.
       77 WS-TOTAL-IR       PIC 9(07) VALUE 0.
       77 WS-SOMA-TARIFAS   PIC S9(11)V99 VALUE ZEROES.
       77 WS-SOMA-JUROS     PIC S9(11)V99 VALUE ZEROES.
       77 WS-SOMA-IR        PIC S9(11)V99 VALUE ZEROES.
       77 ALR-OK            PIC X(02) VALUE ZEROES.
       77 WS-TOTAL-ALERTAS  PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               DISPLAY "ABRA O DIA COM ABERTURA-FECHAMENTO-DIA."
               STOP RUN
           END-IF
           PERFORM LER-ALIQUOTA-IR
           PERFORM ABRE-ARQUIVOS
           DISPLAY "TARIFA MENSAL E JUROS SOBRE SALDO CREDOR"
           DISPLAY "========================================"
           DISPLAY "DATA CONTABIL: " WS-DATA-CONTABIL
           DISPLAY "ALIQUOTA IR..: " WS-ALIQUOTA-IR "%"
           PERFORM GRAVAR-CABECALHO
           PERFORM PROCESSA-CONTAS UNTIL WS-EOF = "Y"
           PERFORM GRAVAR-TOTAIS
           CLOSE F-TARIFAS
           CLOSE F-RELATORIO
           CLOSE F-CONTADORES
           CLOSE F-ALERTAS
           DISPLAY "========================================"
           DISPLAY "CONTAS PROCESSADAS..: " WS-TOTAL-CONTAS
           DISPLAY "TARIFAS POSTADAS....: " WS-TOTAL-TARIFAS
           DISPLAY "JUROS POSTADOS......: " WS-TOTAL-JUROS
           DISPLAY "RETENCOES DE IR.....: " WS-TOTAL-IR
           DISPLAY "CONTAS ISENTAS......: " WS-TOTAL-ISENTAS
           DISPLAY "ALERTAS NA FILA.....: " WS-TOTAL-ALERTAS
           DISPLAY "RESUMO GRAVADO EM TARIFA-MENSAL.txt"
           STOP RUN.

               CLOSE F-DIACONTABIL
           END-IF.

      * sem ALIQUOTA-IR.txt os juros sao postados sem retencao
       LER-ALIQUOTA-IR.
           MOVE ZEROES TO WS-ALIQUOTA-IR
           OPEN INPUT F-ALIQUOTA
           IF ALI-OK = "00" THEN
               READ F-ALIQUOTA
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE ali-percentual TO WS-ALIQUOTA-IR
               END-READ
               CLOSE F-ALIQUOTA
           END-IF
           IF WS-ALIQUOTA-IR = ZEROES THEN
               DISPLAY "ALIQUOTA DE IR NAO CADASTRADA - JUROS SEM "
                   "RETENCAO."
           END-IF.

       ABRE-ARQUIVOS.
           OPEN I-O F-CADASTRO
           IF ARQ-OK NOT = "00" THEN
           IF CNT-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR CONTADORES.txt. STATUS: " CNT-OK
               STOP RUN
           END-IF
           OPEN I-O F-ALERTAS
           IF ALR-OK = "35" THEN
               OPEN OUTPUT F-ALERTAS
               CLOSE F-ALERTAS
               OPEN I-O F-ALERTAS
           END-IF
           IF ALR-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR ALERTAS.txt. STATUS: " ALR-OK
               STOP RUN
           END-IF.

       GRAVAR-CABECALHO.
                   MOVE WS-JUROS TO WS-VALOR-MOV
                   ADD WS-VALOR-MOV TO WS-SALDO-NUM
                   MOVE "J" TO WS-TIPO-MOV
                   MOVE ZEROES TO WS-DOCUMENTO-MOV
                   PERFORM GRAVAR-EXTRATO
                   MOVE "S" TO WS-POSTOU-ALGO
                   ADD 1 TO WS-TOTAL-JUROS
                   ADD WS-JUROS TO WS-SOMA-JUROS
                   PERFORM GRAVAR-LINHA-CONTA
                   PERFORM RETER-IR-JUROS
               END-IF
           END-IF.

      * o IR sai dos proprios juros, como lancamento separado (tipo I)
      * que leva no documento a sequencia do credito J; e retido mesmo
      * em conta dormente ou bloqueada, porque acompanha o credito
       RETER-IR-JUROS.
           IF WS-ALIQUOTA-IR > ZEROES THEN
               COMPUTE WS-IR-RETIDO ROUNDED =
                   WS-JUROS * WS-ALIQUOTA-IR / 100
               IF WS-IR-RETIDO > ZEROES THEN
                   MOVE ext-sequencia TO WS-DOCUMENTO-MOV
                   MOVE WS-SALDO-NUM TO WS-SALDO-ANTERIOR
                   COMPUTE WS-VALOR-MOV = WS-IR-RETIDO * -1
                   ADD WS-VALOR-MOV TO WS-SALDO-NUM
                   MOVE "I" TO WS-TIPO-MOV
                   PERFORM GRAVAR-EXTRATO
                   ADD 1 TO WS-TOTAL-IR
                   ADD WS-IR-RETIDO TO WS-SOMA-IR
                   PERFORM GRAVAR-LINHA-CONTA
               END-IF
           END-IF.

               COMPUTE WS-VALOR-MOV = trf-tarifa-mensal * -1
               ADD WS-VALOR-MOV TO WS-SALDO-NUM
               MOVE "F" TO WS-TIPO-MOV
               MOVE ZEROES TO WS-DOCUMENTO-MOV
               PERFORM GRAVAR-EXTRATO
               MOVE "S" TO WS-POSTOU-ALGO
               ADD 1 TO WS-TOTAL-TARIFAS
           END-STRING
           WRITE REL-LINHA.

      * aviso ao cliente: todo lancamento entra pendente na fila
      * ALERTAS.txt, que o ENVIA-ALERTAS filtra pelas preferencias
      * do cliente e manda ao gateway de SMS/e-mail
       GRAVAR-ALERTA-MOVIMENTO.
           MOVE ext-cod-conta    TO alr-cod-conta
           MOVE FUNCTION CURRENT-DATE(1:16) TO alr-data-hora
           MOVE "M"              TO alr-tipo
           MOVE ext-sequencia    TO alr-referencia
           MOVE cod-cliente      TO alr-cod-cliente
           MOVE ext-valor        TO alr-valor
           MOVE ext-saldo-novo   TO alr-saldo
           MOVE ext-data         TO alr-data-contabil
           MOVE ext-tipo         TO alr-ext-tipo
           MOVE ext-operador     TO alr-origem
           PERFORM GRAVAR-ALERTA.

       GRAVAR-ALERTA.
           MOVE "P"              TO alr-status
           MOVE ZEROES           TO alr-data-envio
           WRITE ALERTA-REG
             INVALID KEY
               DISPLAY "ERRO AO GRAVAR O ALERTA DA CONTA " alr-cod-conta
             NOT INVALID KEY
               ADD 1 TO WS-TOTAL-ALERTAS
           END-WRITE.

       SALDO-PARA-NUMERICO.
           MOVE saldo TO WS-SALDO-ALPHA
           COMPUTE WS-SALDO-NUM = FUNCTION NUMVAL-C(WS-SALDO-ALPHA).
           MOVE WS-SALDO-ANTERIOR TO ext-saldo-anterior
           MOVE WS-SALDO-NUM     TO ext-saldo-novo
           MOVE "TARIFA"         TO ext-operador
           MOVE WS-DOCUMENTO-MOV TO ext-documento
           WRITE EXTRATO-REG
             INVALID KEY
               DISPLAY "ERRO AO GRAVAR O EXTRATO DA CONTA "
                   ext-cod-conta
             NOT INVALID KEY
               PERFORM ATUALIZAR-CONTADOR-EXTRATO
               PERFORM GRAVAR-ALERTA-MOVIMENTO
           END-WRITE.

       ATUALIZAR-CONTADOR-EXTRATO.
                  " SOMA " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE WS-SOMA-IR TO WS-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "IR RETIDO        " WS-TOTAL-IR
                  " SOMA " WS-VALOR-EDIT
                  " ALIQUOTA " WS-ALIQUOTA-IR "%"
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

       END PROGRAM TARIFA-MENSAL.
