      *          using the same debit/credit, available-balance and
      *          EXTRATO posting rules as POSTAR-TRANSFERENCIA in
      *          CONTACORRENTE: origin debited only up to saldo minus
      *          active judicial holds and uncollected cheque deposits
      *          (DEPOSITOS-CHEQUE.txt), both EXTRATO legs written with
      *          the business date. Monthly schedules advance to the
      *          next month keeping their anniversary day - a due
      *          date on a weekend or holiday simply executes on the
      *          back-office screen in CONTACORRENTE to follow up,
      *          and the schedule stays active to retry on the next
      *          run.
      *          A schedule whose origin and destination accounts belong
      *          to different agencias is also logged in
      *          INTERAGENCIAS.txt as an inter-branch movement, as the
      *          CONTACORRENTE counter and CARGA-MOVIMENTOS do.
      *          Every EXTRATO entry posted and every schedule that
      *          could not be executed is queued as a pending customer
      *          alert in ALERTAS.txt for ENVIA-ALERTAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS DYNAMIC
           RECORD KEY IS blq-chave
           FILE STATUS   BLQ-OK.
       SELECT F-DEPCHEQUES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS dpc-chave
           FILE STATUS   DPC-OK.
       SELECT F-DIACONTABIL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   DIA-OK.
           ACCESS IS DYNAMIC
           RECORD KEY IS cnt-cod-conta
           FILE STATUS   CNT-OK.
       SELECT F-INTERAGENCIAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   IAG-OK.
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

       FD  F-BLOQUEIOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BLOQUEIOS.txt".
           02 blq-data-baixa     PIC 9(8).
           02 blq-operador       PIC X(10).

       FD  F-DEPCHEQUES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEPOSITOS-CHEQUE.txt".
       01  DEPCHEQUE-REG.
           02 dpc-chave.
               03 dpc-cod-conta   PIC 9(5).
               03 dpc-sequencia   PIC 9(4).
           02 dpc-data-deposito   PIC 9(8).
           02 dpc-valor           PIC S9(9)V99.
           02 dpc-data-liberacao  PIC 9(8).
           02 dpc-status          PIC X(1).
           02 dpc-num-cheque      PIC 9(6).
           02 dpc-ext-sequencia   PIC 9(6).
           02 dpc-data-baixa      PIC 9(8).
           02 dpc-motivo          PIC X(30).
           02 dpc-operador        PIC X(10).

       FD  F-DIACONTABIL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIA-CONTABIL.txt".
       01  DIA-REG.
           02 cnt-ult-extrato   PIC 9(6).
           02 cnt-ult-historico PIC 9(6).

       FD  F-INTERAGENCIAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "INTERAGENCIAS.txt".
       01  INTERAGENCIA-REG.
           02 iag-data             PIC 9(8).
           02 iag-hora             PIC 9(6).
           02 iag-agencia-origem   PIC 9(5).
           02 iag-conta-origem     PIC 9(5).
           02 iag-agencia-destino  PIC 9(5).
           02 iag-conta-destino    PIC 9(5).
           02 iag-valor            PIC S9(9)V99.
           02 iag-operador         PIC X(10).

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
       77 AGD-OK            PIC X(02) VALUE ZEROES.
       77 ARQ-OK            PIC X(02) VALUE ZEROES.
       77 WS-FIM-SEQ        PIC X(01) VALUE "N".
       77 WS-FIM-BLQ        PIC X(01) VALUE "N".
       77 WS-TEM-BLOQUEIOS  PIC X(01) VALUE "N".
       77 DPC-OK            PIC X(02) VALUE ZEROES.
       77 WS-TEM-DEPCHEQUES PIC X(01) VALUE "N".
       77 WS-FIM-DPC        PIC X(01) VALUE "N".
       77 WS-DATA-CONTABIL  PIC 9(08) VALUE ZEROES.
       77 WS-DIA-ABERTO     PIC X(01) VALUE "N".
       77 WS-MOTIVO         PIC X(30) VALUE SPACES.
       77 WS-REJ-ULTIMA-SEQ PIC 9(06) VALUE ZEROES.
       77 WS-REJ-SEQ-CARREGADA PIC X(01) VALUE "N".
       77 WS-FIM-REJ        PIC X(01) VALUE "N".
       77 IAG-OK            PIC X(02) VALUE ZEROES.
       77 WS-AGENCIA-ORIGEM PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-INTERAGENCIAS PIC 9(07) VALUE 0.
       77 ALR-OK            PIC X(02) VALUE ZEROES.
       77 WS-TOTAL-ALERTAS  PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF WS-TEM-BLOQUEIOS = "S" THEN
               CLOSE F-BLOQUEIOS
           END-IF
           IF WS-TEM-DEPCHEQUES = "S" THEN
               CLOSE F-DEPCHEQUES
           END-IF
           CLOSE F-CONTADORES
           CLOSE F-REJEITOS
           CLOSE F-INTERAGENCIAS
           CLOSE F-ALERTAS
           DISPLAY "====================================="
           DISPLAY "AGENDAMENTOS VENCIDOS: " WS-TOTAL-LIDOS
           DISPLAY "EXECUTADOS...........: " WS-TOTAL-EXECUTADOS
           DISPLAY "REJEITADOS...........: " WS-TOTAL-REJEITOS
           DISPLAY "INTERAGENCIAS........: " WS-TOTAL-INTERAGENCIAS
           DISPLAY "ALERTAS NA FILA......: " WS-TOTAL-ALERTAS
           STOP RUN.

       LER-DIA-CONTABIL.
           IF BLQ-OK = "00" THEN
               MOVE "S" TO WS-TEM-BLOQUEIOS
           END-IF
           OPEN INPUT F-DEPCHEQUES
           IF DPC-OK = "00" THEN
               MOVE "S" TO WS-TEM-DEPCHEQUES
           END-IF
           OPEN I-O F-REJEITOS
           IF REJ-OK = "35" THEN
               OPEN OUTPUT F-REJEITOS
               DISPLAY "ERRO AO ABRIR CONTADORES.txt. STATUS: " CNT-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND F-INTERAGENCIAS
           IF IAG-OK = "35" THEN
               OPEN OUTPUT F-INTERAGENCIAS
           END-IF
           IF IAG-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR INTERAGENCIAS.txt. STATUS: "
                   IAG-OK
               MOVE 8 TO RETURN-CODE
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
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESSA-AGENDAMENTOS.
           ADD WS-VALOR-MOV TO WS-SALDO-NUM
           PERFORM REGRAVAR-SALDO
           PERFORM GRAVAR-EXTRATO
           MOVE cod-agencia TO WS-AGENCIA-ORIGEM
           MOVE agd-conta-destino TO cod-conta
           READ F-CADASTRO
             INVALID KEY
               ADD WS-VALOR-MOV TO WS-SALDO-NUM
               PERFORM REGRAVAR-SALDO
               PERFORM GRAVAR-EXTRATO
               IF cod-agencia NOT = WS-AGENCIA-ORIGEM THEN
                   PERFORM GRAVAR-INTERAGENCIA
               END-IF
           END-READ
           PERFORM ATUALIZAR-AGENDAMENTO
           ADD 1 TO WS-TOTAL-EXECUTADOS.

      * transferencia entre agencias diferentes: a agencia de origem
      * fica devendo o valor a de destino ate o acerto interagencias
       GRAVAR-INTERAGENCIA.
           MOVE WS-DATA-CONTABIL  TO iag-data
           MOVE FUNCTION CURRENT-DATE(9:6) TO iag-hora
           MOVE WS-AGENCIA-ORIGEM TO iag-agencia-origem
           MOVE agd-conta-origem  TO iag-conta-origem
           MOVE cod-agencia       TO iag-agencia-destino
           MOVE agd-conta-destino TO iag-conta-destino
           MOVE agd-valor         TO iag-valor
           MOVE "AGENDA"          TO iag-operador
           WRITE INTERAGENCIA-REG
           ADD 1 TO WS-TOTAL-INTERAGENCIAS.

       ATUALIZAR-AGENDAMENTO.
           IF agd-recorrencia = "M" THEN
               PERFORM AVANCAR-MES
           COMPUTE agd-proxima-execucao =
               WS-ANO * 10000 + WS-MES * 100 + WS-DIA.

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
                   MOVE "Y" TO WS-FIM-BLQ
               END-START
               PERFORM LER-BLOQUEIO UNTIL WS-FIM-BLQ = "Y"
           END-IF
           IF WS-TEM-DEPCHEQUES = "S" THEN
               MOVE cod-conta TO dpc-cod-conta
               MOVE ZEROES TO dpc-sequencia
               MOVE "N" TO WS-FIM-DPC
               START F-DEPCHEQUES KEY IS NOT LESS THAN dpc-chave
                 INVALID KEY
                   MOVE "Y" TO WS-FIM-DPC
               END-START
               PERFORM LER-DEPOSITO-CHEQUE UNTIL WS-FIM-DPC = "Y"
           END-IF.

       LER-BLOQUEIO.
               END-IF
           END-READ.

      * cheque depositado e ainda nao compensado conta como bloqueio
       LER-DEPOSITO-CHEQUE.
           READ F-DEPCHEQUES NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-DPC
             NOT AT END
               IF dpc-cod-conta = cod-conta THEN
                   IF dpc-status = "P" THEN
                       ADD dpc-valor TO WS-TOTAL-BLOQUEADO
                   END-IF
               ELSE
                   MOVE "Y" TO WS-FIM-DPC
               END-IF
           END-READ.

      * o ultimo numero usado vem de CONTADORES.txt; a varredura das
      * chaves do extrato ficou so como semente quando a conta ainda
      * nao tem contador (RECUPERA-CONTADORES reconstroi o arquivo
           MOVE WS-SALDO-ANTERIOR TO ext-saldo-anterior
           MOVE WS-SALDO-NUM     TO ext-saldo-novo
           MOVE "AGENDA"         TO ext-operador
           MOVE ZEROES           TO ext-documento
           WRITE EXTRATO-REG
             INVALID KEY
               DISPLAY "ERRO AO GRAVAR O EXTRATO DA CONTA "
                   ext-cod-conta
             NOT INVALID KEY
               PERFORM ATUALIZAR-CONTADOR-EXTRATO
               PERFORM GRAVAR-ALERTA-MOVIMENTO
           END-WRITE.

       ATUALIZAR-CONTADOR-EXTRATO.
             INVALID KEY
               DISPLAY "ERRO AO GRAVAR O REJEITO " rej-sequencia
           END-WRITE
           ADD 1 TO WS-TOTAL-REJEITOS
           PERFORM ALERTA-AGENDAMENTO-FALHOU.

      * o cliente da conta de origem e avisado de que o agendamento
      * nao foi executado; o saldo do aviso e o da origem
       ALERTA-AGENDAMENTO-FALHOU.
           IF cod-conta NOT = agd-conta-origem THEN
               MOVE agd-conta-origem TO cod-conta
               READ F-CADASTRO
                 INVALID KEY
                   MOVE ZEROES TO cod-cliente
                   MOVE ZEROES TO saldo
               END-READ
           END-IF
           PERFORM SALDO-PARA-NUMERICO
           MOVE agd-conta-origem TO alr-cod-conta
           MOVE FUNCTION CURRENT-DATE(1:16) TO alr-data-hora
           MOVE "A"              TO alr-tipo
           MOVE agd-sequencia    TO alr-referencia
           MOVE cod-cliente      TO alr-cod-cliente
           MOVE agd-valor        TO alr-valor
           MOVE WS-SALDO-NUM     TO alr-saldo
           MOVE WS-DATA-CONTABIL TO alr-data-contabil
           MOVE "T"              TO alr-ext-tipo
           MOVE "AGENDA"         TO alr-origem
           PERFORM GRAVAR-ALERTA.

       PROXIMA-SEQUENCIA-REJEITO.
           MOVE ZEROES TO WS-REJ-ULTIMA-SEQ
