      ******************************************************************
      * Author: Grupo os BATUTINHAS
      * Purpose: Daily batch for direct debit of utility bills. The
      *          billers (convenios) are the ones with a mandate in
      *          DEBITOS-AUTOMATICOS.txt, kept at the CONTACORRENTE
      *          counter (convenio, the customer's reference at the
      *          biller, account to debit, optional maximum amount,
      *          active/cancelled). For each biller the inbound
      *          billing file DEBAUT-nnnnn.txt (header with the
      *          convenio, one detail per bill, trailer with count and
      *          total) is checked as a whole and its bills loaded into
      *          FATURAS-DEBITO.txt - a bill already loaded is not
      *          loaded twice, so the same file may arrive again. Every
      *          pending bill due on or before the business date is
      *          then checked against an active mandate and its
      *          maximum and debited using the same available-balance
      *          rules as EXECUTA-AGENDAMENTOS (saldo minus active
      *          judicial holds and uncollected cheque deposits,
      *          dormant or blocked account refused), posting a B entry
      *          to EXTRATO with the business date. Bills not paid go
      *          as pending records to REJEITOS.txt for the back
      *          office. Each biller gets a return file
      *          DEBAUT-RETORNO-nnnnn-AAAAMMDD.txt listing every bill
      *          decided on the business date, paid or not paid with
      *          the reason; a rerun on the same day rebuilds the same
      *          return without debiting anything twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DEBITO-AUTOMATICO.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MEU-PC.
       OBJECT-COMPUTER. MEU_PC.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-DEBAUT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS dba-chave
           ALTERNATE RECORD KEY dba-cod-conta
               WITH DUPLICATES
           FILE STATUS   DBA-OK.
       SELECT F-FATURAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fat-chave
           FILE STATUS   FAT-OK.
       SELECT F-COBRANCA ASSIGN TO DYNAMIC WS-NOME-COBRANCA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   COB-OK.
       SELECT F-RETORNO ASSIGN TO DYNAMIC WS-NOME-RETORNO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   RET-OK.
       SELECT F-CADASTRO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS cod-conta
           ALTERNATE RECORD KEY nome
               WITH DUPLICATES
               FILE STATUS   ARQ-OK.
       SELECT F-EXTRATO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ext-chave
           FILE STATUS   EXT-OK.
       SELECT F-BLOQUEIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
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
       SELECT F-REJEITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS rej-sequencia
           FILE STATUS   REJ-OK.
       SELECT F-CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS cnt-cod-conta
           FILE STATUS   CNT-OK.

       DATA DIVISION.
       FILE SECTION.
       FD  F-DEBAUT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEBITOS-AUTOMATICOS.txt".
       01  DEBAUT-REG.
           02 dba-chave.
               03 dba-convenio      PIC 9(5).
               03 dba-referencia    PIC X(20).
           02 dba-cod-conta         PIC 9(5).
           02 dba-valor-maximo      PIC S9(9)V99.
           02 dba-status            PIC X(1).
           02 dba-data-inclusao     PIC 9(8).
           02 dba-data-cancelamento PIC 9(8).
           02 dba-operador          PIC X(10).

      * faturas recebidas dos convenios: P aguarda vencimento, G paga
      * (debitada), N nao paga
       FD  F-FATURAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FATURAS-DEBITO.txt".
       01  FATURA-REG.
           02 fat-chave.
               03 fat-convenio      PIC 9(5).
               03 fat-documento     PIC X(15).
           02 fat-referencia        PIC X(20).
           02 fat-valor             PIC S9(9)V99.
           02 fat-vencimento        PIC 9(8).
           02 fat-data-carga        PIC 9(8).
           02 fat-status            PIC X(1).
           02 fat-cod-conta         PIC 9(5).
           02 fat-motivo            PIC X(30).
           02 fat-data-processamento PIC 9(8).

       FD  F-COBRANCA LABEL RECORD STANDARD.
       01  COB-REGISTRO              PIC X(80).
       01  COB-HEADER REDEFINES COB-REGISTRO.
           02 cob-h-tipo-reg         PIC X(1).
           02 cob-h-convenio         PIC 9(5).
           02 cob-h-data-geracao     PIC 9(8).
           02 cob-h-filler           PIC X(66).
       01  COB-DETALHE REDEFINES COB-REGISTRO.
           02 cob-d-tipo-reg         PIC X(1).
           02 cob-d-referencia       PIC X(20).
           02 cob-d-documento        PIC X(15).
           02 cob-d-vencimento       PIC 9(8).
           02 cob-d-valor            PIC 9(9)V99.
           02 cob-d-filler           PIC X(25).
       01  COB-TRAILER REDEFINES COB-REGISTRO.
           02 cob-t-tipo-reg         PIC X(1).
           02 cob-t-qtd-detalhes     PIC 9(6).
           02 cob-t-valor-total      PIC 9(11)V99.
           02 cob-t-filler           PIC X(60).

       FD  F-RETORNO LABEL RECORD STANDARD.
       01  RET-REGISTRO              PIC X(100).
       01  RET-HEADER REDEFINES RET-REGISTRO.
           02 ret-h-tipo-reg         PIC X(1).
           02 ret-h-convenio         PIC 9(5).
           02 ret-h-data             PIC 9(8).
           02 ret-h-filler           PIC X(86).
       01  RET-DETALHE REDEFINES RET-REGISTRO.
           02 ret-d-tipo-reg         PIC X(1).
           02 ret-d-referencia       PIC X(20).
           02 ret-d-documento        PIC X(15).
           02 ret-d-vencimento       PIC 9(8).
           02 ret-d-valor            PIC 9(9)V99.
           02 ret-d-situacao         PIC X(1).
           02 ret-d-data-debito      PIC 9(8).
           02 ret-d-motivo           PIC X(30).
           02 ret-d-filler           PIC X(6).
       01  RET-TRAILER REDEFINES RET-REGISTRO.
           02 ret-t-tipo-reg         PIC X(1).
           02 ret-t-qtd-pagas        PIC 9(6).
           02 ret-t-valor-pago       PIC 9(11)V99.
           02 ret-t-qtd-nao-pagas    PIC 9(6).
           02 ret-t-valor-nao-pago   PIC 9(11)V99.
           02 ret-t-filler           PIC X(61).

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

       FD  F-EXTRATO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EXTRATO.txt".
       01  EXTRATO-REG.
           02 ext-chave.
               03 ext-cod-conta      PIC 9(5).
               03 ext-sequencia      PIC 9(6).
           02 ext-data               PIC 9(8).
           02 ext-tipo               PIC X(1).
           02 ext-valor              PIC S9(9)V99.
           02 ext-saldo-anterior     PIC S9(10)V99.
           02 ext-saldo-novo         PIC S9(10)V99.
           02 ext-operador           PIC X(10).
           02 ext-documento          PIC 9(6).

       FD  F-BLOQUEIOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BLOQUEIOS.txt".
       01  BLOQUEIO-REG.
           02 blq-chave.
               03 blq-cod-conta  PIC 9(5).
               03 blq-sequencia  PIC 9(3).
           02 blq-valor          PIC S9(9)V99.
           02 blq-origem         PIC X(20).
           02 blq-data           PIC 9(8).
           02 blq-processo       PIC X(20).
           02 blq-status         PIC X(1).
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
           02 dia-data   PIC 9(8).
           02 dia-status PIC X(1).

       FD  F-REJEITOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "REJEITOS.txt".
       01  REJEITO-REG.
           02 rej-sequencia     PIC 9(6).
           02 rej-origem        PIC X(1).
           02 rej-data          PIC 9(8).
           02 rej-cod-conta     PIC 9(5).
           02 rej-tipo          PIC X(1).
           02 rej-valor         PIC S9(9)V99.
           02 rej-conta-destino PIC 9(5).
           02 rej-motivo        PIC X(30).
           02 rej-status        PIC X(1).
           02 rej-data-baixa    PIC 9(8).
           02 rej-motivo-baixa  PIC X(30).
           02 rej-operador      PIC X(10).

       FD  F-CONTADORES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONTADORES.txt".
       01  CONTADOR-REG.
           02 cnt-cod-conta     PIC 9(5).
           02 cnt-ult-extrato   PIC 9(6).
           02 cnt-ult-historico PIC 9(6).

       WORKING-STORAGE SECTION.
       77 DBA-OK            PIC X(02) VALUE ZEROES.
       77 FAT-OK            PIC X(02) VALUE ZEROES.
       77 COB-OK            PIC X(02) VALUE ZEROES.
       77 RET-OK            PIC X(02) VALUE ZEROES.
       77 ARQ-OK            PIC X(02) VALUE ZEROES.
       77 EXT-OK            PIC X(02) VALUE ZEROES.
       77 BLQ-OK            PIC X(02) VALUE ZEROES.
       77 DIA-OK            PIC X(02) VALUE ZEROES.
       77 REJ-OK            PIC X(02) VALUE ZEROES.
       77 CNT-OK            PIC X(02) VALUE ZEROES.
       77 DPC-OK            PIC X(02) VALUE ZEROES.
       77 WS-NOME-COBRANCA  PIC X(40) VALUE SPACES.
       77 WS-NOME-RETORNO   PIC X(40) VALUE SPACES.
       77 WS-EOF            PIC X(01) VALUE "N".
       77 WS-FIM-SEQ        PIC X(01) VALUE "N".
       77 WS-FIM-BLQ        PIC X(01) VALUE "N".
       77 WS-FIM-DPC        PIC X(01) VALUE "N".
       77 WS-FIM-FAT        PIC X(01) VALUE "N".
       77 WS-FIM-REJ        PIC X(01) VALUE "N".
       77 WS-TEM-BLOQUEIOS  PIC X(01) VALUE "N".
       77 WS-TEM-DEPCHEQUES PIC X(01) VALUE "N".
       77 WS-DATA-CONTABIL  PIC 9(08) VALUE ZEROES.
       77 WS-DIA-ABERTO     PIC X(01) VALUE "N".
       77 WS-MOTIVO         PIC X(30) VALUE SPACES.
       77 WS-SALDO-ALPHA    PIC X(20) VALUE SPACES.
       77 WS-SALDO-NUM      PIC S9(10)V99 VALUE ZEROES.
       77 WS-SALDO-ANTERIOR PIC S9(10)V99 VALUE ZEROES.
       77 WS-VALOR-MOV      PIC S9(9)V99  VALUE ZEROES.
       77 WS-TOTAL-BLOQUEADO PIC S9(10)V99 VALUE ZEROES.
       77 WS-SALDO-DISPONIVEL PIC S9(10)V99 VALUE ZEROES.
       77 WS-ULTIMA-SEQ     PIC 9(06) VALUE ZEROES.
       77 WS-CONTA-EXTRATO  PIC 9(05) VALUE ZEROES.
       77 WS-REJ-ULTIMA-SEQ PIC 9(06) VALUE ZEROES.
       77 WS-REJ-SEQ-CARREGADA PIC X(01) VALUE "N".
      * convenios com autorizacao cadastrada
       77 WS-CONVENIO       PIC 9(05) VALUE ZEROES.
       77 WS-IDX-CONV       PIC 9(03) VALUE ZEROES.
       77 WS-IDX            PIC 9(03) VALUE ZEROES.
       77 WS-ACHOU          PIC X(01) VALUE "N".
       77 WS-QTD-CONVENIOS  PIC 9(03) VALUE ZEROES.
       77 WS-MAX-CONVENIOS  PIC 9(03) VALUE 200.
       01 WS-TABELA-CONVENIOS.
           02 WS-CONV-COD OCCURS 200 TIMES PIC 9(05).
      * conferencia do arquivo de cobranca
       77 WS-COB-VALIDO     PIC X(01) VALUE "N".
       77 WS-COB-ERRO       PIC X(40) VALUE SPACES.
       77 WS-COB-TEM-HEADER PIC X(01) VALUE "N".
       77 WS-COB-TEM-TRAILER PIC X(01) VALUE "N".
       77 WS-COB-QTD        PIC 9(06) VALUE ZEROES.
       77 WS-COB-SOMA       PIC 9(11)V99 VALUE ZEROES.
       77 WS-COB-QTD-TRAILER PIC 9(06) VALUE ZEROES.
       77 WS-COB-SOMA-TRAILER PIC 9(11)V99 VALUE ZEROES.
      * totais do retorno de um convenio
       77 WS-RET-QTD-PAGAS  PIC 9(06) VALUE ZEROES.
       77 WS-RET-VALOR-PAGO PIC 9(11)V99 VALUE ZEROES.
       77 WS-RET-QTD-NAO-PAGAS PIC 9(06) VALUE ZEROES.
       77 WS-RET-VALOR-NAO-PAGO PIC 9(11)V99 VALUE ZEROES.
      * totais da execucao
       77 WS-TOTAL-CARREGADAS PIC 9(07) VALUE 0.
       77 WS-TOTAL-REPETIDAS PIC 9(07) VALUE 0.
       77 WS-TOTAL-RECUSADOS PIC 9(07) VALUE 0.
       77 WS-TOTAL-VENCIDAS PIC 9(07) VALUE 0.
       77 WS-TOTAL-PAGAS    PIC 9(07) VALUE 0.
       77 WS-TOTAL-REJEITOS PIC 9(07) VALUE 0.
       77 WS-VALOR-EDIT     PIC $---.---.---.--9,99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INICIO.
           PERFORM LER-DIA-CONTABIL
           IF WS-DIA-ABERTO NOT = "S" THEN
               DISPLAY "DIA CONTABIL FECHADO - LOTE NAO EXECUTADO."
               DISPLAY "ABRA O DIA COM ABERTURA-FECHAMENTO-DIA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "DEBITO AUTOMATICO DE CONTAS DE CONSUMO"
           DISPLAY "======================================="
           DISPLAY "DATA CONTABIL: " WS-DATA-CONTABIL
           PERFORM ABRE-ARQUIVOS
           PERFORM MONTAR-CONVENIOS
           PERFORM CARREGAR-COBRANCA
               VARYING WS-IDX-CONV FROM 1 BY 1
               UNTIL WS-IDX-CONV > WS-QTD-CONVENIOS
           PERFORM PROCESSAR-CONVENIO
               VARYING WS-IDX-CONV FROM 1 BY 1
               UNTIL WS-IDX-CONV > WS-QTD-CONVENIOS
           CLOSE F-DEBAUT
           CLOSE F-FATURAS
           CLOSE F-CADASTRO
           CLOSE F-EXTRATO
           IF WS-TEM-BLOQUEIOS = "S" THEN
               CLOSE F-BLOQUEIOS
           END-IF
           IF WS-TEM-DEPCHEQUES = "S" THEN
               CLOSE F-DEPCHEQUES
           END-IF
           CLOSE F-CONTADORES
           CLOSE F-REJEITOS
           DISPLAY "======================================="
           DISPLAY "CONVENIOS............: " WS-QTD-CONVENIOS
           DISPLAY "ARQUIVOS RECUSADOS...: " WS-TOTAL-RECUSADOS
           DISPLAY "FATURAS CARREGADAS...: " WS-TOTAL-CARREGADAS
           DISPLAY "FATURAS JA CARREGADAS: " WS-TOTAL-REPETIDAS
           DISPLAY "FATURAS VENCIDAS.....: " WS-TOTAL-VENCIDAS
           DISPLAY "PAGAS................: " WS-TOTAL-PAGAS
           DISPLAY "NAO PAGAS (REJEITOS).: " WS-TOTAL-REJEITOS
           STOP RUN.

       LER-DIA-CONTABIL.
           MOVE "N" TO WS-DIA-ABERTO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-CONTABIL
           OPEN INPUT F-DIACONTABIL
           IF DIA-OK = "00" THEN
               READ F-DIACONTABIL
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE dia-data TO WS-DATA-CONTABIL
                   IF dia-status = "A" THEN
                       MOVE "S" TO WS-DIA-ABERTO
                   END-IF
               END-READ
               CLOSE F-DIACONTABIL
           END-IF.

       ABRE-ARQUIVOS.
           OPEN INPUT F-DEBAUT
           IF DBA-OK = "35" THEN
               DISPLAY "DEBITOS-AUTOMATICOS.txt NAO EXISTE -"
                   " NENHUMA AUTORIZACAO CADASTRADA."
               STOP RUN
           END-IF
           IF DBA-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR DEBITOS-AUTOMATICOS.txt. STATUS: "
                   DBA-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O F-FATURAS
           IF FAT-OK = "35" THEN
               OPEN OUTPUT F-FATURAS
               CLOSE F-FATURAS
               OPEN I-O F-FATURAS
           END-IF
           IF FAT-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR FATURAS-DEBITO.txt. STATUS: "
                   FAT-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O F-CADASTRO
           IF ARQ-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR F-DATA.txt. STATUS: " ARQ-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O F-EXTRATO
           IF EXT-OK = "35" THEN
               OPEN OUTPUT F-EXTRATO
               CLOSE F-EXTRATO
               OPEN I-O F-EXTRATO
           END-IF
           IF EXT-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR EXTRATO.txt. STATUS: " EXT-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F-BLOQUEIOS
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
               CLOSE F-REJEITOS
               OPEN I-O F-REJEITOS
           END-IF
           IF REJ-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR REJEITOS.txt."
               DISPLAY "STATUS: " REJ-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O F-CONTADORES
           IF CNT-OK = "35" THEN
               OPEN OUTPUT F-CONTADORES
               CLOSE F-CONTADORES
               OPEN I-O F-CONTADORES
           END-IF
           IF CNT-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR CONTADORES.txt. STATUS: " CNT-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * todo convenio com alguma autorizacao, ativa ou cancelada, tem
      * seu arquivo de cobranca procurado
       MONTAR-CONVENIOS.
           MOVE ZEROES TO WS-QTD-CONVENIOS
           MOVE "N" TO WS-EOF
           PERFORM LER-CONVENIO-AUTORIZACAO UNTIL WS-EOF = "Y".

       LER-CONVENIO-AUTORIZACAO.
           READ F-DEBAUT NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               MOVE "N" TO WS-ACHOU
               PERFORM COMPARAR-CONVENIO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CONVENIOS OR WS-ACHOU = "S"
               IF WS-ACHOU = "N" THEN
                   IF WS-QTD-CONVENIOS < WS-MAX-CONVENIOS THEN
                       ADD 1 TO WS-QTD-CONVENIOS
                       MOVE dba-convenio
                           TO WS-CONV-COD(WS-QTD-CONVENIOS)
                   ELSE
                       DISPLAY "TABELA DE CONVENIOS CHEIA - CONVENIO "
                           dba-convenio " IGNORADO"
                   END-IF
               END-IF
           END-READ.

       COMPARAR-CONVENIO.
           IF WS-CONV-COD(WS-IDX) = dba-convenio THEN
               MOVE "S" TO WS-ACHOU
           END-IF.

      ******************************************************************
      * CARGA - o arquivo do convenio so e aceito inteiro: header com o
      * proprio convenio, trailer no fim e quantidade e valor do
      * trailer batendo com os detalhes
      ******************************************************************
       CARREGAR-COBRANCA.
           MOVE WS-CONV-COD(WS-IDX-CONV) TO WS-CONVENIO
           MOVE SPACES TO WS-NOME-COBRANCA
           STRING "DEBAUT-" WS-CONVENIO ".txt"
               DELIMITED BY SIZE INTO WS-NOME-COBRANCA
           END-STRING
           OPEN INPUT F-COBRANCA
           IF COB-OK = "35" THEN
               DISPLAY "CONVENIO " WS-CONVENIO
                   ": SEM ARQUIVO DE COBRANCA"
           ELSE
               IF COB-OK NOT = "00" THEN
                   DISPLAY "ERRO AO ABRIR " WS-NOME-COBRANCA
                       " STATUS: " COB-OK
               ELSE
                   PERFORM CONFERIR-COBRANCA
                   CLOSE F-COBRANCA
                   IF WS-COB-VALIDO = "S" THEN
                       OPEN INPUT F-COBRANCA
                       MOVE "N" TO WS-EOF
                       PERFORM CARREGAR-FATURA UNTIL WS-EOF = "Y"
                       CLOSE F-COBRANCA
                   ELSE
                       ADD 1 TO WS-TOTAL-RECUSADOS
                       DISPLAY "CONVENIO " WS-CONVENIO
                           ": ARQUIVO RECUSADO - " WS-COB-ERRO
                   END-IF
               END-IF
           END-IF.

       CONFERIR-COBRANCA.
           MOVE "S" TO WS-COB-VALIDO
           MOVE SPACES TO WS-COB-ERRO
           MOVE "N" TO WS-COB-TEM-HEADER
           MOVE "N" TO WS-COB-TEM-TRAILER
           MOVE ZEROES TO WS-COB-QTD
           MOVE ZEROES TO WS-COB-SOMA
           MOVE "N" TO WS-EOF
           PERFORM CONFERIR-REGISTRO UNTIL WS-EOF = "Y"
           IF WS-COB-VALIDO = "S" THEN
               IF WS-COB-TEM-HEADER = "N" THEN
                   MOVE "N" TO WS-COB-VALIDO
                   MOVE "SEM HEADER" TO WS-COB-ERRO
               ELSE
                   IF WS-COB-TEM-TRAILER = "N" THEN
                       MOVE "N" TO WS-COB-VALIDO
                       MOVE "SEM TRAILER" TO WS-COB-ERRO
                   ELSE
                       IF WS-COB-QTD NOT = WS-COB-QTD-TRAILER
                          OR WS-COB-SOMA NOT = WS-COB-SOMA-TRAILER THEN
                           MOVE "N" TO WS-COB-VALIDO
                           MOVE "TOTAIS DO TRAILER NAO CONFEREM"
                               TO WS-COB-ERRO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONFERIR-REGISTRO.
           READ F-COBRANCA
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               EVALUATE TRUE
                 WHEN WS-COB-TEM-TRAILER = "S"
                   MOVE "N" TO WS-COB-VALIDO
                   MOVE "REGISTRO APOS O TRAILER" TO WS-COB-ERRO
                 WHEN cob-h-tipo-reg = "H"
                   IF WS-COB-TEM-HEADER = "S" THEN
                       MOVE "N" TO WS-COB-VALIDO
                       MOVE "HEADER REPETIDO" TO WS-COB-ERRO
                   ELSE
                       MOVE "S" TO WS-COB-TEM-HEADER
                       IF cob-h-convenio NOT = WS-CONVENIO THEN
                           MOVE "N" TO WS-COB-VALIDO
                           MOVE "HEADER DE OUTRO CONVENIO"
                               TO WS-COB-ERRO
                       END-IF
                   END-IF
                 WHEN WS-COB-TEM-HEADER = "N"
                   MOVE "N" TO WS-COB-VALIDO
                   MOVE "PRIMEIRO REGISTRO NAO E HEADER"
                       TO WS-COB-ERRO
                 WHEN cob-d-tipo-reg = "D"
                   IF cob-d-valor NOT NUMERIC
                      OR cob-d-vencimento NOT NUMERIC THEN
                       MOVE "N" TO WS-COB-VALIDO
                       MOVE "DETALHE COM CAMPO NAO NUMERICO"
                           TO WS-COB-ERRO
                   ELSE
                       ADD 1 TO WS-COB-QTD
                       ADD cob-d-valor TO WS-COB-SOMA
                   END-IF
                 WHEN cob-t-tipo-reg = "T"
                   MOVE "S" TO WS-COB-TEM-TRAILER
                   MOVE cob-t-qtd-detalhes TO WS-COB-QTD-TRAILER
                   MOVE cob-t-valor-total TO WS-COB-SOMA-TRAILER
                 WHEN OTHER
                   MOVE "N" TO WS-COB-VALIDO
                   MOVE "TIPO DE REGISTRO INVALIDO" TO WS-COB-ERRO
               END-EVALUATE
           END-READ.

      * fatura ja carregada (mesmo convenio e documento) nao entra de
      * novo: o convenio pode reenviar o arquivo sem risco
       CARREGAR-FATURA.
           READ F-COBRANCA
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF cob-d-tipo-reg = "D" THEN
                   MOVE WS-CONVENIO       TO fat-convenio
                   MOVE cob-d-documento   TO fat-documento
                   MOVE cob-d-referencia  TO fat-referencia
                   MOVE cob-d-valor       TO fat-valor
                   MOVE cob-d-vencimento  TO fat-vencimento
                   MOVE WS-DATA-CONTABIL  TO fat-data-carga
                   MOVE "P"               TO fat-status
                   MOVE ZEROES            TO fat-cod-conta
                   MOVE SPACES            TO fat-motivo
                   MOVE ZEROES            TO fat-data-processamento
                   WRITE FATURA-REG
                     INVALID KEY
                       ADD 1 TO WS-TOTAL-REPETIDAS
                     NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-CARREGADAS
                   END-WRITE
               END-IF
           END-READ.

      ******************************************************************
      * DEBITO E RETORNO - faturas pendentes vencidas sao decididas; o
      * retorno do dia traz toda fatura decidida na data contabil
      ******************************************************************
       PROCESSAR-CONVENIO.
           MOVE WS-CONV-COD(WS-IDX-CONV) TO WS-CONVENIO
           MOVE SPACES TO WS-NOME-RETORNO
           STRING "DEBAUT-RETORNO-" WS-CONVENIO "-" WS-DATA-CONTABIL
                  ".txt"
               DELIMITED BY SIZE INTO WS-NOME-RETORNO
           END-STRING
           OPEN OUTPUT F-RETORNO
           IF RET-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR " WS-NOME-RETORNO
                   " STATUS: " RET-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RET-REGISTRO
           MOVE "H"              TO ret-h-tipo-reg
           MOVE WS-CONVENIO      TO ret-h-convenio
           MOVE WS-DATA-CONTABIL TO ret-h-data
           WRITE RET-REGISTRO
           MOVE ZEROES TO WS-RET-QTD-PAGAS
           MOVE ZEROES TO WS-RET-VALOR-PAGO
           MOVE ZEROES TO WS-RET-QTD-NAO-PAGAS
           MOVE ZEROES TO WS-RET-VALOR-NAO-PAGO
           MOVE WS-CONVENIO TO fat-convenio
           MOVE LOW-VALUES TO fat-documento
           MOVE "N" TO WS-FIM-FAT
           START F-FATURAS KEY IS NOT LESS THAN fat-chave
             INVALID KEY
               MOVE "Y" TO WS-FIM-FAT
           END-START
           PERFORM LER-FATURA-CONVENIO UNTIL WS-FIM-FAT = "Y"
           MOVE SPACES TO RET-REGISTRO
           MOVE "T"                   TO ret-t-tipo-reg
           MOVE WS-RET-QTD-PAGAS      TO ret-t-qtd-pagas
           MOVE WS-RET-VALOR-PAGO     TO ret-t-valor-pago
           MOVE WS-RET-QTD-NAO-PAGAS  TO ret-t-qtd-nao-pagas
           MOVE WS-RET-VALOR-NAO-PAGO TO ret-t-valor-nao-pago
           WRITE RET-REGISTRO
           CLOSE F-RETORNO
           DISPLAY "CONVENIO " WS-CONVENIO ": PAGAS " WS-RET-QTD-PAGAS
               " NAO PAGAS " WS-RET-QTD-NAO-PAGAS
               " - RETORNO " WS-NOME-RETORNO.

       LER-FATURA-CONVENIO.
           READ F-FATURAS NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-FAT
             NOT AT END
               IF fat-convenio NOT = WS-CONVENIO THEN
                   MOVE "Y" TO WS-FIM-FAT
               ELSE
                   IF fat-status = "P"
                      AND fat-vencimento NOT > WS-DATA-CONTABIL THEN
                       ADD 1 TO WS-TOTAL-VENCIDAS
                       PERFORM DECIDIR-FATURA
                   END-IF
                   IF fat-status NOT = "P"
                      AND fat-data-processamento = WS-DATA-CONTABIL THEN
                       PERFORM GRAVAR-RETORNO
                   END-IF
               END-IF
           END-READ.

       DECIDIR-FATURA.
           MOVE SPACES TO WS-MOTIVO
           MOVE fat-convenio   TO dba-convenio
           MOVE fat-referencia TO dba-referencia
           READ F-DEBAUT
             INVALID KEY
               MOVE "SEM AUTORIZACAO DE DEBITO" TO WS-MOTIVO
             NOT INVALID KEY
               MOVE dba-cod-conta TO fat-cod-conta
               IF dba-status NOT = "A" THEN
                   MOVE "AUTORIZACAO CANCELADA" TO WS-MOTIVO
               ELSE
                   IF fat-valor NOT > ZEROES THEN
                       MOVE "VALOR NAO POSITIVO" TO WS-MOTIVO
                   ELSE
                       IF dba-valor-maximo > ZEROES
                          AND fat-valor > dba-valor-maximo THEN
                           MOVE "VALOR ACIMA DO LIMITE" TO WS-MOTIVO
                       ELSE
                           PERFORM DEBITAR-FATURA
                       END-IF
                   END-IF
               END-IF
           END-READ
           IF WS-MOTIVO = SPACES THEN
               MOVE "G" TO fat-status
               ADD 1 TO WS-TOTAL-PAGAS
           ELSE
               MOVE "N" TO fat-status
               PERFORM GRAVAR-REJEITO
           END-IF
           MOVE WS-MOTIVO        TO fat-motivo
           MOVE WS-DATA-CONTABIL TO fat-data-processamento
           REWRITE FATURA-REG
             INVALID KEY
               DISPLAY "ERRO AO ATUALIZAR A FATURA " fat-chave
           END-REWRITE.

      * mesmas regras de saldo disponivel do EXECUTA-AGENDAMENTOS
       DEBITAR-FATURA.
           MOVE fat-cod-conta TO cod-conta
           READ F-CADASTRO
             INVALID KEY
               MOVE "CONTA INEXISTENTE" TO WS-MOTIVO
             NOT INVALID KEY
               PERFORM SALDO-PARA-NUMERICO
               PERFORM SOMAR-BLOQUEIOS-ATIVOS
               COMPUTE WS-SALDO-DISPONIVEL =
                   WS-SALDO-NUM - WS-TOTAL-BLOQUEADO
               IF situacao = "D" OR situacao = "B" THEN
                   MOVE "CONTA DORMENTE/BLOQUEADA" TO WS-MOTIVO
               ELSE
                   IF WS-SALDO-DISPONIVEL < fat-valor THEN
                       MOVE "SALDO DISPONIVEL INSUF" TO WS-MOTIVO
                   ELSE
                       MOVE WS-SALDO-NUM TO WS-SALDO-ANTERIOR
                       COMPUTE WS-VALOR-MOV = fat-valor * -1
                       ADD WS-VALOR-MOV TO WS-SALDO-NUM
                       PERFORM REGRAVAR-SALDO
                       PERFORM GRAVAR-EXTRATO
                   END-IF
               END-IF
           END-READ.

       GRAVAR-RETORNO.
           MOVE SPACES TO RET-REGISTRO
           MOVE "D"            TO ret-d-tipo-reg
           MOVE fat-referencia TO ret-d-referencia
           MOVE fat-documento  TO ret-d-documento
           MOVE fat-vencimento TO ret-d-vencimento
           MOVE fat-valor      TO ret-d-valor
           MOVE fat-motivo     TO ret-d-motivo
           IF fat-status = "G" THEN
               MOVE "P" TO ret-d-situacao
               MOVE fat-data-processamento TO ret-d-data-debito
               ADD 1 TO WS-RET-QTD-PAGAS
               ADD fat-valor TO WS-RET-VALOR-PAGO
           ELSE
               MOVE "N" TO ret-d-situacao
               MOVE ZEROES TO ret-d-data-debito
               ADD 1 TO WS-RET-QTD-NAO-PAGAS
               ADD fat-valor TO WS-RET-VALOR-NAO-PAGO
           END-IF
           WRITE RET-REGISTRO.

       SALDO-PARA-NUMERICO.
           MOVE saldo TO WS-SALDO-ALPHA
           COMPUTE WS-SALDO-NUM = FUNCTION NUMVAL-C(WS-SALDO-ALPHA).

       REGRAVAR-SALDO.
           MOVE WS-SALDO-NUM TO saldo
           MOVE WS-DATA-CONTABIL TO data-ultima-movimentacao
           REWRITE DADOS-CADASTRO
             INVALID KEY
               DISPLAY "ERRO AO ATUALIZAR SALDO DA CONTA " cod-conta
           END-REWRITE.

       SOMAR-BLOQUEIOS-ATIVOS.
           MOVE ZEROES TO WS-TOTAL-BLOQUEADO
           IF WS-TEM-BLOQUEIOS = "S" THEN
               MOVE cod-conta TO blq-cod-conta
               MOVE ZEROES TO blq-sequencia
               MOVE "N" TO WS-FIM-BLQ
               START F-BLOQUEIOS KEY IS NOT LESS THAN blq-chave
                 INVALID KEY
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
           READ F-BLOQUEIOS NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-BLQ
             NOT AT END
               IF blq-cod-conta = cod-conta THEN
                   IF blq-status = "A" THEN
                       ADD blq-valor TO WS-TOTAL-BLOQUEADO
                   END-IF
               ELSE
                   MOVE "Y" TO WS-FIM-BLQ
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

       PROXIMA-SEQUENCIA-EXTRATO.
           MOVE WS-CONTA-EXTRATO TO cnt-cod-conta
           READ F-CONTADORES
             INVALID KEY
               PERFORM VARRER-SEQUENCIA-EXTRATO
             NOT INVALID KEY
               IF cnt-ult-extrato = ZEROES THEN
                   PERFORM VARRER-SEQUENCIA-EXTRATO
               ELSE
                   MOVE cnt-ult-extrato TO WS-ULTIMA-SEQ
               END-IF
           END-READ.

       VARRER-SEQUENCIA-EXTRATO.
           MOVE ZEROES TO WS-ULTIMA-SEQ
           MOVE WS-CONTA-EXTRATO TO ext-cod-conta
           MOVE ZEROES TO ext-sequencia
           MOVE "N" TO WS-FIM-SEQ
           START F-EXTRATO KEY IS NOT LESS THAN ext-chave
             INVALID KEY
               MOVE "Y" TO WS-FIM-SEQ
           END-START
           PERFORM LER-SEQUENCIA-EXTRATO UNTIL WS-FIM-SEQ = "Y".

       LER-SEQUENCIA-EXTRATO.
           READ F-EXTRATO NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-SEQ
             NOT AT END
               IF ext-cod-conta = WS-CONTA-EXTRATO THEN
                   MOVE ext-sequencia TO WS-ULTIMA-SEQ
               ELSE
                   MOVE "Y" TO WS-FIM-SEQ
               END-IF
           END-READ.

       GRAVAR-EXTRATO.
           MOVE cod-conta TO WS-CONTA-EXTRATO
           PERFORM PROXIMA-SEQUENCIA-EXTRATO
           MOVE WS-CONTA-EXTRATO TO ext-cod-conta
           COMPUTE ext-sequencia = WS-ULTIMA-SEQ + 1
           MOVE WS-DATA-CONTABIL TO ext-data
           MOVE "B"              TO ext-tipo
           MOVE WS-VALOR-MOV     TO ext-valor
           MOVE WS-SALDO-ANTERIOR TO ext-saldo-anterior
           MOVE WS-SALDO-NUM     TO ext-saldo-novo
           MOVE "DEBAUT"         TO ext-operador
           MOVE ZEROES           TO ext-documento
           WRITE EXTRATO-REG
             INVALID KEY
               DISPLAY "ERRO AO GRAVAR O EXTRATO DA CONTA "
                   ext-cod-conta
             NOT INVALID KEY
               PERFORM ATUALIZAR-CONTADOR-EXTRATO
           END-WRITE.

       ATUALIZAR-CONTADOR-EXTRATO.
           MOVE WS-CONTA-EXTRATO TO cnt-cod-conta
           READ F-CONTADORES
             INVALID KEY
               MOVE WS-CONTA-EXTRATO TO cnt-cod-conta
               MOVE ext-sequencia TO cnt-ult-extrato
               MOVE ZEROES TO cnt-ult-historico
               WRITE CONTADOR-REG
                 INVALID KEY
                   DISPLAY "ERRO AO CRIAR CONTADOR DA CONTA "
                       cnt-cod-conta
               END-WRITE
             NOT INVALID KEY
               MOVE ext-sequencia TO cnt-ult-extrato
               REWRITE CONTADOR-REG
                 INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR CONTADOR DA CONTA "
                       cnt-cod-conta
               END-REWRITE
           END-READ.

      * fatura nao paga vai pendente para REJEITOS.txt (origem B, tipo
      * B, convenio no lugar da conta destino); a retaguarda acompanha
      * e baixa - o convenio ja recebeu o "nao pago" no retorno
       GRAVAR-REJEITO.
           IF WS-REJ-SEQ-CARREGADA = "N" THEN
               PERFORM PROXIMA-SEQUENCIA-REJEITO
               MOVE "S" TO WS-REJ-SEQ-CARREGADA
           END-IF
           ADD 1 TO WS-REJ-ULTIMA-SEQ
           MOVE WS-REJ-ULTIMA-SEQ TO rej-sequencia
           MOVE "B"              TO rej-origem
           MOVE WS-DATA-CONTABIL TO rej-data
           MOVE fat-cod-conta    TO rej-cod-conta
           MOVE "B"              TO rej-tipo
           MOVE fat-valor        TO rej-valor
           MOVE fat-convenio     TO rej-conta-destino
           MOVE WS-MOTIVO        TO rej-motivo
           MOVE "P"              TO rej-status
           MOVE ZEROES           TO rej-data-baixa
           MOVE SPACES           TO rej-motivo-baixa
           MOVE "DEBAUT"         TO rej-operador
           WRITE REJEITO-REG
             INVALID KEY
               DISPLAY "ERRO AO GRAVAR O REJEITO " rej-sequencia
           END-WRITE
           ADD 1 TO WS-TOTAL-REJEITOS.

       PROXIMA-SEQUENCIA-REJEITO.
           MOVE ZEROES TO WS-REJ-ULTIMA-SEQ
           MOVE ZEROES TO rej-sequencia
           MOVE "N" TO WS-FIM-REJ
           START F-REJEITOS KEY IS NOT LESS THAN rej-sequencia
             INVALID KEY
               MOVE "Y" TO WS-FIM-REJ
           END-START
           PERFORM LER-SEQUENCIA-REJEITO UNTIL WS-FIM-REJ = "Y".

       LER-SEQUENCIA-REJEITO.
           READ F-REJEITOS NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-REJ
             NOT AT END
               MOVE rej-sequencia TO WS-REJ-ULTIMA-SEQ
           END-READ.

       END PROGRAM DEBITO-AUTOMATICO.
