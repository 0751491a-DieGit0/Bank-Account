      ******************************************************************
      * Author: Grupo os BATUTINHAS
      * Purpose: Daily batch, run as a LOTE-NOTURNO step, that debits
      *          the personal loan installments in
      *          PARCELAS-EMPRESTIMO.txt due on or before the
      *          DIA-CONTABIL.txt business date. Each open installment
      *          is debited only up to the available balance (saldo
      *          minus active judicial holds and uncollected cheque
      *          deposits, the same rule as EXECUTA-AGENDAMENTOS): a
      *          partial debit leaves the rest open, and an unpaid
      *          installment simply stays open and is retried on the
      *          next run. Late installments accrue a one-time fine
      *          (multa) plus daily interest (mora) up to the business
      *          date, so a rerun on the same date adds nothing. Debits
      *          are written to EXTRATO with tipo P and the contract
      *          number in ext-documento; a contract with no open
      *          installment left is marked quitado in EMPRESTIMOS.txt.
      *          Every installment looked at is listed in
      *          DEBITO-PARCELAS.txt for the collections desk.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DEBITO-PARCELAS.
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
       SELECT F-EMPRESTIMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS emp-contrato
           FILE STATUS   EMP-OK.
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
       SELECT F-CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS cnt-cod-conta
           FILE STATUS   CNT-OK.
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

       FD  F-EMPRESTIMOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EMPRESTIMOS.txt".
       01  EMPRESTIMO-REG.
           02 emp-contrato            PIC 9(6).
           02 emp-cod-conta           PIC 9(5).
           02 emp-cod-cliente         PIC 9(5).
           02 emp-valor-principal     PIC S9(9)V99.
           02 emp-taxa-mensal         PIC 9(2)V9(4).
           02 emp-prazo               PIC 9(3).
           02 emp-data-contratacao    PIC 9(8).
           02 emp-primeiro-vencimento PIC 9(8).
           02 emp-valor-parcela       PIC S9(9)V99.
           02 emp-status              PIC X(1).
           02 emp-operador            PIC X(10).

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

       FD  F-CONTADORES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONTADORES.txt".
       01  CONTADOR-REG.
           02 cnt-cod-conta     PIC 9(5).
           02 cnt-ult-extrato   PIC 9(6).
           02 cnt-ult-historico PIC 9(6).

       FD  F-RELATORIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEBITO-PARCELAS.txt".
       01  REL-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       77 PRC-OK            PIC X(02) VALUE ZEROES.
       77 EMP-OK            PIC X(02) VALUE ZEROES.
       77 ARQ-OK            PIC X(02) VALUE ZEROES.
       77 EXT-OK            PIC X(02) VALUE ZEROES.
       77 BLQ-OK            PIC X(02) VALUE ZEROES.
       77 DPC-OK            PIC X(02) VALUE ZEROES.
       77 DIA-OK            PIC X(02) VALUE ZEROES.
       77 CNT-OK            PIC X(02) VALUE ZEROES.
       77 REL-OK            PIC X(02) VALUE ZEROES.
       77 WS-EOF            PIC X(01) VALUE "N".
       77 WS-FIM-SEQ        PIC X(01) VALUE "N".
       77 WS-FIM-BLQ        PIC X(01) VALUE "N".
       77 WS-FIM-DPC        PIC X(01) VALUE "N".
       77 WS-FIM-PRC        PIC X(01) VALUE "N".
       77 WS-TEM-BLOQUEIOS  PIC X(01) VALUE "N".
       77 WS-TEM-DEPCHEQUES PIC X(01) VALUE "N".
       77 WS-TEM-ABERTA     PIC X(01) VALUE "N".
       77 WS-DATA-CONTABIL  PIC 9(08) VALUE ZEROES.
       77 WS-DIA-ABERTO     PIC X(01) VALUE "N".
      * Multa unica sobre a parcela em atraso (2% por padrao) e
      * juros de mora ao mes, cobrados por dia corrido de atraso
      * (1% a.m. por padrao).
       77 WS-PERC-MULTA     PIC 9(02)V99 VALUE 2,00.
       77 WS-PERC-MORA-MES  PIC 9(02)V99 VALUE 1,00.
       77 WS-BASE-ENCARGO   PIC S9(9)V99  VALUE ZEROES.
       77 WS-DATA-BASE-MORA PIC 9(08) VALUE ZEROES.
       77 WS-DIAS-MORA      PIC S9(07) VALUE ZEROES.
       77 WS-MORA-PERIODO   PIC S9(7)V99  VALUE ZEROES.
       77 WS-DEVIDO         PIC S9(9)V99  VALUE ZEROES.
       77 WS-VALOR-DEBITO   PIC S9(9)V99  VALUE ZEROES.
       77 WS-MOTIVO         PIC X(30) VALUE SPACES.
       77 WS-SITUACAO-PRC   PIC X(08) VALUE SPACES.
       77 WS-SALDO-ALPHA    PIC X(20) VALUE SPACES.
       77 WS-SALDO-NUM      PIC S9(10)V99 VALUE ZEROES.
       77 WS-SALDO-ANTERIOR PIC S9(10)V99 VALUE ZEROES.
       77 WS-VALOR-MOV      PIC S9(9)V99  VALUE ZEROES.
       77 WS-TOTAL-BLOQUEADO PIC S9(10)V99 VALUE ZEROES.
       77 WS-SALDO-DISPONIVEL PIC S9(10)V99 VALUE ZEROES.
       77 WS-ULTIMA-SEQ     PIC 9(06) VALUE ZEROES.
       77 WS-CONTA-EXTRATO  PIC 9(05) VALUE ZEROES.
       77 WS-DEVIDO-EDIT    PIC $---.---.---.--9,99.
       77 WS-DEBITO-EDIT    PIC $---.---.---.--9,99.
       77 WS-VALOR-EDIT     PIC $---.---.---.--9,99.
       77 WS-TOTAL-VENCIDAS PIC 9(07) VALUE 0.
       77 WS-TOTAL-ATRASADAS PIC 9(07) VALUE 0.
       77 WS-TOTAL-PAGAS    PIC 9(07) VALUE 0.
       77 WS-TOTAL-PARCIAIS PIC 9(07) VALUE 0.
       77 WS-TOTAL-NAO-PAGAS PIC 9(07) VALUE 0.
       77 WS-TOTAL-QUITADOS PIC 9(07) VALUE 0.
       77 WS-TOTAL-DEBITADO PIC S9(11)V99 VALUE ZEROES.

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
           DISPLAY "DEBITO DE PARCELAS DE EMPRESTIMO"
           DISPLAY "================================="
           DISPLAY "DATA CONTABIL: " WS-DATA-CONTABIL
           OPEN I-O F-PARCELAS
           IF PRC-OK = "35" THEN
               DISPLAY "SEM CONTRATOS DE EMPRESTIMO - NADA A DEBITAR."
               STOP RUN
           END-IF
           IF PRC-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR PARCELAS-EMPRESTIMO.txt. STATUS: "
                   PRC-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS
           PERFORM GRAVAR-CABECALHO
           PERFORM PROCESSA-PARCELAS UNTIL WS-EOF = "Y"
           PERFORM QUITAR-CONTRATOS
           CLOSE F-PARCELAS
           CLOSE F-EMPRESTIMOS
           CLOSE F-CADASTRO
           CLOSE F-EXTRATO
           IF WS-TEM-BLOQUEIOS = "S" THEN
               CLOSE F-BLOQUEIOS
           END-IF
           IF WS-TEM-DEPCHEQUES = "S" THEN
               CLOSE F-DEPCHEQUES
           END-IF
           CLOSE F-CONTADORES
           PERFORM GRAVAR-RODAPE
           CLOSE F-RELATORIO
           MOVE WS-TOTAL-DEBITADO TO WS-VALOR-EDIT
           DISPLAY "================================="
           DISPLAY "PARCELAS VENCIDAS....: " WS-TOTAL-VENCIDAS
           DISPLAY "  EM ATRASO..........: " WS-TOTAL-ATRASADAS
           DISPLAY "PAGAS................: " WS-TOTAL-PAGAS
           DISPLAY "PAGAS EM PARTE.......: " WS-TOTAL-PARCIAIS
           DISPLAY "NAO PAGAS............: " WS-TOTAL-NAO-PAGAS
           DISPLAY "CONTRATOS QUITADOS...: " WS-TOTAL-QUITADOS
           DISPLAY "TOTAL DEBITADO.......: " WS-VALOR-EDIT
           DISPLAY "RELATORIO GRAVADO EM DEBITO-PARCELAS.txt"
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
           OPEN I-O F-EMPRESTIMOS
           IF EMP-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR EMPRESTIMOS.txt. STATUS: " EMP-OK
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
           END-IF
           OPEN OUTPUT F-RELATORIO
           IF REL-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR DEBITO-PARCELAS.txt."
               DISPLAY "STATUS: " REL-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * as parcelas vem na ordem da chave (contrato, numero), entao a
      * parcela mais antiga de cada contrato e cobrada primeiro
       PROCESSA-PARCELAS.
           READ F-PARCELAS NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF prc-status = "A"
                  AND prc-vencimento NOT > WS-DATA-CONTABIL THEN
                   ADD 1 TO WS-TOTAL-VENCIDAS
                   PERFORM COBRAR-PARCELA
               END-IF
           END-READ.

       COBRAR-PARCELA.
           IF prc-vencimento < WS-DATA-CONTABIL THEN
               ADD 1 TO WS-TOTAL-ATRASADAS
               PERFORM CALCULAR-ENCARGOS
           END-IF
           COMPUTE WS-DEVIDO = prc-valor + prc-multa + prc-mora
               - prc-valor-pago
           MOVE ZEROES TO WS-VALOR-DEBITO
           MOVE SPACES TO WS-MOTIVO
           MOVE prc-cod-conta TO cod-conta
           READ F-CADASTRO
             INVALID KEY
               MOVE "CONTA INEXISTENTE" TO WS-MOTIVO
             NOT INVALID KEY
               PERFORM DEBITAR-CONTA
           END-READ
           REWRITE PARCELA-REG
             INVALID KEY
               DISPLAY "ERRO AO ATUALIZAR A PARCELA " prc-chave
           END-REWRITE
           PERFORM GRAVAR-LINHA-PARCELA.

      * multa uma unica vez e mora pelos dias desde a ultima
      * apuracao; a base e a parte da parcela ainda nao paga (o que
      * ja entrou abate primeiro a parcela), e a apuracao fica
      * gravada com a data contabil para a reexecucao nao cobrar de
      * novo
       CALCULAR-ENCARGOS.
           COMPUTE WS-BASE-ENCARGO = prc-valor - prc-valor-pago
           IF WS-BASE-ENCARGO < ZEROES THEN
               MOVE ZEROES TO WS-BASE-ENCARGO
           END-IF
           IF prc-multa = ZEROES THEN
               COMPUTE prc-multa ROUNDED =
                   WS-BASE-ENCARGO * WS-PERC-MULTA / 100
           END-IF
           IF prc-data-encargo = ZEROES THEN
               MOVE prc-vencimento TO WS-DATA-BASE-MORA
           ELSE
               MOVE prc-data-encargo TO WS-DATA-BASE-MORA
           END-IF
           COMPUTE WS-DIAS-MORA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-CONTABIL) -
               FUNCTION INTEGER-OF-DATE(WS-DATA-BASE-MORA)
           IF WS-DIAS-MORA > ZEROES THEN
               COMPUTE WS-MORA-PERIODO ROUNDED =
                   WS-BASE-ENCARGO * WS-PERC-MORA-MES / 100 / 30
                   * WS-DIAS-MORA
               ADD WS-MORA-PERIODO TO prc-mora
           END-IF
           MOVE WS-DATA-CONTABIL TO prc-data-encargo.

       DEBITAR-CONTA.
           IF situacao = "D" OR situacao = "B" THEN
               MOVE "CONTA DORMENTE/BLOQUEADA" TO WS-MOTIVO
           ELSE
               PERFORM SALDO-PARA-NUMERICO
               PERFORM SOMAR-BLOQUEIOS-ATIVOS
               COMPUTE WS-SALDO-DISPONIVEL =
                   WS-SALDO-NUM - WS-TOTAL-BLOQUEADO
               IF WS-SALDO-DISPONIVEL NOT > ZEROES THEN
                   MOVE "SALDO DISPONIVEL INSUF" TO WS-MOTIVO
               ELSE
                   IF WS-SALDO-DISPONIVEL < WS-DEVIDO THEN
                       MOVE WS-SALDO-DISPONIVEL TO WS-VALOR-DEBITO
                       MOVE "SALDO DISPONIVEL PARCIAL" TO WS-MOTIVO
                   ELSE
                       MOVE WS-DEVIDO TO WS-VALOR-DEBITO
                   END-IF
                   PERFORM POSTAR-PARCELA
               END-IF
           END-IF.

       POSTAR-PARCELA.
           MOVE WS-SALDO-NUM TO WS-SALDO-ANTERIOR
           COMPUTE WS-VALOR-MOV = WS-VALOR-DEBITO * -1
           ADD WS-VALOR-MOV TO WS-SALDO-NUM
           PERFORM REGRAVAR-SALDO
           PERFORM GRAVAR-EXTRATO
           ADD WS-VALOR-DEBITO TO prc-valor-pago
           ADD WS-VALOR-DEBITO TO WS-TOTAL-DEBITADO
           IF WS-VALOR-DEBITO = WS-DEVIDO THEN
               MOVE "P" TO prc-status
               MOVE WS-DATA-CONTABIL TO prc-data-pagamento
           END-IF.

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

      * o ultimo numero usado vem de CONTADORES.txt; a varredura das
      * chaves do extrato ficou so como semente quando a conta ainda
      * nao tem contador ou o contador esta zerado
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
           MOVE "P"              TO ext-tipo
           MOVE WS-VALOR-MOV     TO ext-valor
           MOVE WS-SALDO-ANTERIOR TO ext-saldo-anterior
           MOVE WS-SALDO-NUM     TO ext-saldo-novo
           MOVE "EMPRESTIMO"     TO ext-operador
           MOVE prc-contrato     TO ext-documento
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

      * contrato ativo sem nenhuma parcela aberta passa a quitado
       QUITAR-CONTRATOS.
           MOVE ZEROES TO emp-contrato
           MOVE "N" TO WS-EOF
           START F-EMPRESTIMOS KEY IS NOT LESS THAN emp-contrato
             INVALID KEY
               MOVE "Y" TO WS-EOF
           END-START
           PERFORM VERIFICAR-CONTRATO UNTIL WS-EOF = "Y".

       VERIFICAR-CONTRATO.
           READ F-EMPRESTIMOS NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF emp-status = "A" THEN
                   PERFORM PROCURAR-PARCELA-ABERTA
                   IF WS-TEM-ABERTA = "N" THEN
                       MOVE "Q" TO emp-status
                       REWRITE EMPRESTIMO-REG
                         INVALID KEY
                           DISPLAY "ERRO AO QUITAR O CONTRATO "
                               emp-contrato
                         NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-QUITADOS
                           PERFORM GRAVAR-LINHA-QUITADO
                       END-REWRITE
                   END-IF
               END-IF
           END-READ.

       PROCURAR-PARCELA-ABERTA.
           MOVE "N" TO WS-TEM-ABERTA
           MOVE emp-contrato TO prc-contrato
           MOVE ZEROES TO prc-numero
           MOVE "N" TO WS-FIM-PRC
           START F-PARCELAS KEY IS NOT LESS THAN prc-chave
             INVALID KEY
               MOVE "Y" TO WS-FIM-PRC
           END-START
           PERFORM LER-PARCELA-CONTRATO UNTIL WS-FIM-PRC = "Y".

       LER-PARCELA-CONTRATO.
           READ F-PARCELAS NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-PRC
             NOT AT END
               IF prc-contrato = emp-contrato THEN
                   IF prc-status = "A" THEN
                       MOVE "S" TO WS-TEM-ABERTA
                       MOVE "Y" TO WS-FIM-PRC
                   END-IF
               ELSE
                   MOVE "Y" TO WS-FIM-PRC
               END-IF
           END-READ.

       GRAVAR-CABECALHO.
           MOVE SPACES TO REL-LINHA
           STRING "DEBITO DE PARCELAS DE EMPRESTIMO - DATA CONTABIL "
                  WS-DATA-CONTABIL
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE "======================================================"
               TO REL-LINHA
           WRITE REL-LINHA.

       GRAVAR-LINHA-PARCELA.
           EVALUATE TRUE
             WHEN prc-status = "P"
               MOVE "PAGA    " TO WS-SITUACAO-PRC
               ADD 1 TO WS-TOTAL-PAGAS
             WHEN WS-VALOR-DEBITO > ZEROES
               MOVE "PARCIAL " TO WS-SITUACAO-PRC
               ADD 1 TO WS-TOTAL-PARCIAIS
             WHEN OTHER
               MOVE "NAO PAGA" TO WS-SITUACAO-PRC
               ADD 1 TO WS-TOTAL-NAO-PAGAS
           END-EVALUATE
           MOVE WS-DEVIDO TO WS-DEVIDO-EDIT
           MOVE WS-VALOR-DEBITO TO WS-DEBITO-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "CONTRATO " prc-contrato
                  " PARC " prc-numero
                  " CONTA " prc-cod-conta
                  " VENC " prc-vencimento
                  " DEVIDO " WS-DEVIDO-EDIT
                  " DEBITADO " WS-DEBITO-EDIT
                  " " WS-SITUACAO-PRC
                  " " WS-MOTIVO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

       GRAVAR-LINHA-QUITADO.
           MOVE SPACES TO REL-LINHA
           STRING "CONTRATO " emp-contrato
                  " CONTA " emp-cod-conta
                  " QUITADO"
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

       GRAVAR-RODAPE.
           MOVE "======================================================"
               TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-TOTAL-DEBITADO TO WS-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "VENCIDAS " WS-TOTAL-VENCIDAS
                  " PAGAS " WS-TOTAL-PAGAS
                  " PARCIAIS " WS-TOTAL-PARCIAIS
                  " NAO PAGAS " WS-TOTAL-NAO-PAGAS
                  " DEBITADO " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

       END PROGRAM DEBITO-PARCELAS.
