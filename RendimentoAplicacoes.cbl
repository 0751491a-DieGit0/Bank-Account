      ******************************************************************
      * Author: Grupo os BATUTINHAS
      * Purpose: Daily batch, run as a LOTE-NOTURNO step, that accrues
      *          the yield of the live term deposits in APLICACOES.txt
      *          up to the DIA-CONTABIL.txt business date and, at
      *          maturity, credits principal plus yield back to the
      *          current account. The yield is simple interest at the
      *          monthly rate of the deposit, per calendar day (rate /
      *          30) from the application date, and is always recomputed
      *          from the application date up to the business date (or
      *          the maturity date, whichever comes first), so a rerun
      *          on the same date changes nothing. A deposit whose
      *          maturity date is on or before the business date is
      *          credited to the account with EXTRATO tipo R and the
      *          deposit number in ext-documento, and marked vencida.
      *          Every deposit looked at is listed in
      *          RENDIMENTO-APLICACOES.txt for the back office.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RENDIMENTO-APLICACOES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MEU-PC.
       OBJECT-COMPUTER. MEU_PC.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-APLICACOES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS apl-numero
           FILE STATUS   APL-OK.
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
       FD  F-APLICACOES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "APLICACOES.txt".
       01  APLICACAO-REG.
           02 apl-numero              PIC 9(6).
           02 apl-cod-conta           PIC 9(5).
           02 apl-cod-cliente         PIC 9(5).
           02 apl-valor-aplicado      PIC S9(9)V99.
           02 apl-taxa-mensal         PIC 9(2)V9(4).
           02 apl-prazo               PIC 9(3).
           02 apl-data-aplicacao      PIC 9(8).
           02 apl-data-vencimento     PIC 9(8).
           02 apl-rendimento          PIC S9(9)V99.
           02 apl-data-rendimento     PIC 9(8).
           02 apl-status              PIC X(1).
           02 apl-data-resgate        PIC 9(8).
           02 apl-taxa-penalidade     PIC 9(3)V99.
           02 apl-valor-resgate       PIC S9(9)V99.
           02 apl-operador            PIC X(10).

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
           VALUE OF FILE-ID IS "RENDIMENTO-APLICACOES.txt".
       01  REL-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       77 APL-OK            PIC X(02) VALUE ZEROES.
       77 ARQ-OK            PIC X(02) VALUE ZEROES.
       77 EXT-OK            PIC X(02) VALUE ZEROES.
       77 DIA-OK            PIC X(02) VALUE ZEROES.
       77 CNT-OK            PIC X(02) VALUE ZEROES.
       77 REL-OK            PIC X(02) VALUE ZEROES.
       77 WS-EOF            PIC X(01) VALUE "N".
       77 WS-FIM-SEQ        PIC X(01) VALUE "N".
       77 WS-DATA-CONTABIL  PIC 9(08) VALUE ZEROES.
       77 WS-DIA-ABERTO     PIC X(01) VALUE "N".
       77 WS-DATA-LIMITE    PIC 9(08) VALUE ZEROES.
       77 WS-DIAS-CORRIDOS  PIC S9(07) VALUE ZEROES.
       77 WS-RENDIMENTO-ANT PIC S9(9)V99  VALUE ZEROES.
       77 WS-RENDIMENTO-DIA PIC S9(9)V99  VALUE ZEROES.
       77 WS-MOTIVO         PIC X(30) VALUE SPACES.
       77 WS-SITUACAO-APL   PIC X(08) VALUE SPACES.
       77 WS-SALDO-ALPHA    PIC X(20) VALUE SPACES.
       77 WS-SALDO-NUM      PIC S9(10)V99 VALUE ZEROES.
       77 WS-SALDO-ANTERIOR PIC S9(10)V99 VALUE ZEROES.
       77 WS-VALOR-MOV      PIC S9(9)V99  VALUE ZEROES.
       77 WS-ULTIMA-SEQ     PIC 9(06) VALUE ZEROES.
       77 WS-CONTA-EXTRATO  PIC 9(05) VALUE ZEROES.
       77 WS-APLICADO-EDIT  PIC $---.---.---.--9,99.
       77 WS-RENDIM-EDIT    PIC $---.---.---.--9,99.
       77 WS-VALOR-EDIT     PIC $---.---.---.--9,99.
       77 WS-TOTAL-ATIVAS   PIC 9(07) VALUE 0.
       77 WS-TOTAL-VENCIDAS PIC 9(07) VALUE 0.
       77 WS-TOTAL-ERROS    PIC 9(07) VALUE 0.
       77 WS-SOMA-RENDIM-DIA PIC S9(11)V99 VALUE ZEROES.
       77 WS-TOTAL-CREDITADO PIC S9(11)V99 VALUE ZEROES.

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
           DISPLAY "RENDIMENTO DE APLICACOES A PRAZO"
           DISPLAY "================================="
           DISPLAY "DATA CONTABIL: " WS-DATA-CONTABIL
           OPEN I-O F-APLICACOES
           IF APL-OK = "35" THEN
               DISPLAY "SEM APLICACOES A PRAZO - NADA A PROCESSAR."
               STOP RUN
           END-IF
           IF APL-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR APLICACOES.txt. STATUS: " APL-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS
           PERFORM GRAVAR-CABECALHO
           PERFORM PROCESSA-APLICACOES UNTIL WS-EOF = "Y"
           CLOSE F-APLICACOES
           CLOSE F-CADASTRO
           CLOSE F-EXTRATO
           CLOSE F-CONTADORES
           PERFORM GRAVAR-RODAPE
           CLOSE F-RELATORIO
           DISPLAY "================================="
           DISPLAY "APLICACOES ATIVAS....: " WS-TOTAL-ATIVAS
           DISPLAY "VENCIDAS E CREDITADAS: " WS-TOTAL-VENCIDAS
           DISPLAY "COM ERRO.............: " WS-TOTAL-ERROS
           MOVE WS-SOMA-RENDIM-DIA TO WS-VALOR-EDIT
           DISPLAY "RENDIMENTO DO DIA....: " WS-VALOR-EDIT
           MOVE WS-TOTAL-CREDITADO TO WS-VALOR-EDIT
           DISPLAY "TOTAL CREDITADO......: " WS-VALOR-EDIT
           DISPLAY "RELATORIO GRAVADO EM RENDIMENTO-APLICACOES.txt"
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
               DISPLAY "ERRO AO ABRIR RENDIMENTO-APLICACOES.txt."
               DISPLAY "STATUS: " REL-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESSA-APLICACOES.
           READ F-APLICACOES NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF apl-status = "A" THEN
                   ADD 1 TO WS-TOTAL-ATIVAS
                   PERFORM APURAR-RENDIMENTO
               END-IF
           END-READ.

      * o rendimento e recalculado desde a data da aplicacao ate a
      * data contabil (ou o vencimento, o que vier antes); assim a
      * reexecucao no mesmo dia nao soma nada e o dia util apos um
      * fim de semana ja leva os dias corridos
       APURAR-RENDIMENTO.
           MOVE SPACES TO WS-MOTIVO
           MOVE apl-rendimento TO WS-RENDIMENTO-ANT
           IF apl-data-vencimento < WS-DATA-CONTABIL THEN
               MOVE apl-data-vencimento TO WS-DATA-LIMITE
           ELSE
               MOVE WS-DATA-CONTABIL TO WS-DATA-LIMITE
           END-IF
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-LIMITE) -
               FUNCTION INTEGER-OF-DATE(apl-data-aplicacao)
           IF WS-DIAS-CORRIDOS > ZEROES THEN
               COMPUTE apl-rendimento ROUNDED =
                   apl-valor-aplicado * apl-taxa-mensal / 100 / 30
                   * WS-DIAS-CORRIDOS
               MOVE WS-DATA-LIMITE TO apl-data-rendimento
           END-IF
           COMPUTE WS-RENDIMENTO-DIA =
               apl-rendimento - WS-RENDIMENTO-ANT
           ADD WS-RENDIMENTO-DIA TO WS-SOMA-RENDIM-DIA
           MOVE ZEROES TO WS-VALOR-MOV
           IF apl-data-vencimento NOT > WS-DATA-CONTABIL THEN
               PERFORM CREDITAR-VENCIMENTO
           END-IF
           REWRITE APLICACAO-REG
             INVALID KEY
               DISPLAY "ERRO AO ATUALIZAR A APLICACAO " apl-numero
           END-REWRITE
           PERFORM GRAVAR-LINHA-APLICACAO.

       CREDITAR-VENCIMENTO.
           MOVE apl-cod-conta TO cod-conta
           READ F-CADASTRO
             INVALID KEY
               MOVE "CONTA INEXISTENTE" TO WS-MOTIVO
               ADD 1 TO WS-TOTAL-ERROS
             NOT INVALID KEY
               PERFORM POSTAR-RESGATE
           END-READ.

       POSTAR-RESGATE.
           PERFORM SALDO-PARA-NUMERICO
           MOVE WS-SALDO-NUM TO WS-SALDO-ANTERIOR
           COMPUTE WS-VALOR-MOV = apl-valor-aplicado + apl-rendimento
           ADD WS-VALOR-MOV TO WS-SALDO-NUM
           PERFORM REGRAVAR-SALDO
           PERFORM GRAVAR-EXTRATO
           MOVE "V" TO apl-status
           MOVE WS-DATA-CONTABIL TO apl-data-resgate
           MOVE WS-VALOR-MOV TO apl-valor-resgate
           ADD 1 TO WS-TOTAL-VENCIDAS
           ADD WS-VALOR-MOV TO WS-TOTAL-CREDITADO.

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
           MOVE "R"              TO ext-tipo
           MOVE WS-VALOR-MOV     TO ext-valor
           MOVE WS-SALDO-ANTERIOR TO ext-saldo-anterior
           MOVE WS-SALDO-NUM     TO ext-saldo-novo
           MOVE "APLICACAO"      TO ext-operador
           MOVE apl-numero       TO ext-documento
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

       GRAVAR-CABECALHO.
           MOVE SPACES TO REL-LINHA
           STRING "RENDIMENTO DE APLICACOES A PRAZO - DATA CONTABIL "
                  WS-DATA-CONTABIL
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE "======================================================"
               TO REL-LINHA
           WRITE REL-LINHA.

       GRAVAR-LINHA-APLICACAO.
           EVALUATE TRUE
             WHEN apl-status = "V"
               MOVE "VENCIDA " TO WS-SITUACAO-APL
             WHEN WS-MOTIVO NOT = SPACES
               MOVE "ERRO    " TO WS-SITUACAO-APL
             WHEN OTHER
               MOVE "ATIVA   " TO WS-SITUACAO-APL
           END-EVALUATE
           MOVE apl-valor-aplicado TO WS-APLICADO-EDIT
           MOVE apl-rendimento TO WS-RENDIM-EDIT
           MOVE WS-VALOR-MOV TO WS-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "APLICACAO " apl-numero
                  " CONTA " apl-cod-conta
                  " VENC " apl-data-vencimento
                  " APLICADO " WS-APLICADO-EDIT
                  " RENDIMENTO " WS-RENDIM-EDIT
                  " CREDITADO " WS-VALOR-EDIT
                  " " WS-SITUACAO-APL
                  " " WS-MOTIVO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

       GRAVAR-RODAPE.
           MOVE "======================================================"
               TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-SOMA-RENDIM-DIA TO WS-RENDIM-EDIT
           MOVE WS-TOTAL-CREDITADO TO WS-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "ATIVAS " WS-TOTAL-ATIVAS
                  " VENCIDAS " WS-TOTAL-VENCIDAS
                  " ERROS " WS-TOTAL-ERROS
                  " RENDIMENTO DO DIA " WS-RENDIM-EDIT
                  " CREDITADO " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

       END PROGRAM RENDIMENTO-APLICACOES.
