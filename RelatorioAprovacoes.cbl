      ******************************************************************
      * Author: Grupo os BATUTINHAS
      * Purpose: Batch report of the dual-control requests kept in
      *          APROVACOES.txt (balance changes, judicial hold
      *          releases, account status changes and password
      *          resets asked for at CONTACORRENTE and decided by a
      *          second supervisor). Lists every request made in a
      *          business-date range with its type, account or
      *          operator, the values before and after (a new
      *          password is never printed), the status and both
      *          operator ids - who asked and who approved, rejected
      *          or, for FECHAMENTO, let it expire at day close - and
      *          totals requested, approved, rejected, expired and
      *          still pending, into RELATORIO-APROVACOES.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RELATORIO-APROVACOES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MEU-PC.
       OBJECT-COMPUTER. MEU_PC.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-APROVACOES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS apr-numero
           FILE STATUS   APR-OK.
       SELECT F-DIACONTABIL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   DIA-OK.
       SELECT F-RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   REL-OK.

       DATA DIVISION.
       FILE SECTION.
       FD  F-APROVACOES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "APROVACOES.txt".
       01  APROVACAO-REG.
           02 apr-numero            PIC 9(6).
           02 apr-tipo              PIC X(1).
           02 apr-status            PIC X(1).
           02 apr-cod-conta         PIC 9(5).
           02 apr-referencia        PIC X(10).
           02 apr-antes             PIC X(40).
           02 apr-depois            PIC X(40).
           02 apr-motivo            PIC X(30).
           02 apr-operador-pedido   PIC X(10).
           02 apr-data-pedido       PIC 9(8).
           02 apr-hora-pedido       PIC 9(6).
           02 apr-operador-decisao  PIC X(10).
           02 apr-data-decisao      PIC 9(8).
           02 apr-hora-decisao      PIC 9(6).

       FD  F-DIACONTABIL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIA-CONTABIL.txt".
       01  DIA-REG.
           02 dia-data   PIC 9(8).
           02 dia-status PIC X(1).

       FD  F-RELATORIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RELATORIO-APROVACOES.txt".
       01  REL-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       77 APR-OK            PIC X(02) VALUE ZEROES.
       77 DIA-OK            PIC X(02) VALUE ZEROES.
       77 REL-OK            PIC X(02) VALUE ZEROES.
       77 WS-EOF            PIC X(01) VALUE "N".
       77 WS-DATA-CONTABIL  PIC 9(08) VALUE ZEROES.
       77 WS-DATA-INICIO    PIC 9(08) VALUE ZEROES.
       77 WS-DATA-FIM       PIC 9(08) VALUE ZEROES.
       77 WS-TIPO-EXT       PIC X(18) VALUE SPACES.
       77 WS-STATUS-EXT     PIC X(10) VALUE SPACES.
       77 WS-ANTES-EXT      PIC X(50) VALUE SPACES.
       77 WS-DEPOIS-EXT     PIC X(50) VALUE SPACES.
       77 WS-QTD-PEDIDOS    PIC 9(07) VALUE ZEROES.
       77 WS-QTD-APROVADOS  PIC 9(07) VALUE ZEROES.
       77 WS-QTD-REJEITADOS PIC 9(07) VALUE ZEROES.
       77 WS-QTD-EXPIRADOS  PIC 9(07) VALUE ZEROES.
       77 WS-QTD-PENDENTES  PIC 9(07) VALUE ZEROES.
      * valores antes/depois gravados pela CONTACORRENTE
       01 WS-VALORES         PIC X(40) VALUE SPACES.
       01 WS-VALORES-CONTA REDEFINES WS-VALORES.
           02 WS-VC-AGENCIA  PIC 9(5).
           02 WS-VC-NOME     PIC X(10).
           02 WS-VC-SALDO    PIC X(19).
           02 FILLER         PIC X(6).
       01 WS-VALORES-BLOQUEIO REDEFINES WS-VALORES.
           02 WS-VB-STATUS   PIC X(1).
           02 WS-VB-VALOR    PIC X(19).
           02 FILLER         PIC X(20).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INICIO.
           DISPLAY "RELATORIO DE APROVACOES (DUPLA CUSTODIA)"
           DISPLAY "========================================"
           PERFORM LER-DIA-CONTABIL
           DISPLAY "DATA INICIAL (AAAAMMDD, 0=DATA CONTABIL): "
           ACCEPT WS-DATA-INICIO
           IF WS-DATA-INICIO = ZEROES THEN
               MOVE WS-DATA-CONTABIL TO WS-DATA-INICIO
           END-IF
           DISPLAY "DATA FINAL   (AAAAMMDD, 0=DATA CONTABIL): "
           ACCEPT WS-DATA-FIM
           IF WS-DATA-FIM = ZEROES THEN
               MOVE WS-DATA-CONTABIL TO WS-DATA-FIM
           END-IF
           IF WS-DATA-INICIO = ZEROES OR WS-DATA-FIM = ZEROES
              OR WS-DATA-FIM < WS-DATA-INICIO THEN
               DISPLAY "PERIODO INVALIDO - RELATORIO ABORTADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS
           MOVE SPACES TO REL-LINHA
           STRING "RELATORIO DE APROVACOES DE " WS-DATA-INICIO
                  " A " WS-DATA-FIM
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE "======================================================"
               TO REL-LINHA
           PERFORM ESCREVER-LINHA
           PERFORM PROCESSA-PEDIDOS UNTIL WS-EOF = "Y"
           PERFORM IMPRIMIR-TOTAIS
           CLOSE F-APROVACOES
           CLOSE F-RELATORIO
           DISPLAY "RELATORIO GRAVADO EM RELATORIO-APROVACOES.txt"
           STOP RUN.

       LER-DIA-CONTABIL.
           MOVE ZEROES TO WS-DATA-CONTABIL
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
           OPEN INPUT F-APROVACOES
           IF APR-OK = "35" THEN
               DISPLAY "APROVACOES.txt NAO EXISTE - NENHUM PEDIDO."
               STOP RUN
           END-IF
           IF APR-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR APROVACOES.txt. STATUS: " APR-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F-RELATORIO
           IF REL-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR RELATORIO-APROVACOES.txt."
               DISPLAY "STATUS: " REL-OK
               CLOSE F-APROVACOES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESSA-PEDIDOS.
           READ F-APROVACOES NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF apr-data-pedido NOT < WS-DATA-INICIO
                  AND apr-data-pedido NOT > WS-DATA-FIM THEN
                   PERFORM TRATAR-PEDIDO
               END-IF
           END-READ.

       TRATAR-PEDIDO.
           ADD 1 TO WS-QTD-PEDIDOS
           PERFORM FORMATAR-TIPO
           PERFORM FORMATAR-STATUS
           MOVE SPACES TO REL-LINHA
           STRING "PEDIDO " apr-numero
                  " " WS-TIPO-EXT
                  " CONTA " apr-cod-conta
                  " REF " apr-referencia
                  " " WS-STATUS-EXT
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "   ANTES.: " WS-ANTES-EXT
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "   DEPOIS: " WS-DEPOIS-EXT
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           IF apr-motivo NOT = SPACES THEN
               MOVE SPACES TO REL-LINHA
               STRING "   MOTIVO: " apr-motivo
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           END-IF
           MOVE SPACES TO REL-LINHA
           STRING "   PEDIDO POR " apr-operador-pedido
                  " EM " apr-data-pedido " " apr-hora-pedido
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           IF apr-status NOT = "P" THEN
               MOVE SPACES TO REL-LINHA
               STRING "   DECIDIDO POR " apr-operador-decisao
                      " EM " apr-data-decisao " " apr-hora-decisao
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           END-IF.

       FORMATAR-TIPO.
           MOVE SPACES TO WS-ANTES-EXT
           MOVE SPACES TO WS-DEPOIS-EXT
           EVALUATE apr-tipo
             WHEN "S"
               MOVE "ALTERACAO SALDO" TO WS-TIPO-EXT
               MOVE apr-antes TO WS-VALORES
               STRING "AG " WS-VC-AGENCIA " " WS-VC-NOME
                      " " WS-VC-SALDO
                   DELIMITED BY SIZE INTO WS-ANTES-EXT
               END-STRING
               MOVE apr-depois TO WS-VALORES
               STRING "AG " WS-VC-AGENCIA " " WS-VC-NOME
                      " " WS-VC-SALDO
                   DELIMITED BY SIZE INTO WS-DEPOIS-EXT
               END-STRING
             WHEN "B"
               MOVE "BAIXA BLOQUEIO" TO WS-TIPO-EXT
               MOVE apr-antes TO WS-VALORES
               STRING "STATUS " WS-VB-STATUS " VALOR " WS-VB-VALOR
                   DELIMITED BY SIZE INTO WS-ANTES-EXT
               END-STRING
               MOVE apr-depois TO WS-VALORES
               STRING "STATUS " WS-VB-STATUS
                   DELIMITED BY SIZE INTO WS-DEPOIS-EXT
               END-STRING
             WHEN "U"
               MOVE "SITUACAO CONTA" TO WS-TIPO-EXT
               STRING "SITUACAO " apr-antes(1:1)
                   DELIMITED BY SIZE INTO WS-ANTES-EXT
               END-STRING
               STRING "SITUACAO " apr-depois(1:1)
                   DELIMITED BY SIZE INTO WS-DEPOIS-EXT
               END-STRING
             WHEN "P"
               MOVE "RESET DE SENHA" TO WS-TIPO-EXT
               MOVE "-" TO WS-ANTES-EXT
               MOVE "NOVA SENHA (OCULTA), TROCA FORCADA"
                   TO WS-DEPOIS-EXT
             WHEN OTHER
               MOVE apr-tipo TO WS-TIPO-EXT
           END-EVALUATE.

       FORMATAR-STATUS.
           EVALUATE apr-status
             WHEN "A"
               MOVE "APROVADO" TO WS-STATUS-EXT
               ADD 1 TO WS-QTD-APROVADOS
             WHEN "R"
               MOVE "REJEITADO" TO WS-STATUS-EXT
               ADD 1 TO WS-QTD-REJEITADOS
             WHEN "E"
               MOVE "EXPIRADO" TO WS-STATUS-EXT
               ADD 1 TO WS-QTD-EXPIRADOS
             WHEN OTHER
               MOVE "PENDENTE" TO WS-STATUS-EXT
               ADD 1 TO WS-QTD-PENDENTES
           END-EVALUATE.

       IMPRIMIR-TOTAIS.
           MOVE "======================================================"
               TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "PEDIDOS....: " WS-QTD-PEDIDOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "APROVADOS..: " WS-QTD-APROVADOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "REJEITADOS.: " WS-QTD-REJEITADOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "EXPIRADOS..: " WS-QTD-EXPIRADOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "PENDENTES..: " WS-QTD-PENDENTES
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA.

       ESCREVER-LINHA.
           WRITE REL-LINHA
           DISPLAY REL-LINHA.

       END PROGRAM RELATORIO-APROVACOES.
