      ******************************************************************
      * Author: Grupo os BATUTINHAS
      * Purpose: Batch report of the inbound-file register
      *          ARQUIVOS-RECEBIDOS.txt written by CARGA-MOVIMENTOS (M,
      *          MOVIMENTOS.txt) and COMPENSACAO-INTERBANCARIA (C,
      *          COMPENSACAO.txt). Lists, per file kind and sender,
      *          every file sequence received with its file date,
      *          business date processed, detail count, control total,
      *          number of runs and any pending supervisor release, and
      *          flags the sequence gaps between them (files that never
      *          arrived) and the runs that were interrupted before
      *          finishing, so a missing branch file is chased the next
      *          morning. Totals per sender and overall into
      *          RELATORIO-ARQUIVOS-RECEBIDOS.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RELATORIO-ARQUIVOS-RECEBIDOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MEU-PC.
       OBJECT-COMPUTER. MEU_PC.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-RECEBIDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS arr-chave
           FILE STATUS   ARR-OK.
       SELECT F-RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   REL-OK.

       DATA DIVISION.
       FILE SECTION.
      * registro dos arquivos de entrada ja recebidos (M movimentos,
      * C compensacao) por remetente e sequencia
       FD  F-RECEBIDOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQUIVOS-RECEBIDOS.txt".
       01  RECEBIDO-REG.
           02 arr-chave.
               03 arr-arquivo        PIC X(1).
               03 arr-remetente      PIC X(10).
               03 arr-sequencia      PIC 9(6).
           02 arr-data-arquivo       PIC 9(8).
           02 arr-data-processamento PIC 9(8).
           02 arr-hora-processamento PIC 9(6).
           02 arr-qtd-detalhes       PIC 9(6).
           02 arr-total-controle     PIC S9(13)V99.
           02 arr-status             PIC X(1).
           02 arr-qtd-processamentos PIC 9(3).
           02 arr-liberado           PIC X(1).
           02 arr-operador-liberacao PIC X(10).
           02 arr-data-liberacao     PIC 9(8).

       FD  F-RELATORIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RELATORIO-ARQUIVOS-RECEBIDOS.txt".
       01  REL-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       77 ARR-OK            PIC X(02) VALUE ZEROES.
       77 REL-OK            PIC X(02) VALUE ZEROES.
       77 WS-EOF            PIC X(01) VALUE "N".
       77 WS-PRIMEIRO       PIC X(01) VALUE "S".
       77 WS-ARQUIVO-ATUAL  PIC X(01) VALUE SPACES.
       77 WS-REMETENTE-ATUAL PIC X(10) VALUE SPACES.
       77 WS-SEQ-ANTERIOR   PIC 9(06) VALUE ZEROES.
       77 WS-FALTA-INI      PIC 9(06) VALUE ZEROES.
       77 WS-FALTA-FIM      PIC 9(06) VALUE ZEROES.
       77 WS-FALTA-QTD      PIC 9(06) VALUE ZEROES.
       77 WS-ARQUIVO-EXT    PIC X(12) VALUE SPACES.
       77 WS-STATUS-EXT     PIC X(12) VALUE SPACES.
       77 WS-TOTAL-EDIT     PIC -.---.---.---.--9,99.
       77 WS-REM-ARQUIVOS   PIC 9(06) VALUE ZEROES.
       77 WS-REM-FALTANTES  PIC 9(06) VALUE ZEROES.
       77 WS-QTD-REMETENTES PIC 9(06) VALUE ZEROES.
       77 WS-QTD-ARQUIVOS   PIC 9(07) VALUE ZEROES.
       77 WS-QTD-FALTANTES  PIC 9(07) VALUE ZEROES.
       77 WS-QTD-INTERROMPIDOS PIC 9(07) VALUE ZEROES.
       77 WS-QTD-LIBERADOS  PIC 9(07) VALUE ZEROES.
       77 WS-QTD-REPROCESSADOS PIC 9(07) VALUE ZEROES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INICIO.
           DISPLAY "RELATORIO DE ARQUIVOS RECEBIDOS"
           DISPLAY "==============================="
           PERFORM ABRE-ARQUIVOS
           MOVE "RELATORIO DE ARQUIVOS DE ENTRADA RECEBIDOS"
               TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE "======================================================"
               TO REL-LINHA
           PERFORM ESCREVER-LINHA
           PERFORM PROCESSA-REGISTRO UNTIL WS-EOF = "Y"
           IF WS-PRIMEIRO = "N" THEN
               PERFORM FECHAR-REMETENTE
           END-IF
           PERFORM IMPRIMIR-TOTAIS
           CLOSE F-RECEBIDOS
           CLOSE F-RELATORIO
           DISPLAY "RELATORIO GRAVADO EM "
               "RELATORIO-ARQUIVOS-RECEBIDOS.txt"
           STOP RUN.

       ABRE-ARQUIVOS.
           OPEN INPUT F-RECEBIDOS
           IF ARR-OK = "35" THEN
               DISPLAY "ARQUIVOS-RECEBIDOS.txt NAO EXISTE -"
                   " NENHUM ARQUIVO RECEBIDO."
               STOP RUN
           END-IF
           IF ARR-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR ARQUIVOS-RECEBIDOS.txt. STATUS: "
                   ARR-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F-RELATORIO
           IF REL-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR RELATORIO-ARQUIVOS-RECEBIDOS.txt."
               DISPLAY "STATUS: " REL-OK
               CLOSE F-RECEBIDOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * a chave traz tipo de arquivo, remetente e sequencia nessa
      * ordem: cada remetente vem junto e em ordem de sequencia
       PROCESSA-REGISTRO.
           READ F-RECEBIDOS NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF WS-PRIMEIRO = "S" THEN
                   PERFORM ABRIR-REMETENTE
               ELSE
                   IF arr-arquivo NOT = WS-ARQUIVO-ATUAL
                      OR arr-remetente NOT = WS-REMETENTE-ATUAL THEN
                       PERFORM FECHAR-REMETENTE
                       PERFORM ABRIR-REMETENTE
                   END-IF
               END-IF
               PERFORM TRATAR-ARQUIVO
           END-READ.

       ABRIR-REMETENTE.
           MOVE "N" TO WS-PRIMEIRO
           MOVE arr-arquivo   TO WS-ARQUIVO-ATUAL
           MOVE arr-remetente TO WS-REMETENTE-ATUAL
           MOVE ZEROES TO WS-SEQ-ANTERIOR
           MOVE ZEROES TO WS-REM-ARQUIVOS
           MOVE ZEROES TO WS-REM-FALTANTES
           ADD 1 TO WS-QTD-REMETENTES
           EVALUATE arr-arquivo
             WHEN "M" MOVE "MOVIMENTOS" TO WS-ARQUIVO-EXT
             WHEN "C" MOVE "COMPENSACAO" TO WS-ARQUIVO-EXT
             WHEN OTHER MOVE arr-arquivo TO WS-ARQUIVO-EXT
           END-EVALUATE
           MOVE SPACES TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "ARQUIVO " WS-ARQUIVO-EXT
                  " REMETENTE " arr-remetente
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA.

       TRATAR-ARQUIVO.
           IF WS-SEQ-ANTERIOR > ZEROES
              AND arr-sequencia > WS-SEQ-ANTERIOR + 1 THEN
               COMPUTE WS-FALTA-INI = WS-SEQ-ANTERIOR + 1
               COMPUTE WS-FALTA-FIM = arr-sequencia - 1
               COMPUTE WS-FALTA-QTD = WS-FALTA-FIM - WS-FALTA-INI + 1
               ADD WS-FALTA-QTD TO WS-REM-FALTANTES
               ADD WS-FALTA-QTD TO WS-QTD-FALTANTES
               MOVE SPACES TO REL-LINHA
               STRING "   *** SEQUENCIAS " WS-FALTA-INI " A "
                      WS-FALTA-FIM " NAO RECEBIDAS"
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           END-IF
           MOVE arr-sequencia TO WS-SEQ-ANTERIOR
           ADD 1 TO WS-REM-ARQUIVOS
           ADD 1 TO WS-QTD-ARQUIVOS
           IF arr-status = "C" THEN
               MOVE "CONCLUIDO" TO WS-STATUS-EXT
           ELSE
               MOVE "INTERROMPIDO" TO WS-STATUS-EXT
               ADD 1 TO WS-QTD-INTERROMPIDOS
           END-IF
           IF arr-qtd-processamentos > 1 THEN
               ADD 1 TO WS-QTD-REPROCESSADOS
           END-IF
           MOVE arr-total-controle TO WS-TOTAL-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "   SEQ " arr-sequencia
                  " DATA " arr-data-arquivo
                  " PROCESSADO " arr-data-processamento
                  " " arr-hora-processamento
                  " DETALHES " arr-qtd-detalhes
                  " TOTAL " WS-TOTAL-EDIT
                  " " WS-STATUS-EXT
                  " EXECUCOES " arr-qtd-processamentos
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           IF arr-liberado = "S" THEN
               ADD 1 TO WS-QTD-LIBERADOS
               MOVE SPACES TO REL-LINHA
               STRING "       LIBERADO PARA REPROCESSAMENTO POR "
                      arr-operador-liberacao " EM "
                      arr-data-liberacao
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           END-IF.

       FECHAR-REMETENTE.
           MOVE SPACES TO REL-LINHA
           STRING "   ARQUIVOS RECEBIDOS: " WS-REM-ARQUIVOS
                  "  SEQUENCIAS FALTANTES: " WS-REM-FALTANTES
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA.

       IMPRIMIR-TOTAIS.
           MOVE "======================================================"
               TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "REMETENTES..............: " WS-QTD-REMETENTES
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "ARQUIVOS RECEBIDOS......: " WS-QTD-ARQUIVOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "SEQUENCIAS FALTANTES....: " WS-QTD-FALTANTES
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "EXECUCOES INTERROMPIDAS.: " WS-QTD-INTERROMPIDOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "REPROCESSADOS...........: " WS-QTD-REPROCESSADOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "LIBERACOES PENDENTES....: " WS-QTD-LIBERADOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA.

       ESCREVER-LINHA.
           WRITE REL-LINHA
           DISPLAY REL-LINHA.

       END PROGRAM RELATORIO-ARQUIVOS-RECEBIDOS.
