      ******************************************************************
      * Author: Grupo os BATUTINHAS
      * Purpose: One-time conversion of the audit file HISTORICO.txt
      *          from the old 60-byte record to the current layout
      *          with hist-cod-cliente and hist-papel at the end (the
      *          client whose relationship with the account began or
      *          ended, and the role held, used by REMESSA-CCS). Same
      *          mold as CONVERTE-EXTRATO: the old-layout file makes
      *          every indexed open under the new record come back with
      *          status 39, so the utility unloads the entries with the
      *          old layout into the sequential HISTORICO-CONVERSAO.txt
      *          (kept afterwards as the audit copy), recreates
      *          HISTORICO.txt with the new layout and reloads it with
      *          the client zeroed and the role blank. Record counts and
      *          the hist-sequencia hash are shown before and after so
      *          the reload can be proven.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONVERTE-HISTORICO.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MEU-PC.
       OBJECT-COMPUTER. MEU_PC.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-HISTORICO-ANT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ant-chave
           FILE STATUS   ANT-OK.
       SELECT F-HISTORICO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS hist-chave
           FILE STATUS   HIST-OK.
       SELECT F-DESCARGA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   DSC-OK.

       DATA DIVISION.
       FILE SECTION.
      * layout ANTIGO de HISTORICO.txt, sem o cliente e o papel
       FD  F-HISTORICO-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTORICO.txt".
       01  HISTORICO-ANT.
           02 ant-chave.
               03 ant-cod-conta      PIC 9(5).
               03 ant-sequencia      PIC 9(6).
           02 ant-data               PIC 9(8).
           02 ant-hora               PIC 9(6).
           02 ant-operacao           PIC X(1).
           02 ant-cod-agencia        PIC 9(5).
           02 ant-nome               PIC AAAAAAAAAA.
           02 ant-saldo              PIC $---.---.---.--9,99.

       FD  F-HISTORICO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTORICO.txt".
       01  HISTORICO-REG.
           02 hist-chave.
               03 hist-cod-conta     PIC 9(5).
               03 hist-sequencia     PIC 9(6).
           02 hist-data              PIC 9(8).
           02 hist-hora              PIC 9(6).
           02 hist-operacao          PIC X(1).
           02 hist-cod-agencia       PIC 9(5).
           02 hist-nome              PIC AAAAAAAAAA.
           02 hist-saldo             PIC $---.---.---.--9,99.
           02 hist-cod-cliente       PIC 9(5).
           02 hist-papel             PIC X(1).

       FD  F-DESCARGA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTORICO-CONVERSAO.txt".
       01  DESCARGA-REG.
           02 dsc-cod-conta          PIC 9(5).
           02 dsc-sequencia          PIC 9(6).
           02 dsc-data               PIC 9(8).
           02 dsc-hora               PIC 9(6).
           02 dsc-operacao           PIC X(1).
           02 dsc-cod-agencia        PIC 9(5).
           02 dsc-nome               PIC X(10).
           02 dsc-saldo              PIC X(19).
           02 dsc-cod-cliente        PIC 9(5).
           02 dsc-papel              PIC X(1).

       WORKING-STORAGE SECTION.
       77 ANT-OK            PIC X(02) VALUE ZEROES.
       77 HIST-OK           PIC X(02) VALUE ZEROES.
       77 DSC-OK            PIC X(02) VALUE ZEROES.
       77 WS-EOF            PIC X(01) VALUE "N".
       77 WS-HASH-ANTES     PIC 9(13) VALUE ZEROES.
       77 WS-HASH-DEPOIS    PIC 9(13) VALUE ZEROES.
       77 WS-QTD-DESCARGA   PIC 9(07) VALUE ZEROES.
       77 WS-QTD-CARGA      PIC 9(07) VALUE ZEROES.
       77 WS-QTD-ERROS      PIC 9(07) VALUE ZEROES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INICIO.
           DISPLAY "CONVERSAO DO HISTORICO PARA O LAYOUT COM CLIENTE"
           DISPLAY "================================================="
           PERFORM TESTAR-LAYOUT-NOVO
           PERFORM DESCARREGAR-ANTIGO
           PERFORM RECARREGAR-NOVO
           DISPLAY "================================================="
           DISPLAY "REGISTROS DESCARREGADOS: " WS-QTD-DESCARGA
               "  HASH SEQUENCIAS " WS-HASH-ANTES
           DISPLAY "REGISTROS RECARREGADOS.: " WS-QTD-CARGA
               "  HASH SEQUENCIAS " WS-HASH-DEPOIS
           DISPLAY "ERROS DE GRAVACAO......: " WS-QTD-ERROS
           IF WS-QTD-DESCARGA NOT = WS-QTD-CARGA
              OR WS-HASH-ANTES NOT = WS-HASH-DEPOIS THEN
               DISPLAY "ATENCAO: TOTAIS DIVERGEM! A DESCARGA FICOU EM"
               DISPLAY "HISTORICO-CONVERSAO.txt PARA INVESTIGACAO."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CONVERSAO COMPLETA. A DESCARGA FICA EM"
               DISPLAY "HISTORICO-CONVERSAO.txt COMO COPIA DE"
                   " AUDITORIA."
           END-IF
           STOP RUN.

      * se o historico ja abre com o layout novo nao ha o que converter
       TESTAR-LAYOUT-NOVO.
           OPEN INPUT F-HISTORICO
           IF HIST-OK = "00" THEN
               CLOSE F-HISTORICO
               DISPLAY "HISTORICO.txt JA ESTA NO LAYOUT NOVO."
               DISPLAY "NADA A CONVERTER."
               STOP RUN
           END-IF
           IF HIST-OK = "35" THEN
               DISPLAY "HISTORICO.txt NAO EXISTE - NADA A CONVERTER."
               STOP RUN
           END-IF
           IF HIST-OK NOT = "39" THEN
               DISPLAY "STATUS INESPERADO AO TESTAR O LAYOUT: " HIST-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "HISTORICO NO LAYOUT ANTIGO (STATUS 39) -"
               " CONVERTENDO".

       DESCARREGAR-ANTIGO.
           OPEN INPUT F-HISTORICO-ANT
           IF ANT-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR O HISTORICO ANTIGO. STATUS: "
                   ANT-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F-DESCARGA
           IF DSC-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR HISTORICO-CONVERSAO.txt. STATUS: "
                   DSC-OK
               CLOSE F-HISTORICO-ANT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM DESCARREGAR-REGISTRO UNTIL WS-EOF = "Y"
           CLOSE F-DESCARGA
           CLOSE F-HISTORICO-ANT.

      * registros antigos nao tinham o cliente; ficam com zero e papel
      * em branco, e a REMESSA-CCS nao os informa
       DESCARREGAR-REGISTRO.
           READ F-HISTORICO-ANT NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               MOVE ant-cod-conta      TO dsc-cod-conta
               MOVE ant-sequencia      TO dsc-sequencia
               MOVE ant-data           TO dsc-data
               MOVE ant-hora           TO dsc-hora
               MOVE ant-operacao       TO dsc-operacao
               MOVE ant-cod-agencia    TO dsc-cod-agencia
               MOVE ant-nome           TO dsc-nome
               MOVE ant-saldo          TO dsc-saldo
               MOVE ZEROES             TO dsc-cod-cliente
               MOVE SPACES             TO dsc-papel
               WRITE DESCARGA-REG
               ADD 1 TO WS-QTD-DESCARGA
               ADD ant-sequencia TO WS-HASH-ANTES
           END-READ.

       RECARREGAR-NOVO.
           OPEN OUTPUT F-HISTORICO
           IF HIST-OK NOT = "00" THEN
               DISPLAY "ERRO AO RECRIAR HISTORICO.txt. STATUS: " HIST-OK
               DISPLAY "A DESCARGA ESTA EM HISTORICO-CONVERSAO.txt."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F-DESCARGA
           IF DSC-OK NOT = "00" THEN
               DISPLAY "ERRO AO RELER HISTORICO-CONVERSAO.txt. STATUS: "
                   DSC-OK
               CLOSE F-HISTORICO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM RECARREGAR-REGISTRO UNTIL WS-EOF = "Y"
           CLOSE F-DESCARGA
           CLOSE F-HISTORICO.

       RECARREGAR-REGISTRO.
           READ F-DESCARGA
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               MOVE dsc-cod-conta      TO hist-cod-conta
               MOVE dsc-sequencia      TO hist-sequencia
               MOVE dsc-data           TO hist-data
               MOVE dsc-hora           TO hist-hora
               MOVE dsc-operacao       TO hist-operacao
               MOVE dsc-cod-agencia    TO hist-cod-agencia
               MOVE dsc-nome           TO hist-nome
               MOVE dsc-saldo          TO hist-saldo
               MOVE dsc-cod-cliente    TO hist-cod-cliente
               MOVE dsc-papel          TO hist-papel
               WRITE HISTORICO-REG
                 INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O REGISTRO " hist-chave
                   ADD 1 TO WS-QTD-ERROS
                 NOT INVALID KEY
                   ADD 1 TO WS-QTD-CARGA
                   ADD dsc-sequencia TO WS-HASH-DEPOIS
               END-WRITE
           END-READ.

       END PROGRAM CONVERTE-HISTORICO.
