      ******************************************************************
      * Author: Grupo os BATUTINHAS
      * Purpose: One-time conversion of the statement file EXTRATO.txt
      *          from the old 65-byte record to the current layout
      *          with ext-documento (the cheque number, or any other
      *          document that gave rise to the entry) at the end.
      *          Same mold as CONVERTE-CADASTRO: an old-layout file
      *          makes every indexed open under the new record come
      *          back with status 39, so the utility unloads the
      *          entries with the old layout into the sequential
      *          EXTRATO-CONVERSAO.txt (kept afterwards as the audit
      *          copy), recreates EXTRATO.txt with the new layout and
      *          reloads it with ext-documento zeroed. Record counts
      *          and the ext-valor hash are shown before and after so
      *          the reload can be proven. EXTRATO-ARQUIVO.txt needs no
      *          conversion: it is line sequential, and old lines are
      *          simply read back with an empty documento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONVERTE-EXTRATO.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MEU-PC.
       OBJECT-COMPUTER. MEU_PC.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-EXTRATO-ANT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ant-chave
           FILE STATUS   ANT-OK.
       SELECT F-EXTRATO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ext-chave
           FILE STATUS   EXT-OK.
       SELECT F-DESCARGA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   DSC-OK.

       DATA DIVISION.
       FILE SECTION.
      * layout ANTIGO de EXTRATO.txt, sem o numero do documento
       FD  F-EXTRATO-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EXTRATO.txt".
       01  EXTRATO-ANT.
           02 ant-chave.
               03 ant-cod-conta      PIC 9(5).
               03 ant-sequencia      PIC 9(6).
           02 ant-data               PIC 9(8).
           02 ant-tipo               PIC X(1).
           02 ant-valor              PIC S9(9)V99.
           02 ant-saldo-anterior     PIC S9(10)V99.
           02 ant-saldo-novo         PIC S9(10)V99.
           02 ant-operador           PIC X(10).

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

       FD  F-DESCARGA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EXTRATO-CONVERSAO.txt".
       01  DESCARGA-REG.
           02 dsc-cod-conta          PIC 9(5).
           02 dsc-sequencia          PIC 9(6).
           02 dsc-data               PIC 9(8).
           02 dsc-tipo               PIC X(1).
           02 dsc-valor              PIC S9(9)V99.
           02 dsc-saldo-anterior     PIC S9(10)V99.
           02 dsc-saldo-novo         PIC S9(10)V99.
           02 dsc-operador           PIC X(10).
           02 dsc-documento          PIC 9(6).

       WORKING-STORAGE SECTION.
       77 ANT-OK            PIC X(02) VALUE ZEROES.
       77 EXT-OK            PIC X(02) VALUE ZEROES.
       77 DSC-OK            PIC X(02) VALUE ZEROES.
       77 WS-EOF            PIC X(01) VALUE "N".
       77 WS-HASH-ANTES     PIC S9(13)V99 VALUE ZEROES.
       77 WS-HASH-DEPOIS    PIC S9(13)V99 VALUE ZEROES.
       77 WS-HASH-EDIT      PIC $---.---.---.---.--9,99.
       77 WS-QTD-DESCARGA   PIC 9(07) VALUE ZEROES.
       77 WS-QTD-CARGA      PIC 9(07) VALUE ZEROES.
       77 WS-QTD-ERROS      PIC 9(07) VALUE ZEROES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INICIO.
           DISPLAY "CONVERSAO DO EXTRATO PARA O LAYOUT COM DOCUMENTO"
           DISPLAY "================================================="
           PERFORM TESTAR-LAYOUT-NOVO
           PERFORM DESCARREGAR-ANTIGO
           PERFORM RECARREGAR-NOVO
           DISPLAY "================================================="
           MOVE WS-HASH-ANTES TO WS-HASH-EDIT
           DISPLAY "REGISTROS DESCARREGADOS: " WS-QTD-DESCARGA
               "  HASH VALORES " WS-HASH-EDIT
           MOVE WS-HASH-DEPOIS TO WS-HASH-EDIT
           DISPLAY "REGISTROS RECARREGADOS.: " WS-QTD-CARGA
               "  HASH VALORES " WS-HASH-EDIT
           DISPLAY "ERROS DE GRAVACAO......: " WS-QTD-ERROS
           IF WS-QTD-DESCARGA NOT = WS-QTD-CARGA
              OR WS-HASH-ANTES NOT = WS-HASH-DEPOIS THEN
               DISPLAY "ATENCAO: TOTAIS DIVERGEM! A DESCARGA FICOU EM"
               DISPLAY "EXTRATO-CONVERSAO.txt PARA INVESTIGACAO."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CONVERSAO COMPLETA. A DESCARGA FICA EM"
               DISPLAY "EXTRATO-CONVERSAO.txt COMO COPIA DE AUDITORIA."
           END-IF
           STOP RUN.

      * se o extrato ja abre com o layout novo nao ha o que converter
       TESTAR-LAYOUT-NOVO.
           OPEN INPUT F-EXTRATO
           IF EXT-OK = "00" THEN
               CLOSE F-EXTRATO
               DISPLAY "EXTRATO.txt JA ESTA NO LAYOUT NOVO."
               DISPLAY "NADA A CONVERTER."
               STOP RUN
           END-IF
           IF EXT-OK = "35" THEN
               DISPLAY "EXTRATO.txt NAO EXISTE - NADA A CONVERTER."
               STOP RUN
           END-IF
           IF EXT-OK NOT = "39" THEN
               DISPLAY "STATUS INESPERADO AO TESTAR O LAYOUT: " EXT-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "EXTRATO NO LAYOUT ANTIGO (STATUS 39) - CONVERTENDO".

       DESCARREGAR-ANTIGO.
           OPEN INPUT F-EXTRATO-ANT
           IF ANT-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR O EXTRATO ANTIGO. STATUS: " ANT-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F-DESCARGA
           IF DSC-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR EXTRATO-CONVERSAO.txt. STATUS: "
                   DSC-OK
               CLOSE F-EXTRATO-ANT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM DESCARREGAR-REGISTRO UNTIL WS-EOF = "Y"
           CLOSE F-DESCARGA
           CLOSE F-EXTRATO-ANT.

      * entradas antigas nao tinham documento; ficam com zero
       DESCARREGAR-REGISTRO.
           READ F-EXTRATO-ANT NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               MOVE ant-cod-conta      TO dsc-cod-conta
               MOVE ant-sequencia      TO dsc-sequencia
               MOVE ant-data           TO dsc-data
               MOVE ant-tipo           TO dsc-tipo
               MOVE ant-valor          TO dsc-valor
               MOVE ant-saldo-anterior TO dsc-saldo-anterior
               MOVE ant-saldo-novo     TO dsc-saldo-novo
               MOVE ant-operador       TO dsc-operador
               MOVE ZEROES             TO dsc-documento
               WRITE DESCARGA-REG
               ADD 1 TO WS-QTD-DESCARGA
               ADD ant-valor TO WS-HASH-ANTES
           END-READ.

       RECARREGAR-NOVO.
           OPEN OUTPUT F-EXTRATO
           IF EXT-OK NOT = "00" THEN
               DISPLAY "ERRO AO RECRIAR EXTRATO.txt. STATUS: " EXT-OK
               DISPLAY "A DESCARGA ESTA EM EXTRATO-CONVERSAO.txt."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F-DESCARGA
           IF DSC-OK NOT = "00" THEN
               DISPLAY "ERRO AO RELER EXTRATO-CONVERSAO.txt. STATUS: "
                   DSC-OK
               CLOSE F-EXTRATO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM RECARREGAR-REGISTRO UNTIL WS-EOF = "Y"
           CLOSE F-DESCARGA
           CLOSE F-EXTRATO.

       RECARREGAR-REGISTRO.
           READ F-DESCARGA
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               MOVE dsc-cod-conta      TO ext-cod-conta
               MOVE dsc-sequencia      TO ext-sequencia
               MOVE dsc-data           TO ext-data
               MOVE dsc-tipo           TO ext-tipo
               MOVE dsc-valor          TO ext-valor
               MOVE dsc-saldo-anterior TO ext-saldo-anterior
               MOVE dsc-saldo-novo     TO ext-saldo-novo
               MOVE dsc-operador       TO ext-operador
               MOVE dsc-documento      TO ext-documento
               WRITE EXTRATO-REG
                 INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A ENTRADA " ext-chave
                   ADD 1 TO WS-QTD-ERROS
                 NOT INVALID KEY
                   ADD 1 TO WS-QTD-CARGA
                   ADD dsc-valor TO WS-HASH-DEPOIS
               END-WRITE
           END-READ.

       END PROGRAM CONVERTE-EXTRATO.
