      *          ingest and balance automatically instead of re-keying
      *          RELATORIO.txt. The date defaults to the business date
      *          in DIA-CONTABIL.txt when the operator enters zero.
      *          Each detail carries the agencia of the account (from
      *          F-CADASTRO, or CONTAS-ENCERRADAS.txt for an account
      *          closed since). Every inter-branch movement of the day
      *          in INTERAGENCIAS.txt adds two balancing details of
      *          tipo-mov X (inter-branch clearing) with the
      *          counterpart agencia: a credit in the origin agencia
      *          and a debit in the destination agencia, so that each
      *          agencia's transfer debits and credits net to zero.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT F-INTERFACE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   INT-OK.
       SELECT F-CADASTRO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS cod-conta
           ALTERNATE RECORD KEY nome
               WITH DUPLICATES
           FILE STATUS   ARQ-OK.
       SELECT F-ENCERRADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS enc-cod-conta
           FILE STATUS   ENC-OK.
       SELECT F-INTERAGENCIAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   IAG-OK.

       DATA DIVISION.
       FILE SECTION.
           02 ext-saldo-anterior     PIC S9(10)V99.
           02 ext-saldo-novo         PIC S9(10)V99.
           02 ext-operador           PIC X(10).
           02 ext-documento          PIC 9(6).

       FD  F-DIACONTABIL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIA-CONTABIL.txt".
           02 int-d-valor            PIC 9(9)V99.
           02 int-d-tipo-mov         PIC X(1).
           02 int-d-operador         PIC X(10).
           02 int-d-cod-agencia      PIC 9(5).
           02 int-d-agencia-contra   PIC 9(5).
           02 int-d-filler           PIC X(15).
       01  INT-TRAILER REDEFINES INT-REGISTRO.
           02 int-t-tipo-reg         PIC X(1).
           02 int-t-quantidade       PIC 9(7).
           02 int-t-hash-valor       PIC 9(13)V99.
           02 int-t-filler           PIC X(37).

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

       FD  F-ENCERRADAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONTAS-ENCERRADAS.txt".
       01  ENCERRADA-REG.
           02 enc-cod-conta          PIC 9(5).
           02 enc-cod-agencia        PIC 9(5).
           02 enc-nome               PIC AAAAAAAAAA.
           02 enc-saldo              PIC $---.---.---.--9,99.
           02 enc-data-abertura      PIC 9(8).
           02 enc-data-encerramento  PIC 9(8).
           02 enc-motivo             PIC X(2).
           02 enc-operador           PIC X(10).
           02 enc-conta-destino      PIC 9(5).
           02 enc-cod-cliente        PIC 9(5).

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

       WORKING-STORAGE SECTION.
       77 EXT-OK            PIC X(02) VALUE ZEROES.
       77 DIA-OK            PIC X(02) VALUE ZEROES.
       77 WS-VALOR-ABS      PIC 9(9)V99 VALUE ZEROES.
       77 WS-QTD-DETALHES   PIC 9(07) VALUE 0.
       77 WS-HASH-VALOR     PIC 9(13)V99 VALUE ZEROES.
       77 ARQ-OK            PIC X(02) VALUE ZEROES.
       77 ENC-OK            PIC X(02) VALUE ZEROES.
       77 IAG-OK            PIC X(02) VALUE ZEROES.
       77 WS-TEM-CADASTRO   PIC X(01) VALUE "N".
       77 WS-TEM-ENCERRADAS PIC X(01) VALUE "N".
       77 WS-AGENCIA-CONTA  PIC 9(05) VALUE ZEROES.
       77 WS-QTD-SEM-AGENCIA PIC 9(07) VALUE 0.
       77 WS-QTD-CONTRAPARTIDAS PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM ABRE-ARQUIVOS
           PERFORM GRAVAR-HEADER
           PERFORM PROCESSA-EXTRATO UNTIL WS-EOF = "Y"
           PERFORM GRAVAR-CONTRAPARTIDAS
           PERFORM GRAVAR-TRAILER
           CLOSE F-EXTRATO
           CLOSE F-INTERFACE
           IF WS-TEM-CADASTRO = "S" THEN
               CLOSE F-CADASTRO
           END-IF
           IF WS-TEM-ENCERRADAS = "S" THEN
               CLOSE F-ENCERRADAS
           END-IF
           DISPLAY "============================="
           DISPLAY "DETALHES GRAVADOS...: " WS-QTD-DETALHES
           DISPLAY "CONTRAPARTIDAS INTERAGENCIAS: "
               WS-QTD-CONTRAPARTIDAS
           IF WS-QTD-SEM-AGENCIA > ZEROES THEN
               DISPLAY "ATENCAO - CONTAS SEM AGENCIA: "
                   WS-QTD-SEM-AGENCIA
           END-IF
           DISPLAY "HASH DOS VALORES....: " WS-HASH-VALOR
           DISPLAY "INTERFACE GRAVADA EM INTERFACE-CONTABIL.txt"
           STOP RUN.
               DISPLAY "STATUS: " INT-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F-CADASTRO
           IF ARQ-OK = "00" THEN
               MOVE "S" TO WS-TEM-CADASTRO
           END-IF
           OPEN INPUT F-ENCERRADAS
           IF ENC-OK = "00" THEN
               MOVE "S" TO WS-TEM-ENCERRADAS
           END-IF.

       GRAVAR-HEADER.
           MOVE WS-VALOR-ABS TO int-d-valor
           MOVE ext-tipo     TO int-d-tipo-mov
           MOVE ext-operador TO int-d-operador
           PERFORM BUSCAR-AGENCIA-CONTA
           MOVE WS-AGENCIA-CONTA TO int-d-cod-agencia
           MOVE ZEROES       TO int-d-agencia-contra
           WRITE INT-REGISTRO
           ADD 1 TO WS-QTD-DETALHES
           ADD WS-VALOR-ABS TO WS-HASH-VALOR.

      * agencia da conta: cadastro ativo ou, se a conta foi encerrada
      * depois do movimento, o registro de CONTAS-ENCERRADAS.txt
       BUSCAR-AGENCIA-CONTA.
           MOVE ZEROES TO WS-AGENCIA-CONTA
           IF WS-TEM-CADASTRO = "S" THEN
               MOVE ext-cod-conta TO cod-conta
               READ F-CADASTRO
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE cod-agencia TO WS-AGENCIA-CONTA
               END-READ
           END-IF
           IF WS-AGENCIA-CONTA = ZEROES
              AND WS-TEM-ENCERRADAS = "S" THEN
               MOVE ext-cod-conta TO enc-cod-conta
               READ F-ENCERRADAS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE enc-cod-agencia TO WS-AGENCIA-CONTA
               END-READ
           END-IF
           IF WS-AGENCIA-CONTA = ZEROES THEN
               ADD 1 TO WS-QTD-SEM-AGENCIA
           END-IF.

      ******************************************************************
      * CONTRAPARTIDAS INTERAGENCIAS - cada transferencia do dia entre
      * agencias diferentes (INTERAGENCIAS.txt) debitou o cliente numa
      * agencia e creditou na outra; a origem recebe um credito e o
      * destino um debito na conta de compensacao interagencias
      * (tipo-mov X), e cada agencia fecha a transferencia em zero
      ******************************************************************
       GRAVAR-CONTRAPARTIDAS.
           OPEN INPUT F-INTERAGENCIAS
           IF IAG-OK = "00" THEN
               MOVE "N" TO WS-EOF
               PERFORM LER-INTERAGENCIA UNTIL WS-EOF = "Y"
               CLOSE F-INTERAGENCIAS
           END-IF.

       LER-INTERAGENCIA.
           READ F-INTERAGENCIAS
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF iag-data = WS-DATA-DIA
                  AND iag-agencia-origem NOT = iag-agencia-destino THEN
                   PERFORM GRAVAR-CONTRAPARTIDA
               END-IF
           END-READ.

       GRAVAR-CONTRAPARTIDA.
           IF iag-valor < ZEROES THEN
               COMPUTE WS-VALOR-ABS = iag-valor * -1
           ELSE
               MOVE iag-valor TO WS-VALOR-ABS
           END-IF
           MOVE SPACES TO INT-REGISTRO
           MOVE "D"                 TO int-d-tipo-reg
           MOVE iag-conta-origem    TO int-d-cod-conta
           MOVE ZEROES              TO int-d-sequencia
           IF iag-valor < ZEROES THEN
               MOVE "D" TO int-d-deb-cred
           ELSE
               MOVE "C" TO int-d-deb-cred
           END-IF
           MOVE WS-VALOR-ABS        TO int-d-valor
           MOVE "X"                 TO int-d-tipo-mov
           MOVE iag-operador        TO int-d-operador
           MOVE iag-agencia-origem  TO int-d-cod-agencia
           MOVE iag-agencia-destino TO int-d-agencia-contra
           WRITE INT-REGISTRO
           ADD 1 TO WS-QTD-DETALHES
           ADD 1 TO WS-QTD-CONTRAPARTIDAS
           ADD WS-VALOR-ABS TO WS-HASH-VALOR
           MOVE SPACES TO INT-REGISTRO
           MOVE "D"                 TO int-d-tipo-reg
           MOVE iag-conta-destino   TO int-d-cod-conta
           MOVE ZEROES              TO int-d-sequencia
           IF iag-valor < ZEROES THEN
               MOVE "C" TO int-d-deb-cred
           ELSE
               MOVE "D" TO int-d-deb-cred
           END-IF
           MOVE WS-VALOR-ABS        TO int-d-valor
           MOVE "X"                 TO int-d-tipo-mov
           MOVE iag-operador        TO int-d-operador
           MOVE iag-agencia-destino TO int-d-cod-agencia
           MOVE iag-agencia-origem  TO int-d-agencia-contra
           WRITE INT-REGISTRO
           ADD 1 TO WS-QTD-DETALHES
           ADD 1 TO WS-QTD-CONTRAPARTIDAS
           ADD WS-VALOR-ABS TO WS-HASH-VALOR.

       GRAVAR-TRAILER.
