      ******************************************************************
      * Author: Grupo os BATUTINHAS
      * Purpose: End-of-day inter-branch settlement report. Every
      *          transfer between accounts of different agencias
      *          (CONTACORRENTE counter, account-closing sweep,
      *          resubmitted rejects, CARGA-MOVIMENTOS and
      *          EXECUTA-AGENDAMENTOS) is logged in INTERAGENCIAS.txt;
      *          the agencia of the origin account owes the value to
      *          the agencia of the destination account. For the
      *          business date (or the date entered) the report lists,
      *          for each pair of agencias, the number of movements,
      *          the amount each one owes the other and the net due
      *          with the paying agencia, then the net position of
      *          every agencia (to pay, to receive, net) and the
      *          bank-wide net, which must be zero. Output in
      *          RELATORIO-INTERAGENCIAS.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RELATORIO-INTERAGENCIAS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MEU-PC.
       OBJECT-COMPUTER. MEU_PC.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-INTERAGENCIAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   IAG-OK.
       SELECT F-DIACONTABIL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   DIA-OK.
       SELECT F-RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   REL-OK.

       DATA DIVISION.
       FILE SECTION.
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

       FD  F-DIACONTABIL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIA-CONTABIL.txt".
       01  DIA-REG.
           02 dia-data   PIC 9(8).
           02 dia-status PIC X(1).

       FD  F-RELATORIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RELATORIO-INTERAGENCIAS.txt".
       01  REL-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       77 IAG-OK            PIC X(02) VALUE ZEROES.
       77 DIA-OK            PIC X(02) VALUE ZEROES.
       77 REL-OK            PIC X(02) VALUE ZEROES.
       77 WS-EOF            PIC X(01) VALUE "N".
       77 WS-DATA-CONTABIL  PIC 9(08) VALUE ZEROES.
       77 WS-DATA-DIA       PIC 9(08) VALUE ZEROES.
       77 WS-ACHOU          PIC X(01) VALUE "N".
       77 WS-IDX            PIC 9(05) VALUE ZEROES.
       77 WS-IDX-ACHADO     PIC 9(05) VALUE ZEROES.
       77 WS-AGENCIA-A      PIC 9(05) VALUE ZEROES.
       77 WS-AGENCIA-B      PIC 9(05) VALUE ZEROES.
       77 WS-AGENCIA-BUSCA  PIC 9(05) VALUE ZEROES.
       77 WS-AGENCIA-DEVEDORA PIC 9(05) VALUE ZEROES.
       77 WS-AGENCIA-CREDORA  PIC 9(05) VALUE ZEROES.
       77 WS-LIQUIDO        PIC S9(13)V99 VALUE ZEROES.
       77 WS-LIQUIDO-ABS    PIC S9(13)V99 VALUE ZEROES.
       77 WS-QTD-LIDOS      PIC 9(07) VALUE ZEROES.
       77 WS-QTD-MOVIMENTOS PIC 9(07) VALUE ZEROES.
       77 WS-TOTAL-MOVIDO   PIC S9(13)V99 VALUE ZEROES.
       77 WS-TOTAL-BANCO    PIC S9(13)V99 VALUE ZEROES.
       77 WS-VALOR-EDIT     PIC -.---.---.---.--9,99.
       77 WS-VALOR-EDIT2    PIC -.---.---.---.--9,99.
       77 WS-VALOR-EDIT3    PIC -.---.---.---.--9,99.
       77 WS-QTD-PARES      PIC 9(05) VALUE ZEROES.
       77 WS-MAX-PARES      PIC 9(05) VALUE 500.
       77 WS-QTD-AGENCIAS   PIC 9(05) VALUE ZEROES.
       77 WS-MAX-AGENCIAS   PIC 9(05) VALUE 300.
       77 WS-QTD-FORA       PIC 9(07) VALUE ZEROES.
      * pares de agencias, sempre com a menor agencia em A
       01 WS-TABELA-PARES.
           02 WS-PAR-ENT OCCURS 500 TIMES.
               03 WS-PAR-AGENCIA-A  PIC 9(05).
               03 WS-PAR-AGENCIA-B  PIC 9(05).
               03 WS-PAR-QTD        PIC 9(07).
               03 WS-PAR-A-DEVE-B   PIC S9(13)V99.
               03 WS-PAR-B-DEVE-A   PIC S9(13)V99.
      * posicao de cada agencia: a pagar (origem) e a receber
      * (destino)
       01 WS-TABELA-AGENCIAS.
           02 WS-AGE-ENT OCCURS 300 TIMES.
               03 WS-AGE-CODIGO     PIC 9(05).
               03 WS-AGE-PAGAR      PIC S9(13)V99.
               03 WS-AGE-RECEBER    PIC S9(13)V99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INICIO.
           DISPLAY "ACERTO INTERAGENCIAS"
           DISPLAY "===================="
           PERFORM LER-DIA-CONTABIL
           DISPLAY "DATA DO MOVIMENTO (AAAAMMDD, 0=DATA CONTABIL): "
           ACCEPT WS-DATA-DIA
           IF WS-DATA-DIA = ZEROES THEN
               MOVE WS-DATA-CONTABIL TO WS-DATA-DIA
           END-IF
           IF WS-DATA-DIA = ZEROES THEN
               DISPLAY "SEM DATA DE MOVIMENTO - RELATORIO ABORTADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS
           PERFORM ACUMULAR-MOVIMENTO UNTIL WS-EOF = "Y"
           PERFORM IMPRIMIR-PARES
           PERFORM IMPRIMIR-AGENCIAS
           IF IAG-OK NOT = "35" THEN
               CLOSE F-INTERAGENCIAS
           END-IF
           CLOSE F-RELATORIO
           DISPLAY "RELATORIO GRAVADO EM RELATORIO-INTERAGENCIAS.txt"
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

      * sem INTERAGENCIAS.txt o dia nao teve movimento entre agencias:
      * o relatorio sai assim mesmo, zerado
       ABRE-ARQUIVOS.
           OPEN INPUT F-INTERAGENCIAS
           IF IAG-OK = "35" THEN
               MOVE "Y" TO WS-EOF
           ELSE
               IF IAG-OK NOT = "00" THEN
                   DISPLAY "ERRO AO ABRIR INTERAGENCIAS.txt. STATUS: "
                       IAG-OK
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT F-RELATORIO
           IF REL-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR RELATORIO-INTERAGENCIAS.txt."
               DISPLAY "STATUS: " REL-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ACUMULAR-MOVIMENTO.
           READ F-INTERAGENCIAS
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               ADD 1 TO WS-QTD-LIDOS
               IF iag-data = WS-DATA-DIA
                  AND iag-agencia-origem NOT = iag-agencia-destino THEN
                   ADD 1 TO WS-QTD-MOVIMENTOS
                   ADD iag-valor TO WS-TOTAL-MOVIDO
                   PERFORM ACUMULAR-PAR
                   PERFORM ACUMULAR-AGENCIAS
               END-IF
           END-READ.

      ******************************************************************
      * PARES DE AGENCIAS - a tabela fica ordenada pelo par (A,B);
      * um par novo e inserido na sua posicao
      ******************************************************************
       ACUMULAR-PAR.
           IF iag-agencia-origem < iag-agencia-destino THEN
               MOVE iag-agencia-origem  TO WS-AGENCIA-A
               MOVE iag-agencia-destino TO WS-AGENCIA-B
           ELSE
               MOVE iag-agencia-destino TO WS-AGENCIA-A
               MOVE iag-agencia-origem  TO WS-AGENCIA-B
           END-IF
           MOVE "N" TO WS-ACHOU
           MOVE ZEROES TO WS-IDX-ACHADO
           PERFORM LOCALIZAR-PAR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PARES OR WS-IDX-ACHADO > ZEROES
           IF WS-ACHOU = "N" THEN
               IF WS-QTD-PARES NOT < WS-MAX-PARES THEN
                   ADD 1 TO WS-QTD-FORA
                   MOVE ZEROES TO WS-IDX-ACHADO
               ELSE
                   PERFORM INSERIR-PAR
               END-IF
           END-IF
           IF WS-IDX-ACHADO > ZEROES THEN
               ADD 1 TO WS-PAR-QTD(WS-IDX-ACHADO)
               IF iag-agencia-origem = WS-AGENCIA-A THEN
                   ADD iag-valor TO WS-PAR-A-DEVE-B(WS-IDX-ACHADO)
               ELSE
                   ADD iag-valor TO WS-PAR-B-DEVE-A(WS-IDX-ACHADO)
               END-IF
           END-IF.

      * para no par igual (achou) ou no primeiro par maior, que e
      * onde o novo entra
       LOCALIZAR-PAR.
           IF WS-PAR-AGENCIA-A(WS-IDX) = WS-AGENCIA-A
              AND WS-PAR-AGENCIA-B(WS-IDX) = WS-AGENCIA-B THEN
               MOVE "S" TO WS-ACHOU
               MOVE WS-IDX TO WS-IDX-ACHADO
           ELSE
               IF WS-PAR-AGENCIA-A(WS-IDX) > WS-AGENCIA-A
                  OR (WS-PAR-AGENCIA-A(WS-IDX) = WS-AGENCIA-A
                  AND WS-PAR-AGENCIA-B(WS-IDX) > WS-AGENCIA-B) THEN
                   MOVE WS-IDX TO WS-IDX-ACHADO
               END-IF
           END-IF.

       INSERIR-PAR.
           IF WS-IDX-ACHADO = ZEROES THEN
               COMPUTE WS-IDX-ACHADO = WS-QTD-PARES + 1
           END-IF
           PERFORM DESLOCAR-PAR
               VARYING WS-IDX FROM WS-QTD-PARES BY -1
               UNTIL WS-IDX < WS-IDX-ACHADO
           ADD 1 TO WS-QTD-PARES
           MOVE WS-AGENCIA-A TO WS-PAR-AGENCIA-A(WS-IDX-ACHADO)
           MOVE WS-AGENCIA-B TO WS-PAR-AGENCIA-B(WS-IDX-ACHADO)
           MOVE ZEROES       TO WS-PAR-QTD(WS-IDX-ACHADO)
           MOVE ZEROES       TO WS-PAR-A-DEVE-B(WS-IDX-ACHADO)
           MOVE ZEROES       TO WS-PAR-B-DEVE-A(WS-IDX-ACHADO).

       DESLOCAR-PAR.
           MOVE WS-PAR-ENT(WS-IDX) TO WS-PAR-ENT(WS-IDX + 1).

      ******************************************************************
      * POSICAO POR AGENCIA - a origem paga, o destino recebe; a
      * tabela fica ordenada pelo codigo da agencia
      ******************************************************************
       ACUMULAR-AGENCIAS.
           MOVE iag-agencia-origem TO WS-AGENCIA-BUSCA
           PERFORM BUSCAR-AGENCIA
           IF WS-IDX-ACHADO > ZEROES THEN
               ADD iag-valor TO WS-AGE-PAGAR(WS-IDX-ACHADO)
           END-IF
           MOVE iag-agencia-destino TO WS-AGENCIA-BUSCA
           PERFORM BUSCAR-AGENCIA
           IF WS-IDX-ACHADO > ZEROES THEN
               ADD iag-valor TO WS-AGE-RECEBER(WS-IDX-ACHADO)
           END-IF.

       BUSCAR-AGENCIA.
           MOVE "N" TO WS-ACHOU
           MOVE ZEROES TO WS-IDX-ACHADO
           PERFORM LOCALIZAR-AGENCIA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-AGENCIAS OR WS-IDX-ACHADO > ZEROES
           IF WS-ACHOU = "N" THEN
               IF WS-QTD-AGENCIAS NOT < WS-MAX-AGENCIAS THEN
                   ADD 1 TO WS-QTD-FORA
                   MOVE ZEROES TO WS-IDX-ACHADO
               ELSE
                   PERFORM INSERIR-AGENCIA
               END-IF
           END-IF.

       LOCALIZAR-AGENCIA.
           IF WS-AGE-CODIGO(WS-IDX) = WS-AGENCIA-BUSCA THEN
               MOVE "S" TO WS-ACHOU
               MOVE WS-IDX TO WS-IDX-ACHADO
           ELSE
               IF WS-AGE-CODIGO(WS-IDX) > WS-AGENCIA-BUSCA THEN
                   MOVE WS-IDX TO WS-IDX-ACHADO
               END-IF
           END-IF.

       INSERIR-AGENCIA.
           IF WS-IDX-ACHADO = ZEROES THEN
               COMPUTE WS-IDX-ACHADO = WS-QTD-AGENCIAS + 1
           END-IF
           PERFORM DESLOCAR-AGENCIA
               VARYING WS-IDX FROM WS-QTD-AGENCIAS BY -1
               UNTIL WS-IDX < WS-IDX-ACHADO
           ADD 1 TO WS-QTD-AGENCIAS
           MOVE WS-AGENCIA-BUSCA TO WS-AGE-CODIGO(WS-IDX-ACHADO)
           MOVE ZEROES           TO WS-AGE-PAGAR(WS-IDX-ACHADO)
           MOVE ZEROES           TO WS-AGE-RECEBER(WS-IDX-ACHADO).

       DESLOCAR-AGENCIA.
           MOVE WS-AGE-ENT(WS-IDX) TO WS-AGE-ENT(WS-IDX + 1).

      ******************************************************************
      * IMPRESSAO
      ******************************************************************
       IMPRIMIR-PARES.
           MOVE SPACES TO REL-LINHA
           STRING "ACERTO INTERAGENCIAS DO DIA " WS-DATA-DIA
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE "======================================================"
               TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE SPACES       TO REL-LINHA
           MOVE "AG. A"      TO REL-LINHA(1:5)
           MOVE "AG. B"      TO REL-LINHA(12:5)
           MOVE "MOVS"       TO REL-LINHA(26:4)
           MOVE "A DEVE A B" TO REL-LINHA(41:10)
           MOVE "B DEVE A A" TO REL-LINHA(62:10)
           MOVE "LIQUIDO"    TO REL-LINHA(86:7)
           MOVE "PAGA"       TO REL-LINHA(95:4)
           MOVE "RECEBE"     TO REL-LINHA(101:6)
           PERFORM ESCREVER-LINHA
           PERFORM IMPRIMIR-PAR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PARES
           MOVE "======================================================"
               TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE WS-TOTAL-MOVIDO TO WS-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "MOVIMENTOS INTERAGENCIAS: " WS-QTD-MOVIMENTOS
                  "  VALOR MOVIMENTADO: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           IF WS-QTD-FORA > ZEROES THEN
               MOVE SPACES TO REL-LINHA
               STRING "ATENCAO: " WS-QTD-FORA
                      " MOVIMENTOS ALEM DO LIMITE DAS TABELAS"
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           END-IF.

      * liquido positivo: A deve mais a B do que B a A, e A paga
       IMPRIMIR-PAR.
           COMPUTE WS-LIQUIDO =
               WS-PAR-A-DEVE-B(WS-IDX) - WS-PAR-B-DEVE-A(WS-IDX)
           IF WS-LIQUIDO < ZEROES THEN
               COMPUTE WS-LIQUIDO-ABS = WS-LIQUIDO * -1
               MOVE WS-PAR-AGENCIA-B(WS-IDX) TO WS-AGENCIA-DEVEDORA
               MOVE WS-PAR-AGENCIA-A(WS-IDX) TO WS-AGENCIA-CREDORA
           ELSE
               MOVE WS-LIQUIDO TO WS-LIQUIDO-ABS
               MOVE WS-PAR-AGENCIA-A(WS-IDX) TO WS-AGENCIA-DEVEDORA
               MOVE WS-PAR-AGENCIA-B(WS-IDX) TO WS-AGENCIA-CREDORA
           END-IF
           MOVE WS-PAR-A-DEVE-B(WS-IDX) TO WS-VALOR-EDIT
           MOVE WS-PAR-B-DEVE-A(WS-IDX) TO WS-VALOR-EDIT2
           MOVE WS-LIQUIDO-ABS          TO WS-VALOR-EDIT3
           MOVE SPACES TO REL-LINHA
           IF WS-LIQUIDO = ZEROES THEN
               STRING WS-PAR-AGENCIA-A(WS-IDX) "      "
                      WS-PAR-AGENCIA-B(WS-IDX) "      "
                      WS-PAR-QTD(WS-IDX) " "
                      WS-VALOR-EDIT " " WS-VALOR-EDIT2 " "
                      WS-VALOR-EDIT3 "  COMPENSADO"
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
           ELSE
               STRING WS-PAR-AGENCIA-A(WS-IDX) "      "
                      WS-PAR-AGENCIA-B(WS-IDX) "      "
                      WS-PAR-QTD(WS-IDX) " "
                      WS-VALOR-EDIT " " WS-VALOR-EDIT2 " "
                      WS-VALOR-EDIT3 "  " WS-AGENCIA-DEVEDORA
                      " " WS-AGENCIA-CREDORA
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
           END-IF
           PERFORM ESCREVER-LINHA.

       IMPRIMIR-AGENCIAS.
           MOVE SPACES TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE "POSICAO INTERAGENCIAS POR AGENCIA" TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE SPACES       TO REL-LINHA
           MOVE "AGENCIA"    TO REL-LINHA(1:7)
           MOVE "A PAGAR"    TO REL-LINHA(21:7)
           MOVE "A RECEBER"  TO REL-LINHA(40:9)
           MOVE "LIQUIDO"    TO REL-LINHA(63:7)
           PERFORM ESCREVER-LINHA
           MOVE ZEROES TO WS-TOTAL-BANCO
           PERFORM IMPRIMIR-AGENCIA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-AGENCIAS
           MOVE "======================================================"
               TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE WS-TOTAL-BANCO TO WS-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           IF WS-TOTAL-BANCO = ZEROES THEN
               STRING "POSICAO LIQUIDA DO BANCO: " WS-VALOR-EDIT
                      "  (ZERADA)"
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
           ELSE
               STRING "POSICAO LIQUIDA DO BANCO: " WS-VALOR-EDIT
                      "  ATENCAO: NAO ZERA"
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
           END-IF
           PERFORM ESCREVER-LINHA.

      * liquido positivo: a agencia tem a receber das outras
       IMPRIMIR-AGENCIA.
           COMPUTE WS-LIQUIDO =
               WS-AGE-RECEBER(WS-IDX) - WS-AGE-PAGAR(WS-IDX)
           ADD WS-LIQUIDO TO WS-TOTAL-BANCO
           MOVE WS-AGE-PAGAR(WS-IDX)   TO WS-VALOR-EDIT
           MOVE WS-AGE-RECEBER(WS-IDX) TO WS-VALOR-EDIT2
           MOVE WS-LIQUIDO             TO WS-VALOR-EDIT3
           MOVE SPACES TO REL-LINHA
           STRING WS-AGE-CODIGO(WS-IDX) "  "
                  WS-VALOR-EDIT " " WS-VALOR-EDIT2 " "
                  WS-VALOR-EDIT3
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA.

       ESCREVER-LINHA.
           WRITE REL-LINHA
           DISPLAY REL-LINHA.

       END PROGRAM RELATORIO-INTERAGENCIAS.
