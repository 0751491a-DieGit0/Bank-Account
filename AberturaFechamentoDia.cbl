      *          business day after the current date and refuses to
      *          open a weekend or holiday, so EXECUTA-AGENDAMENTOS
      *          never treats a Sunday or Carnaval as a posting day.
      *          Opening a day also releases the uncollected cheque
      *          deposits in DEPOSITOS-CHEQUE.txt whose release date
      *          has been reached (status P to L), so they stop
      *          counting as a hold on the account from that day on.
      *          Closing a day also expires the requests still pending
      *          in APROVACOES.txt (status P to E): a supervisor action
      *          not approved by a second supervisor on the day it was
      *          asked for must be asked for again.
      *          Before closing, the inter-branch position of the day
      *          is checked: the transfer (tipo T) movements in
      *          EXTRATO.txt must net to zero across the bank, and the
      *          net booked per agencia must match the inter-branch
      *          movements logged in INTERAGENCIAS.txt; any difference
      *          is shown as a warning for the operator (the day still
      *          closes).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT F-TRAVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   TRV-OK.
       SELECT F-DEPCHEQUES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS dpc-chave
           FILE STATUS   DPC-OK.
       SELECT F-APROVACOES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS apr-numero
           FILE STATUS   APR-OK.
       SELECT F-EXTRATO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ext-chave
           FILE STATUS   EXT-OK.
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
           02 trv-data     PIC 9(8).
           02 trv-hora     PIC 9(6).

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
       77 DIA-OK            PIC X(02) VALUE ZEROES.
       77 ARQ-OK            PIC X(02) VALUE ZEROES.
       77 WS-FIM-CAL        PIC X(01) VALUE "N".
       77 TRV-OK            PIC X(02) VALUE ZEROES.
       77 WS-TEM-TRAVA      PIC X(01) VALUE "N".
       77 DPC-OK            PIC X(02) VALUE ZEROES.
       77 WS-FIM-DPC        PIC X(01) VALUE "N".
       77 WS-QTD-LIBERADOS  PIC 9(07) VALUE ZEROES.
       77 WS-VALOR-LIBERADO PIC S9(11)V99 VALUE ZEROES.
       77 WS-VALOR-EDIT     PIC $---.---.---.--9,99.
       77 APR-OK            PIC X(02) VALUE ZEROES.
       77 WS-FIM-APR        PIC X(01) VALUE "N".
       77 WS-QTD-EXPIRADOS  PIC 9(07) VALUE ZEROES.
       77 EXT-OK            PIC X(02) VALUE ZEROES.
       77 ENC-OK            PIC X(02) VALUE ZEROES.
       77 IAG-OK            PIC X(02) VALUE ZEROES.
       77 WS-FIM-EXT        PIC X(01) VALUE "N".
       77 WS-FIM-IAG        PIC X(01) VALUE "N".
       77 WS-TEM-CADASTRO   PIC X(01) VALUE "N".
       77 WS-TEM-ENCERRADAS PIC X(01) VALUE "N".
       77 WS-AGENCIA-BUSCA  PIC 9(05) VALUE ZEROES.
       77 WS-IDX            PIC 9(05) VALUE ZEROES.
       77 WS-IDX-ACHADO     PIC 9(05) VALUE ZEROES.
       77 WS-QTD-POSICOES   PIC 9(05) VALUE ZEROES.
       77 WS-MAX-POSICOES   PIC 9(05) VALUE 300.
       77 WS-QTD-DIVERGENCIAS PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-LANCADO  PIC S9(13)V99 VALUE ZEROES.
       77 WS-VALOR-EDIT2    PIC $---.---.---.--9,99.
      * posicao interagencias do dia por agencia: liquido das
      * transferencias lancadas no extrato e liquido registrado
      * em INTERAGENCIAS.txt (recebido menos pago)
       01 WS-TABELA-POSICAO.
           02 WS-POS-ENT OCCURS 300 TIMES.
               03 WS-POS-AGENCIA    PIC 9(05).
               03 WS-POS-LANCADO    PIC S9(13)V99.
               03 WS-POS-REGISTRADO PIC S9(13)V99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                       MOVE "S" TO WS-TEM-REGISTRO
                       PERFORM GRAVAR-REGISTRO-DIA
                       DISPLAY "DIA " WS-DATA-ATUAL " ABERTO."
                       PERFORM LIBERAR-DEPOSITOS-CHEQUE
                   END-IF
               END-IF
           END-IF.
               DISPLAY cal-data " " cal-descricao
           END-READ.

      ******************************************************************
      * LIBERACAO DE CHEQUES - todo deposito em cheque ainda a
      * compensar (P) com data de liberacao ate o novo dia contabil
      * passa a liberado (L) e deixa de contar como bloqueio.
      ******************************************************************
       LIBERAR-DEPOSITOS-CHEQUE.
           MOVE ZEROES TO WS-QTD-LIBERADOS
           MOVE ZEROES TO WS-VALOR-LIBERADO
           OPEN I-O F-DEPCHEQUES
           IF DPC-OK = "00" THEN
               MOVE "N" TO WS-FIM-DPC
               PERFORM LIBERAR-DEPOSITO UNTIL WS-FIM-DPC = "Y"
               CLOSE F-DEPCHEQUES
               MOVE WS-VALOR-LIBERADO TO WS-VALOR-EDIT
               DISPLAY "CHEQUES DEPOSITADOS LIBERADOS: "
                   WS-QTD-LIBERADOS "  VALOR " WS-VALOR-EDIT
           END-IF.

       LIBERAR-DEPOSITO.
           READ F-DEPCHEQUES NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-DPC
             NOT AT END
               IF dpc-status = "P"
                       AND dpc-data-liberacao NOT > WS-DATA-ATUAL THEN
                   MOVE "L"           TO dpc-status
                   MOVE WS-DATA-ATUAL TO dpc-data-baixa
                   REWRITE DEPCHEQUE-REG
                     INVALID KEY
                       DISPLAY "ERRO AO LIBERAR O DEPOSITO "
                           dpc-chave
                     NOT INVALID KEY
                       ADD 1 TO WS-QTD-LIBERADOS
                       ADD dpc-valor TO WS-VALOR-LIBERADO
                   END-REWRITE
               END-IF
           END-READ.

       FECHAR-DIA.
           IF WS-TEM-REGISTRO = "N" OR WS-STATUS-ATUAL NOT = "A" THEN
               DISPLAY "NAO HA DIA ABERTO PARA FECHAR."
           ELSE
               PERFORM CONFERIR-INTERAGENCIAS
               PERFORM GRAVAR-SNAPSHOT-SALDOS
               PERFORM EXPIRAR-APROVACOES
               MOVE "F" TO WS-STATUS-ATUAL
               PERFORM GRAVAR-REGISTRO-DIA
               DISPLAY "DIA " WS-DATA-ATUAL " FECHADO."
               ADD 1 TO WS-QTD-SNAPSHOTS
           END-READ.

      * pedidos de dupla custodia nao decididos no dia expiram (E);
      * a decisao fica registrada como do fechamento
       EXPIRAR-APROVACOES.
           MOVE ZEROES TO WS-QTD-EXPIRADOS
           OPEN I-O F-APROVACOES
           IF APR-OK = "00" THEN
               MOVE "N" TO WS-FIM-APR
               PERFORM EXPIRAR-APROVACAO UNTIL WS-FIM-APR = "Y"
               CLOSE F-APROVACOES
               DISPLAY "PEDIDOS DE APROVACAO EXPIRADOS: "
                   WS-QTD-EXPIRADOS
           END-IF.

       EXPIRAR-APROVACAO.
           READ F-APROVACOES NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-APR
             NOT AT END
               IF apr-status = "P" THEN
                   MOVE "E"           TO apr-status
                   MOVE "FECHAMENTO"  TO apr-operador-decisao
                   MOVE WS-DATA-ATUAL TO apr-data-decisao
                   MOVE FUNCTION CURRENT-DATE(9:6) TO apr-hora-decisao
                   REWRITE APROVACAO-REG
                     INVALID KEY
                       DISPLAY "ERRO AO EXPIRAR O PEDIDO " apr-numero
                     NOT INVALID KEY
                       ADD 1 TO WS-QTD-EXPIRADOS
                   END-REWRITE
               END-IF
           END-READ.

      ******************************************************************
      * POSICAO INTERAGENCIAS - as transferencias (T) do dia tem de
      * zerar no banco, e o liquido de cada agencia tem de bater com
      * o que foi registrado em INTERAGENCIAS.txt. Divergencia (um lado
      * so postado, lancamento sem registro) sai como aviso; o
      * fechamento segue.
      ******************************************************************
       CONFERIR-INTERAGENCIAS.
           MOVE ZEROES TO WS-QTD-POSICOES
           MOVE ZEROES TO WS-QTD-DIVERGENCIAS
           MOVE ZEROES TO WS-TOTAL-LANCADO
           MOVE "N" TO WS-TEM-CADASTRO
           MOVE "N" TO WS-TEM-ENCERRADAS
           OPEN INPUT F-CADASTRO
           IF ARQ-OK = "00" THEN
               MOVE "S" TO WS-TEM-CADASTRO
           END-IF
           OPEN INPUT F-ENCERRADAS
           IF ENC-OK = "00" THEN
               MOVE "S" TO WS-TEM-ENCERRADAS
           END-IF
           OPEN INPUT F-EXTRATO
           IF EXT-OK = "00" THEN
               MOVE "N" TO WS-FIM-EXT
               PERFORM SOMAR-TRANSFERENCIA UNTIL WS-FIM-EXT = "Y"
               CLOSE F-EXTRATO
           END-IF
           IF WS-TEM-CADASTRO = "S" THEN
               CLOSE F-CADASTRO
           END-IF
           IF WS-TEM-ENCERRADAS = "S" THEN
               CLOSE F-ENCERRADAS
           END-IF
           OPEN INPUT F-INTERAGENCIAS
           IF IAG-OK = "00" THEN
               MOVE "N" TO WS-FIM-IAG
               PERFORM SOMAR-INTERAGENCIA UNTIL WS-FIM-IAG = "Y"
               CLOSE F-INTERAGENCIAS
           END-IF
           IF WS-TOTAL-LANCADO NOT = ZEROES THEN
               ADD 1 TO WS-QTD-DIVERGENCIAS
               MOVE WS-TOTAL-LANCADO TO WS-VALOR-EDIT
               DISPLAY "ATENCAO: TRANSFERENCIAS DO DIA NAO ZERAM NO "
                   "BANCO. DIFERENCA: " WS-VALOR-EDIT
           END-IF
           PERFORM COMPARAR-POSICAO-AGENCIA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-POSICOES
           IF WS-QTD-DIVERGENCIAS = ZEROES THEN
               DISPLAY "POSICAO INTERAGENCIAS CONFERIDA: "
                   WS-QTD-POSICOES " AGENCIAS, ZERADA NO BANCO."
           ELSE
               DISPLAY "ATENCAO: POSICAO INTERAGENCIAS COM "
                   WS-QTD-DIVERGENCIAS " DIVERGENCIAS."
           END-IF.

       SOMAR-TRANSFERENCIA.
           READ F-EXTRATO NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-EXT
             NOT AT END
               IF ext-data = WS-DATA-ATUAL AND ext-tipo = "T" THEN
                   ADD ext-valor TO WS-TOTAL-LANCADO
                   PERFORM BUSCAR-AGENCIA-EXTRATO
                   PERFORM LOCALIZAR-POSICAO
                   IF WS-IDX-ACHADO > ZEROES THEN
                       ADD ext-valor TO WS-POS-LANCADO(WS-IDX-ACHADO)
                   END-IF
               END-IF
           END-READ.

      * conta encerrada no dia ja saiu do cadastro: a agencia vem de
      * CONTAS-ENCERRADAS.txt
       BUSCAR-AGENCIA-EXTRATO.
           MOVE ZEROES TO WS-AGENCIA-BUSCA
           IF WS-TEM-CADASTRO = "S" THEN
               MOVE ext-cod-conta TO cod-conta
               READ F-CADASTRO
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE cod-agencia TO WS-AGENCIA-BUSCA
               END-READ
           END-IF
           IF WS-AGENCIA-BUSCA = ZEROES
              AND WS-TEM-ENCERRADAS = "S" THEN
               MOVE ext-cod-conta TO enc-cod-conta
               READ F-ENCERRADAS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE enc-cod-agencia TO WS-AGENCIA-BUSCA
               END-READ
           END-IF.

       SOMAR-INTERAGENCIA.
           READ F-INTERAGENCIAS
             AT END
               MOVE "Y" TO WS-FIM-IAG
             NOT AT END
               IF iag-data = WS-DATA-ATUAL THEN
                   MOVE iag-agencia-origem TO WS-AGENCIA-BUSCA
                   PERFORM LOCALIZAR-POSICAO
                   IF WS-IDX-ACHADO > ZEROES THEN
                       SUBTRACT iag-valor
                           FROM WS-POS-REGISTRADO(WS-IDX-ACHADO)
                   END-IF
                   MOVE iag-agencia-destino TO WS-AGENCIA-BUSCA
                   PERFORM LOCALIZAR-POSICAO
                   IF WS-IDX-ACHADO > ZEROES THEN
                       ADD iag-valor
                           TO WS-POS-REGISTRADO(WS-IDX-ACHADO)
                   END-IF
               END-IF
           END-READ.

       LOCALIZAR-POSICAO.
           MOVE ZEROES TO WS-IDX-ACHADO
           PERFORM COMPARAR-AGENCIA-POSICAO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-POSICOES OR WS-IDX-ACHADO > ZEROES
           IF WS-IDX-ACHADO = ZEROES
              AND WS-QTD-POSICOES < WS-MAX-POSICOES THEN
               ADD 1 TO WS-QTD-POSICOES
               MOVE WS-QTD-POSICOES TO WS-IDX-ACHADO
               MOVE WS-AGENCIA-BUSCA TO WS-POS-AGENCIA(WS-IDX-ACHADO)
               MOVE ZEROES TO WS-POS-LANCADO(WS-IDX-ACHADO)
               MOVE ZEROES TO WS-POS-REGISTRADO(WS-IDX-ACHADO)
           END-IF.

       COMPARAR-AGENCIA-POSICAO.
           IF WS-POS-AGENCIA(WS-IDX) = WS-AGENCIA-BUSCA THEN
               MOVE WS-IDX TO WS-IDX-ACHADO
           END-IF.

       COMPARAR-POSICAO-AGENCIA.
           IF WS-POS-LANCADO(WS-IDX)
                   NOT = WS-POS-REGISTRADO(WS-IDX) THEN
               ADD 1 TO WS-QTD-DIVERGENCIAS
               MOVE WS-POS-LANCADO(WS-IDX)    TO WS-VALOR-EDIT
               MOVE WS-POS-REGISTRADO(WS-IDX) TO WS-VALOR-EDIT2
               DISPLAY "ATENCAO: AGENCIA " WS-POS-AGENCIA(WS-IDX)
                   " TRANSFERENCIAS " WS-VALOR-EDIT
                   " INTERAGENCIAS " WS-VALOR-EDIT2
           END-IF.

       GRAVAR-REGISTRO-DIA.
           OPEN OUTPUT F-DIACONTABIL
           IF DIA-OK NOT = "00" THEN
