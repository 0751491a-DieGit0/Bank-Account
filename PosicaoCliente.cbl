      ******************************************************************
      * Author: Grupo os BATUTINHAS
      * Purpose: Consolidated customer position report. For one cliente
      *          - chosen by cli-codigo or, when zero is entered, by
      *          cli-cpf - lists every account the cliente holds in
      *          F-CADASTRO (F-DATA.txt) - as primeiro titular or,
      *          through TITULARES.txt, as segundo titular or procurador
      *          - with its role and saldo, the active judicial holds
      *          from BLOQUEIOS.txt, the pending schedules from
      *          AGENDAMENTOS.txt where the account is the origin, the
      *          live term deposits from APLICACOES.txt (applied amount
      *          plus yield accrued so far), and the accounts already
      *          closed in CONTAS-ENCERRADAS.txt, ending with the
      *          customer's net total position (saldos plus term
      *          deposits minus holds minus pending schedules), into
      *          POSICAO-CLIENTE.txt and mirrored on screen - instead of
      *          the manager running CONSULTAR-CPF and adding balances
      *          on a calculator.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS DYNAMIC
           RECORD KEY IS enc-cod-conta
           FILE STATUS   ENC-OK.
       SELECT F-APLICACOES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS apl-numero
           FILE STATUS   APL-OK.
       SELECT F-TITULARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS tit-chave
           FILE STATUS   TIT-OK.
       SELECT F-RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   REL-OK.
           02 enc-conta-destino      PIC 9(5).
           02 enc-cod-cliente        PIC 9(5).

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

       FD  F-TITULARES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TITULARES.txt".
       01  TITULAR-REG.
           02 tit-chave.
               03 tit-cod-conta   PIC 9(5).
               03 tit-cod-cliente PIC 9(5).
           02 tit-papel           PIC X(1).
           02 tit-assinatura      PIC X(1).
           02 tit-data-inclusao   PIC 9(8).
           02 tit-operador        PIC X(10).

       FD  F-RELATORIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "POSICAO-CLIENTE.txt".
       01  REL-LINHA PIC X(100).
       77 BLQ-OK            PIC X(02) VALUE ZEROES.
       77 AGD-OK            PIC X(02) VALUE ZEROES.
       77 ENC-OK            PIC X(02) VALUE ZEROES.
       77 APL-OK            PIC X(02) VALUE ZEROES.
       77 TIT-OK            PIC X(02) VALUE ZEROES.
       77 REL-OK            PIC X(02) VALUE ZEROES.
       77 WS-TEM-BLOQUEIOS  PIC X(01) VALUE "N".
       77 WS-TEM-AGENDA     PIC X(01) VALUE "N".
       77 WS-TEM-ENCERRADAS PIC X(01) VALUE "N".
       77 WS-TEM-APLICACOES PIC X(01) VALUE "N".
       77 WS-TEM-TITULARES  PIC X(01) VALUE "N".
       77 WS-PAPEL          PIC X(01) VALUE SPACES.
       77 WS-PAPEL-EXTENSO  PIC X(16) VALUE SPACES.
       77 WS-EOF            PIC X(01) VALUE "N".
       77 WS-FIM-BLQ        PIC X(01) VALUE "N".
       77 WS-BUSCA-CODIGO   PIC 9(05) VALUE ZEROES.
       77 WS-SOMA-SALDOS    PIC S9(12)V99 VALUE ZEROES.
       77 WS-SOMA-BLOQUEIOS PIC S9(12)V99 VALUE ZEROES.
       77 WS-SOMA-AGENDADO  PIC S9(12)V99 VALUE ZEROES.
       77 WS-SOMA-APLICADO  PIC S9(12)V99 VALUE ZEROES.
       77 WS-VALOR-APLICACAO PIC S9(10)V99 VALUE ZEROES.
       77 WS-POSICAO-LIQUIDA PIC S9(12)V99 VALUE ZEROES.
       77 WS-VALOR-EDIT     PIC $---.---.---.--9,99.
       77 WS-VALOR-EDIT-2   PIC $---.---.---.--9,99.
           IF ENC-OK = "00" THEN
               MOVE "S" TO WS-TEM-ENCERRADAS
           END-IF
           OPEN INPUT F-APLICACOES
           IF APL-OK = "00" THEN
               MOVE "S" TO WS-TEM-APLICACOES
           END-IF
           OPEN INPUT F-TITULARES
           IF TIT-OK = "00" THEN
               MOVE "S" TO WS-TEM-TITULARES
           END-IF
           OPEN OUTPUT F-RELATORIO
           IF REL-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR POSICAO-CLIENTE.txt. STATUS: "
           IF WS-TEM-ENCERRADAS = "S" THEN
               CLOSE F-ENCERRADAS
           END-IF
           IF WS-TEM-APLICACOES = "S" THEN
               CLOSE F-APLICACOES
           END-IF
           IF WS-TEM-TITULARES = "S" THEN
               CLOSE F-TITULARES
           END-IF
           CLOSE F-RELATORIO.

       LOCALIZAR-CLIENTE.
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               PERFORM BUSCAR-PAPEL-CONTA
               IF WS-PAPEL NOT = SPACES THEN
                   PERFORM GRAVAR-LINHA-CONTA
               END-IF
           END-READ.

      * o primeiro titular e o cod-cliente da conta; segundo titular
      * e procurador vem de TITULARES.txt
       BUSCAR-PAPEL-CONTA.
           MOVE SPACES TO WS-PAPEL
           IF cod-cliente = cli-codigo THEN
               MOVE "1" TO WS-PAPEL
           ELSE
               MOVE cod-conta TO tit-cod-conta
               PERFORM LER-TITULAR
           END-IF.

       LER-TITULAR.
           IF WS-TEM-TITULARES = "S" THEN
               MOVE cli-codigo TO tit-cod-cliente
               READ F-TITULARES
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF tit-papel NOT = "1" THEN
                       MOVE tit-papel TO WS-PAPEL
                   END-IF
               END-READ
           END-IF.

       GRAVAR-LINHA-CONTA.
           ADD 1 TO WS-TOTAL-CONTAS
           MOVE saldo TO WS-SALDO-ALPHA
           ADD WS-TOTAL-BLOQUEADO TO WS-SOMA-BLOQUEIOS
           MOVE WS-SALDO-NUM TO WS-VALOR-EDIT
           MOVE WS-TOTAL-BLOQUEADO TO WS-VALOR-EDIT-2
           EVALUATE WS-PAPEL
             WHEN "1" MOVE "PRIMEIRO TITULAR" TO WS-PAPEL-EXTENSO
             WHEN "2" MOVE "SEGUNDO TITULAR " TO WS-PAPEL-EXTENSO
             WHEN "P" MOVE "PROCURADOR      " TO WS-PAPEL-EXTENSO
             WHEN OTHER MOVE SPACES TO WS-PAPEL-EXTENSO
           END-EVALUATE
           MOVE SPACES TO REL-LINHA
           STRING "CONTA " cod-conta
                  " AGENCIA " cod-agencia
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-E-MOSTRAR
           MOVE SPACES TO REL-LINHA
           STRING "    TITULARIDADE: " WS-PAPEL-EXTENSO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-E-MOSTRAR
           PERFORM LISTAR-AGENDAMENTOS-CONTA
           PERFORM LISTAR-APLICACOES-CONTA.

       SOMAR-BLOQUEIOS-ATIVOS.
           MOVE ZEROES TO WS-TOTAL-BLOQUEADO
               END-IF
           END-READ.

      * aplicacao ativa entra na posicao pelo valor aplicado mais o
      * rendimento ja apurado pelo lote RENDIMENTO-APLICACOES
       LISTAR-APLICACOES-CONTA.
           IF WS-TEM-APLICACOES = "S" THEN
               MOVE ZEROES TO apl-numero
               MOVE "N" TO WS-FIM-BLQ
               START F-APLICACOES KEY IS NOT LESS THAN apl-numero
                 INVALID KEY
                   MOVE "Y" TO WS-FIM-BLQ
               END-START
               PERFORM LER-APLICACAO UNTIL WS-FIM-BLQ = "Y"
           END-IF.

       LER-APLICACAO.
           READ F-APLICACOES NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-BLQ
             NOT AT END
               IF apl-status = "A"
                  AND apl-cod-conta = cod-conta THEN
                   COMPUTE WS-VALOR-APLICACAO =
                       apl-valor-aplicado + apl-rendimento
                   ADD WS-VALOR-APLICACAO TO WS-SOMA-APLICADO
                   MOVE WS-VALOR-APLICACAO TO WS-VALOR-EDIT
                   MOVE SPACES TO REL-LINHA
                   STRING "    APLICACAO " apl-numero
                          " PRAZO " apl-prazo
                          " VENCE " apl-data-vencimento
                          " VALOR ATUAL " WS-VALOR-EDIT
                       DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   PERFORM ESCREVER-E-MOSTRAR
               END-IF
           END-READ.

       LISTAR-CONTAS-ENCERRADAS.
           IF WS-TEM-ENCERRADAS = "S" THEN
               MOVE "N" TO WS-EOF
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               MOVE SPACES TO WS-PAPEL
               IF enc-cod-cliente = cli-codigo THEN
                   MOVE "1" TO WS-PAPEL
               ELSE
                   MOVE enc-cod-conta TO tit-cod-conta
                   PERFORM LER-TITULAR
               END-IF
               IF WS-PAPEL NOT = SPACES THEN
                   ADD 1 TO WS-TOTAL-ENCERRADAS
                   MOVE SPACES TO REL-LINHA
                   STRING "CONTA " enc-cod-conta

       GRAVAR-POSICAO-LIQUIDA.
           COMPUTE WS-POSICAO-LIQUIDA =
               WS-SOMA-SALDOS + WS-SOMA-APLICADO
               - WS-SOMA-BLOQUEIOS - WS-SOMA-AGENDADO
           MOVE "======================================================"
               TO REL-LINHA
           PERFORM ESCREVER-E-MOSTRAR
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-E-MOSTRAR
           MOVE WS-SOMA-APLICADO TO WS-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "APLICACOES A PRAZO " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-E-MOSTRAR
           MOVE WS-POSICAO-LIQUIDA TO WS-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "POSICAO LIQUIDA DO CLIENTE: " WS-VALOR-EDIT
