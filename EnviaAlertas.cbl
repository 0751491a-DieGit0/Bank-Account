      ******************************************************************
      * Author: Grupo os BATUTINHAS
      * Purpose: Daily batch that turns the customer alert queue
      *          ALERTAS.txt into the outbound file for the SMS/e-mail
      *          gateway. The posting paths (CONTACORRENTE counter,
      *          CARGA-MOVIMENTOS, EXECUTA-AGENDAMENTOS,
      *          COMPENSACAO-INTERBANCARIA, TARIFA-MENSAL) queue every
      *          EXTRATO entry (M), judicial hold (B) and schedule that
      *          could not be executed (A) as a pending event with
      *          cod-cliente, cod-conta, value, resulting saldo and
      *          business date. Each pending event is checked against
      *          the client's preferences in PREFERENCIAS-ALERTA.txt
      *          (kept with CLIENTES.txt at the CONTACORRENTE counter:
      *          phone, e-mail, alert types wanted and the client's own
      *          low-balance threshold): a movement of WS-LIMITE-GRANDE
      *          or more raises a large-movement alert, a debit that
      *          takes the saldo below the client's threshold raises a
      *          low-balance alert, holds and failed schedules raise
      *          their own. Messages go one per channel (SMS and/or
      *          e-mail) to ALERTAS-GATEWAY-AAAAMMDD.txt for the
      *          business date, opened in extend mode; every event read
      *          is then marked sent (E) or dropped (D) in the queue,
      *          so a rerun never sends the same event twice. Events
      *          of clients without preferences, or that the client
      *          opted out of, are dropped. Run totals go to
      *          RELATORIO-ALERTAS.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ENVIA-ALERTAS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MEU-PC.
       OBJECT-COMPUTER. MEU_PC.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-ALERTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS alr-chave
           FILE STATUS   ALR-OK.
       SELECT F-PREFALERTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS pra-cod-cliente
           FILE STATUS   PRA-OK.
       SELECT F-CADASTRO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS cod-conta
           ALTERNATE RECORD KEY nome
               WITH DUPLICATES
           FILE STATUS   ARQ-OK.
       SELECT F-DIACONTABIL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   DIA-OK.
       SELECT F-GATEWAY ASSIGN TO DYNAMIC WS-NOME-GATEWAY
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   GTW-OK.
       SELECT F-RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   REL-OK.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ALERTAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ALERTAS.txt".
       01  ALERTA-REG.
           02 alr-chave.
               03 alr-cod-conta     PIC 9(5).
               03 alr-data-hora     PIC 9(16).
               03 alr-tipo          PIC X(1).
               03 alr-referencia    PIC 9(6).
           02 alr-cod-cliente       PIC 9(5).
           02 alr-valor             PIC S9(9)V99.
           02 alr-saldo             PIC S9(10)V99.
           02 alr-data-contabil     PIC 9(8).
           02 alr-ext-tipo          PIC X(1).
           02 alr-origem            PIC X(10).
           02 alr-status            PIC X(1).
           02 alr-data-envio        PIC 9(8).

       FD  F-PREFALERTAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PREFERENCIAS-ALERTA.txt".
       01  PREFERENCIA-REG.
           02 pra-cod-cliente       PIC 9(5).
           02 pra-telefone          PIC X(15).
           02 pra-email             PIC X(50).
           02 pra-saldo-baixo       PIC X(1).
           02 pra-limite-saldo      PIC S9(9)V99.
           02 pra-movimento-grande  PIC X(1).
           02 pra-bloqueio          PIC X(1).
           02 pra-agendamento       PIC X(1).
           02 pra-data-atualizacao  PIC 9(8).
           02 pra-operador          PIC X(10).

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

       FD  F-DIACONTABIL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIA-CONTABIL.txt".
       01  DIA-REG.
           02 dia-data   PIC 9(8).
           02 dia-status PIC X(1).

      * um aviso por canal: S = SMS para o celular, E = e-mail
       FD  F-GATEWAY LABEL RECORD STANDARD.
       01  GATEWAY-REG.
           02 gtw-canal             PIC X(1).
           02 gtw-destino           PIC X(50).
           02 gtw-cod-cliente       PIC 9(5).
           02 gtw-cod-conta         PIC 9(5).
           02 gtw-tipo-alerta       PIC X(1).
           02 gtw-data              PIC 9(8).
           02 gtw-mensagem          PIC X(120).

       FD  F-RELATORIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RELATORIO-ALERTAS.txt".
       01  REL-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       77 ALR-OK            PIC X(02) VALUE ZEROES.
       77 PRA-OK            PIC X(02) VALUE ZEROES.
       77 ARQ-OK            PIC X(02) VALUE ZEROES.
       77 DIA-OK            PIC X(02) VALUE ZEROES.
       77 GTW-OK            PIC X(02) VALUE ZEROES.
       77 REL-OK            PIC X(02) VALUE ZEROES.
       77 WS-EOF            PIC X(01) VALUE "N".
       77 WS-TEM-PREFERENCIAS PIC X(01) VALUE "N".
       77 WS-DATA-CONTABIL  PIC 9(08) VALUE ZEROES.
       77 WS-NOME-GATEWAY   PIC X(40) VALUE SPACES.
      * movimento a partir deste valor (credito ou debito) gera o
      * aviso de movimento grande
       77 WS-LIMITE-GRANDE  PIC 9(7)V99 VALUE 5000,00.
       77 WS-COD-CLIENTE    PIC 9(05) VALUE ZEROES.
       77 WS-TEM-PREF-CLIENTE PIC X(01) VALUE "N".
       77 WS-TIPO-ALERTA    PIC X(01) VALUE SPACES.
       77 WS-AVISOS-EVENTO  PIC 9(03) VALUE ZEROES.
       77 WS-VALOR-ABS      PIC S9(9)V99 VALUE ZEROES.
       77 WS-SALDO-ANTES    PIC S9(10)V99 VALUE ZEROES.
       77 WS-VALOR-EDIT     PIC -.---.---.--9,99.
       77 WS-SALDO-EDIT     PIC -.---.---.--9,99.
       77 WS-LIMITE-EDIT    PIC -.---.---.--9,99.
       77 WS-HISTORICO      PIC X(14) VALUE SPACES.
       77 WS-MENSAGEM       PIC X(120) VALUE SPACES.
       77 WS-TOTAL-LIDOS    PIC 9(07) VALUE 0.
       77 WS-TOTAL-ENVIADOS PIC 9(07) VALUE 0.
       77 WS-TOTAL-SEM-CLIENTE PIC 9(07) VALUE 0.
       77 WS-TOTAL-SEM-PREF PIC 9(07) VALUE 0.
       77 WS-TOTAL-OPT-OUT  PIC 9(07) VALUE 0.
       77 WS-TOTAL-SMS      PIC 9(07) VALUE 0.
       77 WS-TOTAL-EMAIL    PIC 9(07) VALUE 0.
       77 WS-TOTAL-GRANDE   PIC 9(07) VALUE 0.
       77 WS-TOTAL-SALDO-BAIXO PIC 9(07) VALUE 0.
       77 WS-TOTAL-BLOQUEIO PIC 9(07) VALUE 0.
       77 WS-TOTAL-AGENDAMENTO PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INICIO.
           DISPLAY "ENVIO DE ALERTAS AOS CLIENTES"
           DISPLAY "============================="
           PERFORM LER-DIA-CONTABIL
           DISPLAY "DATA CONTABIL: " WS-DATA-CONTABIL
           PERFORM ABRE-ARQUIVOS
           PERFORM PROCESSA-ALERTAS UNTIL WS-EOF = "Y"
           PERFORM GRAVAR-TOTAIS
           CLOSE F-ALERTAS
           CLOSE F-CADASTRO
           IF WS-TEM-PREFERENCIAS = "S" THEN
               CLOSE F-PREFALERTAS
           END-IF
           CLOSE F-GATEWAY
           CLOSE F-RELATORIO
           DISPLAY "RELATORIO GRAVADO EM RELATORIO-ALERTAS.txt"
           STOP RUN.

       LER-DIA-CONTABIL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-CONTABIL
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
           OPEN I-O F-ALERTAS
           IF ALR-OK = "35" THEN
               DISPLAY "ALERTAS.txt NAO EXISTE - NENHUM ALERTA."
               STOP RUN
           END-IF
           IF ALR-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR ALERTAS.txt. STATUS: "
                   ALR-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F-CADASTRO
           IF ARQ-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR F-DATA.txt. STATUS: " ARQ-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F-PREFALERTAS
           IF PRA-OK = "00" THEN
               MOVE "S" TO WS-TEM-PREFERENCIAS
           END-IF
           MOVE SPACES TO WS-NOME-GATEWAY
           STRING "ALERTAS-GATEWAY-" WS-DATA-CONTABIL ".txt"
               DELIMITED BY SIZE INTO WS-NOME-GATEWAY
           END-STRING
           OPEN EXTEND F-GATEWAY
           IF GTW-OK = "35" THEN
               OPEN OUTPUT F-GATEWAY
           END-IF
           IF GTW-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR " WS-NOME-GATEWAY
               DISPLAY "STATUS: " GTW-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F-RELATORIO
           IF REL-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR RELATORIO-ALERTAS.txt. STATUS: "
                   REL-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESSA-ALERTAS.
           READ F-ALERTAS NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF alr-status = "P" THEN
                   ADD 1 TO WS-TOTAL-LIDOS
                   PERFORM TRATAR-ALERTA
                   PERFORM MARCAR-ALERTA
               END-IF
           END-READ.

      * o cliente vale o do cadastro da conta hoje; conta ja
      * encerrada fica com o cliente gravado no evento
       TRATAR-ALERTA.
           MOVE ZEROES TO WS-AVISOS-EVENTO
           MOVE alr-cod-cliente TO WS-COD-CLIENTE
           MOVE alr-cod-conta TO cod-conta
           READ F-CADASTRO
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF cod-cliente NOT = ZEROES THEN
                   MOVE cod-cliente TO WS-COD-CLIENTE
               END-IF
           END-READ
           MOVE "N" TO WS-TEM-PREF-CLIENTE
           IF WS-COD-CLIENTE = ZEROES THEN
               ADD 1 TO WS-TOTAL-SEM-CLIENTE
           ELSE
               PERFORM LER-PREFERENCIA
               IF WS-TEM-PREF-CLIENTE = "N" THEN
                   ADD 1 TO WS-TOTAL-SEM-PREF
               ELSE
                   PERFORM AVALIAR-ALERTA
                   IF WS-AVISOS-EVENTO = ZEROES THEN
                       ADD 1 TO WS-TOTAL-OPT-OUT
                   ELSE
                       ADD 1 TO WS-TOTAL-ENVIADOS
                   END-IF
               END-IF
           END-IF.

       LER-PREFERENCIA.
           IF WS-TEM-PREFERENCIAS = "S" THEN
               MOVE WS-COD-CLIENTE TO pra-cod-cliente
               READ F-PREFALERTAS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "S" TO WS-TEM-PREF-CLIENTE
               END-READ
           END-IF.

      * movimento: grande pelo limite do banco, saldo baixo quando o
      * debito leva o saldo de cima para baixo do limite do cliente
      * (quem ja estava abaixo nao recebe um aviso a cada debito)
       AVALIAR-ALERTA.
           EVALUATE alr-tipo
             WHEN "M"
               IF alr-valor < ZEROES THEN
                   COMPUTE WS-VALOR-ABS = alr-valor * -1
               ELSE
                   MOVE alr-valor TO WS-VALOR-ABS
               END-IF
               IF pra-movimento-grande = "S"
                  AND WS-VALOR-ABS NOT < WS-LIMITE-GRANDE THEN
                   MOVE "G" TO WS-TIPO-ALERTA
                   PERFORM MONTAR-MENSAGEM
                   PERFORM ENVIAR-AVISO
                   ADD 1 TO WS-TOTAL-GRANDE
               END-IF
               COMPUTE WS-SALDO-ANTES = alr-saldo - alr-valor
               IF pra-saldo-baixo = "S" AND alr-valor < ZEROES
                  AND alr-saldo < pra-limite-saldo
                  AND WS-SALDO-ANTES NOT < pra-limite-saldo THEN
                   MOVE "S" TO WS-TIPO-ALERTA
                   PERFORM MONTAR-MENSAGEM
                   PERFORM ENVIAR-AVISO
                   ADD 1 TO WS-TOTAL-SALDO-BAIXO
               END-IF
             WHEN "B"
               IF pra-bloqueio = "S" THEN
                   MOVE "B" TO WS-TIPO-ALERTA
                   PERFORM MONTAR-MENSAGEM
                   PERFORM ENVIAR-AVISO
                   ADD 1 TO WS-TOTAL-BLOQUEIO
               END-IF
             WHEN "A"
               IF pra-agendamento = "S" THEN
                   MOVE "A" TO WS-TIPO-ALERTA
                   PERFORM MONTAR-MENSAGEM
                   PERFORM ENVIAR-AVISO
                   ADD 1 TO WS-TOTAL-AGENDAMENTO
               END-IF
           END-EVALUATE.

       MONTAR-MENSAGEM.
           MOVE alr-valor TO WS-VALOR-EDIT
           MOVE alr-saldo TO WS-SALDO-EDIT
           MOVE pra-limite-saldo TO WS-LIMITE-EDIT
           PERFORM DESCREVER-HISTORICO
           MOVE SPACES TO WS-MENSAGEM
           EVALUATE WS-TIPO-ALERTA
             WHEN "G"
               STRING "BATUTINHAS: " FUNCTION TRIM(WS-HISTORICO)
                      " DE R$ " FUNCTION TRIM(WS-VALOR-EDIT)
                      " NA CONTA " alr-cod-conta
                      ". SALDO R$ " FUNCTION TRIM(WS-SALDO-EDIT)
                   DELIMITED BY SIZE INTO WS-MENSAGEM
               END-STRING
             WHEN "S"
               STRING "BATUTINHAS: SALDO DA CONTA " alr-cod-conta
                      " ABAIXO DE R$ " FUNCTION TRIM(WS-LIMITE-EDIT)
                      ". SALDO R$ " FUNCTION TRIM(WS-SALDO-EDIT)
                   DELIMITED BY SIZE INTO WS-MENSAGEM
               END-STRING
             WHEN "B"
               STRING "BATUTINHAS: BLOQUEIO JUDICIAL DE R$ "
                      FUNCTION TRIM(WS-VALOR-EDIT)
                      " NA CONTA " alr-cod-conta
                      ". DISPONIVEL R$ " FUNCTION TRIM(WS-SALDO-EDIT)
                   DELIMITED BY SIZE INTO WS-MENSAGEM
               END-STRING
             WHEN "A"
               STRING "BATUTINHAS: TRANSFERENCIA AGENDADA DE R$ "
                      FUNCTION TRIM(WS-VALOR-EDIT)
                      " DA CONTA " alr-cod-conta
                      " NAO EXECUTADA. SALDO R$ "
                      FUNCTION TRIM(WS-SALDO-EDIT)
                   DELIMITED BY SIZE INTO WS-MENSAGEM
               END-STRING
           END-EVALUATE.

       DESCREVER-HISTORICO.
           EVALUATE alr-ext-tipo
             WHEN "D" MOVE "DEPOSITO      " TO WS-HISTORICO
             WHEN "S" MOVE "SAQUE         " TO WS-HISTORICO
             WHEN "T" MOVE "TRANSFERENCIA " TO WS-HISTORICO
             WHEN "C" MOVE "AJUSTE CADASTR" TO WS-HISTORICO
             WHEN "F" MOVE "TARIFA MENSAL " TO WS-HISTORICO
             WHEN "J" MOVE "JUROS CREDOR  " TO WS-HISTORICO
             WHEN "I" MOVE "IR RETIDO     " TO WS-HISTORICO
             WHEN "E" MOVE "ESTORNO       " TO WS-HISTORICO
             WHEN "Q" MOVE "CHEQUE PAGO   " TO WS-HISTORICO
             WHEN "K" MOVE "DEPOSITO CHEQ " TO WS-HISTORICO
             WHEN "V" MOVE "CHEQUE DEVOLV " TO WS-HISTORICO
             WHEN "L" MOVE "EMPRESTIMO    " TO WS-HISTORICO
             WHEN "P" MOVE "PARCELA EMPR  " TO WS-HISTORICO
             WHEN "A" MOVE "APLICACAO     " TO WS-HISTORICO
             WHEN "R" MOVE "RESGATE APLIC " TO WS-HISTORICO
             WHEN "B" MOVE "DEBITO AUTOMAT" TO WS-HISTORICO
             WHEN OTHER MOVE "MOVIMENTO     " TO WS-HISTORICO
           END-EVALUATE.

      * o mesmo aviso vai para cada canal que o cliente informou
       ENVIAR-AVISO.
           MOVE WS-COD-CLIENTE  TO gtw-cod-cliente
           MOVE alr-cod-conta   TO gtw-cod-conta
           MOVE WS-TIPO-ALERTA  TO gtw-tipo-alerta
           MOVE WS-DATA-CONTABIL TO gtw-data
           MOVE WS-MENSAGEM     TO gtw-mensagem
           IF pra-telefone NOT = SPACES THEN
               MOVE "S"          TO gtw-canal
               MOVE pra-telefone TO gtw-destino
               WRITE GATEWAY-REG
               ADD 1 TO WS-TOTAL-SMS
           END-IF
           IF pra-email NOT = SPACES THEN
               MOVE "E"          TO gtw-canal
               MOVE pra-email    TO gtw-destino
               WRITE GATEWAY-REG
               ADD 1 TO WS-TOTAL-EMAIL
           END-IF
           ADD 1 TO WS-AVISOS-EVENTO.

      * todo evento lido sai de pendente: E enviado, D descartado
       MARCAR-ALERTA.
           MOVE WS-COD-CLIENTE TO alr-cod-cliente
           IF WS-AVISOS-EVENTO = ZEROES THEN
               MOVE "D" TO alr-status
           ELSE
               MOVE "E" TO alr-status
           END-IF
           MOVE WS-DATA-CONTABIL TO alr-data-envio
           REWRITE ALERTA-REG
             INVALID KEY
               DISPLAY "ERRO AO MARCAR O ALERTA DA CONTA " alr-cod-conta
           END-REWRITE.

       GRAVAR-TOTAIS.
           MOVE SPACES TO REL-LINHA
           STRING "ENVIO DE ALERTAS - DIA " WS-DATA-CONTABIL
                  " - ARQUIVO " WS-NOME-GATEWAY
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE "======================================================"
               TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "EVENTOS PENDENTES LIDOS.....: " WS-TOTAL-LIDOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "EVENTOS ENVIADOS............: " WS-TOTAL-ENVIADOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "DESCARTADOS - SEM CLIENTE...: " WS-TOTAL-SEM-CLIENTE
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "DESCARTADOS - SEM PREFERENCIA: " WS-TOTAL-SEM-PREF
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "DESCARTADOS - NAO SOLICITADOS: " WS-TOTAL-OPT-OUT
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE "------------------------------------------------------"
               TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "AVISOS MOVIMENTO GRANDE.....: " WS-TOTAL-GRANDE
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "AVISOS SALDO BAIXO..........: " WS-TOTAL-SALDO-BAIXO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "AVISOS BLOQUEIO JUDICIAL....: " WS-TOTAL-BLOQUEIO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "AVISOS AGENDAMENTO FALHO....: " WS-TOTAL-AGENDAMENTO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "MENSAGENS SMS...............: " WS-TOTAL-SMS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "MENSAGENS E-MAIL............: " WS-TOTAL-EMAIL
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA.

       ESCREVER-LINHA.
           WRITE REL-LINHA
           DISPLAY REL-LINHA.

       END PROGRAM ENVIA-ALERTAS.
