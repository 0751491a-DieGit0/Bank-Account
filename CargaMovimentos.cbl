      * Purpose: Non-interactive batch job that reads the end-of-day
      *          capture file of movements sent by the branches
      *          (MOVIMENTOS.txt: account, type D/S/T, value,
      *          destination account for transfers, deposit kind and
      *          cheque number) and posts each row
      *          to F-CADASTRO (F-DATA.txt), writing the matching
      *          EXTRATO.txt entry with the correct saldo-anterior and
      *          saldo-novo and updating data-ultima-movimentacao,
      *          shared REJEITOS.txt, where the back-office screen in
      *          CONTACORRENTE reviews, corrects and resubmits or
      *          writes each one off; control totals at the end of
      *          the run. A deposit of kind C (cheque) posts as
      *          EXTRATO tipo K and is also registered as uncollected
      *          funds in DEPOSITOS-CHEQUE.txt until its release date
      *          (D+1 business day from WS-LIMITE-D1 up, D+2 below it,
      *          from CALENDARIO.txt); any other kind is cash. Pending
      *          uncollected funds count as a hold on withdrawals and
      *          transfers, like the BLOQUEIOS.txt holds.
      *          MOVIMENTOS.txt carries a header (sender, file date,
      *          file sequence) and a trailer (detail count and control
      *          total of the values); the whole file is checked before
      *          anything is posted and refused on any mismatch. Every
      *          accepted file is registered in ARQUIVOS-RECEBIDOS.txt
      *          by sender and sequence: a file already processed is
      *          refused unless a supervisor released it for
      *          reprocessing at the CONTACORRENTE counter, and a gap
      *          or out-of-order sequence from the same sender is
      *          reported.
      *          A transfer between accounts of different agencias is
      *          also logged in INTERAGENCIAS.txt (business date, both
      *          agencias and accounts, value) as an inter-branch
      *          movement for RELATORIO-INTERAGENCIAS,
      *          INTERFACE-CONTABIL and the day close. Every EXTRATO
      *          entry posted is also queued as a pending customer
      *          alert in ALERTAS.txt for ENVIA-ALERTAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS DYNAMIC
           RECORD KEY IS cnt-cod-conta
           FILE STATUS   CNT-OK.
       SELECT F-DEPCHEQUES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS dpc-chave
           FILE STATUS   DPC-OK.
       SELECT F-CALENDARIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS cal-data
           FILE STATUS   CAL-OK.
       SELECT F-RECEBIDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS arr-chave
           FILE STATUS   ARR-OK.
       SELECT F-INTERAGENCIAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   IAG-OK.
       SELECT F-ALERTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS alr-chave
           FILE STATUS   ALR-OK.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ENTRADA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MOVIMENTOS.txt".
       01  ENT-REGISTRO              PIC X(40).
       01  ENT-HEADER REDEFINES ENT-REGISTRO.
           02 ent-h-tipo-reg         PIC X(1).
           02 ent-h-remetente        PIC X(10).
           02 ent-h-data-arquivo     PIC 9(8).
           02 ent-h-sequencia        PIC 9(6).
           02 ent-h-filler           PIC X(15).
       01  MOV-REG REDEFINES ENT-REGISTRO.
           02 mov-tipo-reg      PIC X(1).
           02 mov-cod-conta     PIC 9(5).
           02 mov-tipo          PIC X(1).
           02 mov-valor         PIC S9(9)V99.
           02 mov-conta-destino PIC 9(5).
           02 mov-especie       PIC X(1).
           02 mov-documento     PIC 9(6).
           02 mov-filler        PIC X(10).
       01  ENT-TRAILER REDEFINES ENT-REGISTRO.
           02 ent-t-tipo-reg         PIC X(1).
           02 ent-t-qtd-detalhes     PIC 9(6).
           02 ent-t-total-controle   PIC S9(13)V99.
           02 ent-t-filler           PIC X(18).

       FD  F-CADASTRO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-DATA.txt".
           02 ext-saldo-anterior     PIC S9(10)V99.
           02 ext-saldo-novo         PIC S9(10)V99.
           02 ext-operador           PIC X(10).
           02 ext-documento          PIC 9(6).

       FD  F-BLOQUEIOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BLOQUEIOS.txt".
           02 cnt-ult-extrato   PIC 9(6).
           02 cnt-ult-historico PIC 9(6).

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

       FD  F-CALENDARIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CALENDARIO.txt".
       01  CALENDARIO-REG.
           02 cal-data      PIC 9(8).
           02 cal-descricao PIC X(30).

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

       WORKING-STORAGE SECTION.
       77 ENT-OK            PIC X(02) VALUE ZEROES.
       77 ARQ-OK            PIC X(02) VALUE ZEROES.
       77 WS-REJ-ULTIMA-SEQ PIC 9(06) VALUE ZEROES.
       77 WS-REJ-SEQ-CARREGADA PIC X(01) VALUE "N".
       77 WS-FIM-REJ        PIC X(01) VALUE "N".
       77 DPC-OK            PIC X(02) VALUE ZEROES.
       77 WS-FIM-DPC        PIC X(01) VALUE "N".
       77 WS-DPC-ULTIMA-SEQ PIC 9(04) VALUE ZEROES.
       77 WS-DOCUMENTO      PIC 9(06) VALUE ZEROES.
       77 WS-LIMITE-D1      PIC 9(7)V99 VALUE 300,00.
       77 WS-PRAZO-DIAS     PIC 9(01) VALUE ZEROES.
       77 WS-DATA-LIBERACAO PIC 9(08) VALUE ZEROES.
       77 WS-TOTAL-CHEQUES  PIC 9(07) VALUE 0.
       77 CAL-OK            PIC X(02) VALUE ZEROES.
       77 WS-DATA-TESTE     PIC 9(08) VALUE ZEROES.
       77 WS-DIA-UTIL       PIC X(01) VALUE "N".
       77 WS-DIA-SEMANA     PIC 9(01) VALUE ZEROES.
       77 WS-DIAS-CORRIDOS  PIC S9(07) VALUE ZEROES.
      * controle do arquivo de entrada
       77 ARR-OK            PIC X(02) VALUE ZEROES.
       77 WS-ARQ-TIPO       PIC X(01) VALUE "M".
       77 WS-ARQ-VALIDO     PIC X(01) VALUE "N".
       77 WS-ARQ-ERRO       PIC X(40) VALUE SPACES.
       77 WS-ARQ-TEM-HEADER PIC X(01) VALUE "N".
       77 WS-ARQ-TEM-TRAILER PIC X(01) VALUE "N".
       77 WS-ARQ-REMETENTE  PIC X(10) VALUE SPACES.
       77 WS-ARQ-DATA       PIC 9(08) VALUE ZEROES.
       77 WS-ARQ-SEQUENCIA  PIC 9(06) VALUE ZEROES.
       77 WS-ARQ-QTD        PIC 9(06) VALUE ZEROES.
       77 WS-ARQ-TOTAL      PIC S9(13)V99 VALUE ZEROES.
       77 WS-ARQ-QTD-TRAILER PIC 9(06) VALUE ZEROES.
       77 WS-ARQ-TOTAL-TRAILER PIC S9(13)V99 VALUE ZEROES.
       77 WS-ARQ-REPROCESSO PIC X(01) VALUE "N".
       77 WS-ARQ-ULTIMA-SEQ PIC 9(06) VALUE ZEROES.
       77 WS-ARQ-POSTERIOR  PIC X(01) VALUE "N".
       77 WS-ARQ-FALTA-INI  PIC 9(06) VALUE ZEROES.
       77 WS-ARQ-FALTA-FIM  PIC 9(06) VALUE ZEROES.
       77 WS-FIM-ARR        PIC X(01) VALUE "N".
       77 IAG-OK            PIC X(02) VALUE ZEROES.
       77 WS-AGENCIA-ORIGEM PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-INTERAGENCIAS PIC 9(07) VALUE 0.
       77 ALR-OK            PIC X(02) VALUE ZEROES.
       77 WS-TOTAL-ALERTAS  PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "CARGA EM LOTE DE MOVIMENTOS"
           DISPLAY "==========================="
           DISPLAY "DATA CONTABIL: " WS-DATA-CONTABIL
           PERFORM CONFERIR-ARQUIVO-ENTRADA
           IF WS-ARQ-VALIDO NOT = "S" THEN
               DISPLAY "MOVIMENTOS.txt RECUSADO: " WS-ARQ-ERRO
               DISPLAY "NENHUM MOVIMENTO FOI POSTADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS
           PERFORM REGISTRAR-ARQUIVO-RECEBIDO
           PERFORM CARREGAR-MOVIMENTOS UNTIL WS-EOF = "Y"
           PERFORM CONCLUIR-ARQUIVO-RECEBIDO
           CLOSE F-RECEBIDOS
           CLOSE F-ENTRADA
           CLOSE F-CADASTRO
           CLOSE F-EXTRATO
           END-IF
           CLOSE F-REJEITOS
           CLOSE F-CONTADORES
           CLOSE F-DEPCHEQUES
           CLOSE F-INTERAGENCIAS
           CLOSE F-ALERTAS
           DISPLAY "==========================="
           DISPLAY "MOVIMENTOS LIDOS....: " WS-TOTAL-LIDOS
           DISPLAY "MOVIMENTOS POSTADOS.: " WS-TOTAL-POSTADOS
           DISPLAY "CHEQUES A COMPENSAR.: " WS-TOTAL-CHEQUES
           DISPLAY "INTERAGENCIAS.......: " WS-TOTAL-INTERAGENCIAS
           DISPLAY "ALERTAS NA FILA.....: " WS-TOTAL-ALERTAS
           DISPLAY "MOVIMENTOS REJEITADOS: " WS-TOTAL-REJEITOS
           STOP RUN.

               DISPLAY "ERRO AO ABRIR CONTADORES.txt. STATUS: " CNT-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O F-DEPCHEQUES
           IF DPC-OK = "35" THEN
               OPEN OUTPUT F-DEPCHEQUES
               CLOSE F-DEPCHEQUES
               OPEN I-O F-DEPCHEQUES
           END-IF
           IF DPC-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR DEPOSITOS-CHEQUE.txt. STATUS: "
                   DPC-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND F-INTERAGENCIAS
           IF IAG-OK = "35" THEN
               OPEN OUTPUT F-INTERAGENCIAS
           END-IF
           IF IAG-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR INTERAGENCIAS.txt. STATUS: "
                   IAG-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O F-ALERTAS
           IF ALR-OK = "35" THEN
               OPEN OUTPUT F-ALERTAS
               CLOSE F-ALERTAS
               OPEN I-O F-ALERTAS
           END-IF
           IF ALR-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR ALERTAS.txt. STATUS: " ALR-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARREGAR-MOVIMENTOS.
           READ F-ENTRADA
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF mov-tipo-reg = "D" THEN
                   ADD 1 TO WS-TOTAL-LIDOS
                   PERFORM VALIDAR-E-POSTAR
               END-IF
           END-READ.

       VALIDAR-E-POSTAR.
           MOVE ZEROES TO WS-DOCUMENTO
           IF mov-valor NOT GREATER THAN ZEROES THEN
               MOVE "VALOR NAO POSITIVO" TO WS-MOTIVO
               PERFORM GRAVAR-REJEITO
               MOVE mov-valor TO WS-VALOR-MOV
               ADD WS-VALOR-MOV TO WS-SALDO-NUM
               PERFORM REGRAVAR-SALDO
               IF mov-especie = "C" THEN
                   MOVE "K" TO WS-TIPO-MOV
                   IF mov-documento IS NUMERIC THEN
                       MOVE mov-documento TO WS-DOCUMENTO
                   END-IF
                   PERFORM GRAVAR-EXTRATO
                   PERFORM REGISTRAR-DEPOSITO-CHEQUE
               ELSE
                   MOVE "D" TO WS-TIPO-MOV
                   PERFORM GRAVAR-EXTRATO
               END-IF
               ADD 1 TO WS-TOTAL-POSTADOS
           END-READ.

                   PERFORM REGRAVAR-SALDO
                   MOVE "T" TO WS-TIPO-MOV
                   PERFORM GRAVAR-EXTRATO
                   MOVE cod-agencia TO WS-AGENCIA-ORIGEM
                   PERFORM POSTAR-LADO-DESTINO
                   ADD 1 TO WS-TOTAL-POSTADOS
               END-IF
               PERFORM REGRAVAR-SALDO
               MOVE "T" TO WS-TIPO-MOV
               PERFORM GRAVAR-EXTRATO
               IF cod-agencia NOT = WS-AGENCIA-ORIGEM THEN
                   PERFORM GRAVAR-INTERAGENCIA
               END-IF
           END-READ.

      * transferencia entre agencias diferentes: a agencia de origem
      * fica devendo o valor a de destino ate o acerto interagencias
       GRAVAR-INTERAGENCIA.
           MOVE WS-DATA-CONTABIL  TO iag-data
           MOVE FUNCTION CURRENT-DATE(9:6) TO iag-hora
           MOVE WS-AGENCIA-ORIGEM TO iag-agencia-origem
           MOVE mov-cod-conta     TO iag-conta-origem
           MOVE cod-agencia       TO iag-agencia-destino
           MOVE mov-conta-destino TO iag-conta-destino
           MOVE mov-valor         TO iag-valor
           MOVE "CARGA-MOV"       TO iag-operador
           WRITE INTERAGENCIA-REG
           ADD 1 TO WS-TOTAL-INTERAGENCIAS.

      * aviso ao cliente: todo lancamento entra pendente na fila
      * ALERTAS.txt, que o ENVIA-ALERTAS filtra pelas preferencias
      * do cliente e manda ao gateway de SMS/e-mail
       GRAVAR-ALERTA-MOVIMENTO.
           MOVE ext-cod-conta    TO alr-cod-conta
           MOVE FUNCTION CURRENT-DATE(1:16) TO alr-data-hora
           MOVE "M"              TO alr-tipo
           MOVE ext-sequencia    TO alr-referencia
           MOVE cod-cliente      TO alr-cod-cliente
           MOVE ext-valor        TO alr-valor
           MOVE ext-saldo-novo   TO alr-saldo
           MOVE ext-data         TO alr-data-contabil
           MOVE ext-tipo         TO alr-ext-tipo
           MOVE ext-operador     TO alr-origem
           PERFORM GRAVAR-ALERTA.

       GRAVAR-ALERTA.
           MOVE "P"              TO alr-status
           MOVE ZEROES           TO alr-data-envio
           WRITE ALERTA-REG
             INVALID KEY
               DISPLAY "ERRO AO GRAVAR O ALERTA DA CONTA " alr-cod-conta
             NOT INVALID KEY
               ADD 1 TO WS-TOTAL-ALERTAS
           END-WRITE.

       SALDO-PARA-NUMERICO.
           MOVE saldo TO WS-SALDO-ALPHA
           COMPUTE WS-SALDO-NUM = FUNCTION NUMVAL-C(WS-SALDO-ALPHA).
                   MOVE "Y" TO WS-FIM-BLQ
               END-START
               PERFORM LER-BLOQUEIO UNTIL WS-FIM-BLQ = "Y"
           END-IF
           PERFORM SOMAR-DEPOSITOS-A-COMPENSAR.

       LER-BLOQUEIO.
           READ F-BLOQUEIOS NEXT RECORD
               END-IF
           END-READ.

      * cheque depositado e ainda nao compensado conta como bloqueio;
      * a mesma varredura guarda a ultima sequencia da conta
       SOMAR-DEPOSITOS-A-COMPENSAR.
           MOVE ZEROES TO WS-DPC-ULTIMA-SEQ
           MOVE cod-conta TO dpc-cod-conta
           MOVE ZEROES TO dpc-sequencia
           MOVE "N" TO WS-FIM-DPC
           START F-DEPCHEQUES KEY IS NOT LESS THAN dpc-chave
             INVALID KEY
               MOVE "Y" TO WS-FIM-DPC
           END-START
           PERFORM LER-DEPOSITO-CHEQUE UNTIL WS-FIM-DPC = "Y".

       LER-DEPOSITO-CHEQUE.
           READ F-DEPCHEQUES NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-DPC
             NOT AT END
               IF dpc-cod-conta = cod-conta THEN
                   MOVE dpc-sequencia TO WS-DPC-ULTIMA-SEQ
                   IF dpc-status = "P" THEN
                       ADD dpc-valor TO WS-TOTAL-BLOQUEADO
                   END-IF
               ELSE
                   MOVE "Y" TO WS-FIM-DPC
               END-IF
           END-READ.

      * chamado logo apos o GRAVAR-EXTRATO do deposito: ext-sequencia
      * ainda e a do lancamento K, que fica amarrado ao registro
       REGISTRAR-DEPOSITO-CHEQUE.
           PERFORM SOMAR-DEPOSITOS-A-COMPENSAR
           PERFORM CALCULAR-LIBERACAO
           MOVE cod-conta         TO dpc-cod-conta
           COMPUTE dpc-sequencia = WS-DPC-ULTIMA-SEQ + 1
           MOVE WS-DATA-CONTABIL  TO dpc-data-deposito
           MOVE WS-VALOR-MOV      TO dpc-valor
           MOVE WS-DATA-LIBERACAO TO dpc-data-liberacao
           MOVE "P"               TO dpc-status
           MOVE WS-DOCUMENTO      TO dpc-num-cheque
           MOVE ext-sequencia     TO dpc-ext-sequencia
           MOVE ZEROES            TO dpc-data-baixa
           MOVE SPACES            TO dpc-motivo
           MOVE "CARGA-MOV"       TO dpc-operador
           WRITE DEPCHEQUE-REG
             INVALID KEY
               DISPLAY "ERRO AO REGISTRAR CHEQUE A COMPENSAR DA CONTA "
                   dpc-cod-conta
             NOT INVALID KEY
               ADD 1 TO WS-TOTAL-CHEQUES
           END-WRITE.

      * cheque a partir de WS-LIMITE-D1 compensa em D+1 dia util;
      * abaixo dele, em D+2, contados da data contabil do deposito
       CALCULAR-LIBERACAO.
           IF WS-VALOR-MOV NOT < WS-LIMITE-D1 THEN
               MOVE 1 TO WS-PRAZO-DIAS
           ELSE
               MOVE 2 TO WS-PRAZO-DIAS
           END-IF
           MOVE WS-DATA-CONTABIL TO WS-DATA-TESTE
           PERFORM PROXIMO-DIA-UTIL WS-PRAZO-DIAS TIMES
           MOVE WS-DATA-TESTE TO WS-DATA-LIBERACAO.

       PROXIMO-DIA-UTIL.
           MOVE "N" TO WS-DIA-UTIL
           PERFORM AVANCAR-ATE-DIA-UTIL UNTIL WS-DIA-UTIL = "S".

       AVANCAR-ATE-DIA-UTIL.
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE) + 1
           COMPUTE WS-DATA-TESTE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
           PERFORM EH-DIA-UTIL.

      * mesma regra da ABERTURA-FECHAMENTO-DIA: sabado e domingo pelo
      * dia da semana, feriados pelo CALENDARIO.txt
       EH-DIA-UTIL.
           MOVE "S" TO WS-DIA-UTIL
      * 16010101 foi uma segunda-feira: resto 1=SEG ... 6=SAB 0=DOM
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-DIAS-CORRIDOS, 7)
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0 THEN
               MOVE "N" TO WS-DIA-UTIL
           ELSE
               PERFORM EH-FERIADO
           END-IF.

       EH-FERIADO.
           OPEN INPUT F-CALENDARIO
           IF CAL-OK = "00" THEN
               MOVE WS-DATA-TESTE TO cal-data
               READ F-CALENDARIO
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "N" TO WS-DIA-UTIL
               END-READ
               CLOSE F-CALENDARIO
           END-IF.

       REGRAVAR-SALDO.
           MOVE WS-SALDO-NUM TO saldo
           MOVE WS-DATA-CONTABIL TO data-ultima-movimentacao
           MOVE WS-SALDO-ANTERIOR TO ext-saldo-anterior
           MOVE WS-SALDO-NUM     TO ext-saldo-novo
           MOVE "CARGA-MOV"      TO ext-operador
           MOVE WS-DOCUMENTO     TO ext-documento
           WRITE EXTRATO-REG
             INVALID KEY
               DISPLAY "ERRO AO GRAVAR O EXTRATO DA CONTA "
                   ext-cod-conta
             NOT INVALID KEY
               PERFORM ATUALIZAR-CONTADOR-EXTRATO
               PERFORM GRAVAR-ALERTA-MOVIMENTO
           END-WRITE.

       ATUALIZAR-CONTADOR-EXTRATO.
           MOVE WS-DATA-CONTABIL TO rej-data
           MOVE mov-cod-conta    TO rej-cod-conta
           MOVE mov-tipo         TO rej-tipo
      * deposito em cheque volta da retaguarda como K, para que a
      * resubmissao tambem o registre a compensar
           IF mov-tipo = "D" AND mov-especie = "C" THEN
               MOVE "K"          TO rej-tipo
           END-IF
           MOVE mov-valor        TO rej-valor
           MOVE mov-conta-destino TO rej-conta-destino
           MOVE WS-MOTIVO        TO rej-motivo
               MOVE rej-sequencia TO WS-REJ-ULTIMA-SEQ
           END-READ.

      ******************************************************************
      * CONTROLE DO ARQUIVO - MOVIMENTOS.txt so e aceito inteiro: header
      * (remetente, data, sequencia) no inicio, trailer no fim com a
      * quantidade de detalhes e o total de controle dos valores
      * batendo, e remetente+sequencia ainda nao processados (ou
      * liberados por um supervisor para reprocessamento)
      ******************************************************************
       CONFERIR-ARQUIVO-ENTRADA.
           OPEN INPUT F-ENTRADA
           IF ENT-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR MOVIMENTOS.txt. STATUS: " ENT-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "S" TO WS-ARQ-VALIDO
           MOVE SPACES TO WS-ARQ-ERRO
           MOVE "N" TO WS-ARQ-TEM-HEADER
           MOVE "N" TO WS-ARQ-TEM-TRAILER
           MOVE ZEROES TO WS-ARQ-QTD
           MOVE ZEROES TO WS-ARQ-TOTAL
           MOVE "N" TO WS-EOF
           PERFORM CONFERIR-REGISTRO-ENTRADA UNTIL WS-EOF = "Y"
           CLOSE F-ENTRADA
           MOVE "N" TO WS-EOF
           IF WS-ARQ-VALIDO = "S" THEN
               PERFORM CONFERIR-HEADER-TRAILER
           END-IF
           IF WS-ARQ-VALIDO = "S" THEN
               DISPLAY "ARQUIVO DO REMETENTE " WS-ARQ-REMETENTE
                   " SEQUENCIA " WS-ARQ-SEQUENCIA
                   " DATA " WS-ARQ-DATA
               DISPLAY "DETALHES: " WS-ARQ-QTD
               PERFORM VERIFICAR-ARQUIVO-REPETIDO
           END-IF.

       CONFERIR-REGISTRO-ENTRADA.
           READ F-ENTRADA
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               EVALUATE TRUE
                 WHEN WS-ARQ-TEM-TRAILER = "S"
                   MOVE "N" TO WS-ARQ-VALIDO
                   MOVE "REGISTRO APOS O TRAILER" TO WS-ARQ-ERRO
                 WHEN ent-h-tipo-reg = "H"
                   IF WS-ARQ-TEM-HEADER = "S" THEN
                       MOVE "N" TO WS-ARQ-VALIDO
                       MOVE "HEADER REPETIDO" TO WS-ARQ-ERRO
                   ELSE
                       MOVE "S" TO WS-ARQ-TEM-HEADER
                       MOVE ent-h-remetente TO WS-ARQ-REMETENTE
                       MOVE ent-h-data-arquivo TO WS-ARQ-DATA
                       MOVE ent-h-sequencia TO WS-ARQ-SEQUENCIA
                   END-IF
                 WHEN WS-ARQ-TEM-HEADER = "N"
                   MOVE "N" TO WS-ARQ-VALIDO
                   MOVE "PRIMEIRO REGISTRO NAO E HEADER"
                       TO WS-ARQ-ERRO
                 WHEN mov-tipo-reg = "D"
                   ADD 1 TO WS-ARQ-QTD
                   IF mov-valor IS NUMERIC THEN
                       ADD mov-valor TO WS-ARQ-TOTAL
                   END-IF
                 WHEN ent-t-tipo-reg = "T"
                   MOVE "S" TO WS-ARQ-TEM-TRAILER
                   MOVE ent-t-qtd-detalhes TO WS-ARQ-QTD-TRAILER
                   MOVE ent-t-total-controle TO WS-ARQ-TOTAL-TRAILER
                 WHEN OTHER
                   MOVE "N" TO WS-ARQ-VALIDO
                   MOVE "TIPO DE REGISTRO INVALIDO" TO WS-ARQ-ERRO
               END-EVALUATE
           END-READ.

       CONFERIR-HEADER-TRAILER.
           EVALUATE TRUE
             WHEN WS-ARQ-TEM-HEADER = "N"
               MOVE "N" TO WS-ARQ-VALIDO
               MOVE "ARQUIVO VAZIO OU SEM HEADER" TO WS-ARQ-ERRO
             WHEN WS-ARQ-TEM-TRAILER = "N"
               MOVE "N" TO WS-ARQ-VALIDO
               MOVE "SEM TRAILER (ARQUIVO TRUNCADO?)" TO WS-ARQ-ERRO
             WHEN WS-ARQ-REMETENTE = SPACES
               MOVE "N" TO WS-ARQ-VALIDO
               MOVE "REMETENTE NAO INFORMADO NO HEADER"
                   TO WS-ARQ-ERRO
             WHEN WS-ARQ-SEQUENCIA NOT NUMERIC
                  OR WS-ARQ-SEQUENCIA = ZEROES
               MOVE "N" TO WS-ARQ-VALIDO
               MOVE "SEQUENCIA INVALIDA NO HEADER" TO WS-ARQ-ERRO
             WHEN WS-ARQ-DATA NOT NUMERIC
               MOVE "N" TO WS-ARQ-VALIDO
               MOVE "DATA INVALIDA NO HEADER" TO WS-ARQ-ERRO
             WHEN WS-ARQ-DATA > WS-DATA-CONTABIL
               MOVE "N" TO WS-ARQ-VALIDO
               MOVE "DATA DO ARQUIVO APOS A DATA CONTABIL"
                   TO WS-ARQ-ERRO
             WHEN WS-ARQ-QTD NOT = WS-ARQ-QTD-TRAILER
               MOVE "N" TO WS-ARQ-VALIDO
               MOVE "QUANTIDADE DO TRAILER NAO CONFERE"
                   TO WS-ARQ-ERRO
             WHEN WS-ARQ-TOTAL NOT = WS-ARQ-TOTAL-TRAILER
               MOVE "N" TO WS-ARQ-VALIDO
               MOVE "TOTAL DE CONTROLE NAO CONFERE" TO WS-ARQ-ERRO
           END-EVALUATE.

      * remetente+sequencia ja registrado so passa com a liberacao do
      * supervisor; um registro ainda em processamento (P) indica uma
      * execucao interrompida, que tambem precisa ser conferida e
      * liberada antes de postar de novo
       VERIFICAR-ARQUIVO-REPETIDO.
           MOVE "N" TO WS-ARQ-REPROCESSO
           OPEN I-O F-RECEBIDOS
           IF ARR-OK = "35" THEN
               OPEN OUTPUT F-RECEBIDOS
               CLOSE F-RECEBIDOS
               OPEN I-O F-RECEBIDOS
           END-IF
           IF ARR-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR ARQUIVOS-RECEBIDOS.txt. STATUS: "
                   ARR-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARQ-TIPO      TO arr-arquivo
           MOVE WS-ARQ-REMETENTE TO arr-remetente
           MOVE WS-ARQ-SEQUENCIA TO arr-sequencia
           READ F-RECEBIDOS
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF arr-liberado = "S" THEN
                   MOVE "S" TO WS-ARQ-REPROCESSO
                   DISPLAY "REPROCESSAMENTO LIBERADO POR "
                       arr-operador-liberacao " EM "
                       arr-data-liberacao
               ELSE
                   MOVE "N" TO WS-ARQ-VALIDO
                   IF arr-status = "P" THEN
                       MOVE "PROCESSAMENTO ANTERIOR INTERROMPIDO"
                           TO WS-ARQ-ERRO
                   ELSE
                       MOVE "ARQUIVO JA PROCESSADO EM" TO WS-ARQ-ERRO
                       MOVE arr-data-processamento
                           TO WS-ARQ-ERRO(26:8)
                   END-IF
                   CLOSE F-RECEBIDOS
               END-IF
           END-READ.

       REGISTRAR-ARQUIVO-RECEBIDO.
           PERFORM VERIFICAR-SEQUENCIA-REMETENTE
           MOVE WS-ARQ-TIPO      TO arr-arquivo
           MOVE WS-ARQ-REMETENTE TO arr-remetente
           MOVE WS-ARQ-SEQUENCIA TO arr-sequencia
           IF WS-ARQ-REPROCESSO = "S" THEN
               READ F-RECEBIDOS
                 INVALID KEY
                   DISPLAY "ERRO AO RELER O REGISTRO DO ARQUIVO"
               END-READ
               ADD 1 TO arr-qtd-processamentos
           ELSE
               MOVE 1 TO arr-qtd-processamentos
               MOVE SPACES TO arr-operador-liberacao
               MOVE ZEROES TO arr-data-liberacao
           END-IF
           MOVE WS-ARQ-DATA      TO arr-data-arquivo
           MOVE WS-DATA-CONTABIL TO arr-data-processamento
           MOVE FUNCTION CURRENT-DATE(9:6) TO arr-hora-processamento
           MOVE WS-ARQ-QTD       TO arr-qtd-detalhes
           MOVE WS-ARQ-TOTAL     TO arr-total-controle
           MOVE "P"              TO arr-status
           MOVE "N"              TO arr-liberado
           IF WS-ARQ-REPROCESSO = "S" THEN
               REWRITE RECEBIDO-REG
                 INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O REGISTRO DO ARQUIVO"
               END-REWRITE
           ELSE
               WRITE RECEBIDO-REG
                 INVALID KEY
                   DISPLAY "ERRO AO REGISTRAR O ARQUIVO RECEBIDO"
               END-WRITE
           END-IF.

      * as chaves do mesmo remetente vem em ordem de sequencia: guarda
      * a maior anterior a deste arquivo e se ja existe alguma depois
       VERIFICAR-SEQUENCIA-REMETENTE.
           MOVE ZEROES TO WS-ARQ-ULTIMA-SEQ
           MOVE "N" TO WS-ARQ-POSTERIOR
           MOVE WS-ARQ-TIPO      TO arr-arquivo
           MOVE WS-ARQ-REMETENTE TO arr-remetente
           MOVE ZEROES           TO arr-sequencia
           MOVE "N" TO WS-FIM-ARR
           START F-RECEBIDOS KEY IS NOT LESS THAN arr-chave
             INVALID KEY
               MOVE "Y" TO WS-FIM-ARR
           END-START
           PERFORM LER-SEQUENCIA-REMETENTE UNTIL WS-FIM-ARR = "Y"
           IF WS-ARQ-ULTIMA-SEQ > ZEROES
              AND WS-ARQ-SEQUENCIA > WS-ARQ-ULTIMA-SEQ + 1 THEN
               COMPUTE WS-ARQ-FALTA-INI = WS-ARQ-ULTIMA-SEQ + 1
               COMPUTE WS-ARQ-FALTA-FIM = WS-ARQ-SEQUENCIA - 1
               DISPLAY "AVISO: SEQUENCIAS " WS-ARQ-FALTA-INI " A "
                   WS-ARQ-FALTA-FIM " DO REMETENTE " WS-ARQ-REMETENTE
                   " NAO RECEBIDAS"
           END-IF
           IF WS-ARQ-POSTERIOR = "S" THEN
               DISPLAY "AVISO: ARQUIVO FORA DE ORDEM - O REMETENTE "
                   WS-ARQ-REMETENTE " JA TEM SEQUENCIA POSTERIOR"
           END-IF.

       LER-SEQUENCIA-REMETENTE.
           READ F-RECEBIDOS NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-ARR
             NOT AT END
               IF arr-arquivo NOT = WS-ARQ-TIPO
                  OR arr-remetente NOT = WS-ARQ-REMETENTE THEN
                   MOVE "Y" TO WS-FIM-ARR
               ELSE
                   IF arr-sequencia < WS-ARQ-SEQUENCIA THEN
                       MOVE arr-sequencia TO WS-ARQ-ULTIMA-SEQ
                   END-IF
                   IF arr-sequencia > WS-ARQ-SEQUENCIA THEN
                       MOVE "S" TO WS-ARQ-POSTERIOR
                       MOVE "Y" TO WS-FIM-ARR
                   END-IF
               END-IF
           END-READ.

       CONCLUIR-ARQUIVO-RECEBIDO.
           MOVE WS-ARQ-TIPO      TO arr-arquivo
           MOVE WS-ARQ-REMETENTE TO arr-remetente
           MOVE WS-ARQ-SEQUENCIA TO arr-sequencia
           READ F-RECEBIDOS
             INVALID KEY
               DISPLAY "ERRO AO RELER O REGISTRO DO ARQUIVO"
             NOT INVALID KEY
               MOVE "C" TO arr-status
               REWRITE RECEBIDO-REG
                 INVALID KEY
                   DISPLAY "ERRO AO CONCLUIR O REGISTRO DO ARQUIVO"
               END-REWRITE
           END-READ.

       END PROGRAM CARGA-MOVIMENTOS.
