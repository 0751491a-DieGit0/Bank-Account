      *          posts each row to F-CADASTRO (F-DATA.txt) and
      *          EXTRATO.txt under the DIA-CONTABIL business date with
      *          the same rules as CARGA-MOVIMENTOS (debits only up to
      *          saldo minus active judicial holds and uncollected
      *          cheque deposits in DEPOSITOS-CHEQUE.txt), instead of
      *          the rows arriving on paper and being re-keyed through
      *          the DEPOSITO screen. Writes the fixed-layout return
      *          file COMPENSACAO-RETORNO.txt with one detail per row
      *          carrying accepted/rejected plus a reason code, and
      *          settlement totals per originating bank, so the clearing
      *          house can balance against us. Reason codes: 01 conta
      *          inexistente, 02 conta encerrada (from
      *          CONTAS-ENCERRADAS.txt), 03 valor nao positivo, 04 tipo
      *          desconhecido, 05 saldo disponivel insuficiente, 06
      *          conta dormente ou bloqueada, 07 cheque sustado, 08
      *          cheque nao emitido, 09 cheque ja pago ou cancelado.
      *          Tipo Q is a cheque drawn on one of our accounts:
      *          cmp-numero-cheque is checked against CHEQUES.txt (the
      *          talao file kept at the counter) before the usual debit
      *          rules, the EXTRATO entry carries the cheque number and
      *          the cheque is marked paid. COMPENSACAO.txt carries a
      *          header (sender, file date, file sequence) and a
      *          trailer (detail count and control total of the
      *          values); the whole file is checked before anything is
      *          posted and refused on any mismatch. Every accepted
      *          file is registered in ARQUIVOS-RECEBIDOS.txt by sender
      *          and sequence: a file already processed is refused
      *          unless a supervisor released it for reprocessing at
      *          the CONTACORRENTE counter, and a gap or out-of-order
      *          sequence from the same sender is reported.
      *          Every EXTRATO entry posted is also queued as a
      *          pending customer alert in ALERTAS.txt for
      *          ENVIA-ALERTAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS DYNAMIC
           RECORD KEY IS blq-chave
           FILE STATUS   BLQ-OK.
       SELECT F-DEPCHEQUES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS dpc-chave
           FILE STATUS   DPC-OK.
       SELECT F-ENCERRADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           ACCESS IS DYNAMIC
           RECORD KEY IS cnt-cod-conta
           FILE STATUS   CNT-OK.
       SELECT F-CHEQUES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS chq-chave
           FILE STATUS   CHQ-OK.
       SELECT F-RECEBIDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS arr-chave
           FILE STATUS   ARR-OK.
       SELECT F-ALERTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS alr-chave
           FILE STATUS   ALR-OK.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ENTRADA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "COMPENSACAO.txt".
       01  ENT-REGISTRO              PIC X(60).
       01  ENT-HEADER REDEFINES ENT-REGISTRO.
           02 ent-h-tipo-reg         PIC X(1).
           02 ent-h-remetente        PIC X(10).
           02 ent-h-data-arquivo     PIC 9(8).
           02 ent-h-sequencia        PIC 9(6).
           02 ent-h-filler           PIC X(35).
       01  CMP-REG REDEFINES ENT-REGISTRO.
           02 cmp-tipo-reg      PIC X(1).
           02 cmp-banco-origem  PIC 9(3).
           02 cmp-cod-conta     PIC 9(5).
           02 cmp-tipo          PIC X(1).
           02 cmp-valor         PIC S9(9)V99.
           02 cmp-referencia    PIC X(20).
           02 cmp-numero-cheque PIC 9(6).
           02 cmp-filler        PIC X(13).
       01  ENT-TRAILER REDEFINES ENT-REGISTRO.
           02 ent-t-tipo-reg         PIC X(1).
           02 ent-t-qtd-detalhes     PIC 9(6).
           02 ent-t-total-controle   PIC S9(13)V99.
           02 ent-t-filler           PIC X(38).

       FD  F-CADASTRO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-DATA.txt".
           02 ext-saldo-anterior     PIC S9(10)V99.
           02 ext-saldo-novo         PIC S9(10)V99.
           02 ext-operador           PIC X(10).
           02 ext-documento          PIC 9(6).

       FD  F-BLOQUEIOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BLOQUEIOS.txt".
           02 blq-data-baixa     PIC 9(8).
           02 blq-operador       PIC X(10).

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

       FD  F-ENCERRADAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONTAS-ENCERRADAS.txt".
       01  ENCERRADA-REG.
           02 cnt-ult-extrato   PIC 9(6).
           02 cnt-ult-historico PIC 9(6).

       FD  F-CHEQUES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CHEQUES.txt".
       01  CHEQUE-REG.
           02 chq-chave.
               03 chq-cod-conta  PIC 9(5).
               03 chq-numero     PIC 9(6).
           02 chq-data-emissao   PIC 9(8).
           02 chq-status         PIC X(1).
           02 chq-valor          PIC S9(9)V99.
           02 chq-data-pagamento PIC 9(8).
           02 chq-data-baixa     PIC 9(8).
           02 chq-motivo         PIC X(30).
           02 chq-operador       PIC X(10).

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
       77 DIA-OK            PIC X(02) VALUE ZEROES.
       77 RET-OK            PIC X(02) VALUE ZEROES.
       77 CNT-OK            PIC X(02) VALUE ZEROES.
       77 CHQ-OK            PIC X(02) VALUE ZEROES.
       77 WS-TEM-CHEQUES    PIC X(01) VALUE "N".
       77 WS-DOCUMENTO      PIC 9(06) VALUE ZEROES.
       77 WS-EOF            PIC X(01) VALUE "N".
       77 WS-FIM-SEQ        PIC X(01) VALUE "N".
       77 WS-FIM-BLQ        PIC X(01) VALUE "N".
       77 WS-TEM-BLOQUEIOS  PIC X(01) VALUE "N".
       77 DPC-OK            PIC X(02) VALUE ZEROES.
       77 WS-TEM-DEPCHEQUES PIC X(01) VALUE "N".
       77 WS-FIM-DPC        PIC X(01) VALUE "N".
       77 WS-TEM-ENCERRADAS PIC X(01) VALUE "N".
       77 WS-DATA-CONTABIL  PIC 9(08) VALUE ZEROES.
       77 WS-DIA-ABERTO     PIC X(01) VALUE "N".
       77 WS-TOTAL-LIDOS    PIC 9(07) VALUE 0.
       77 WS-TOTAL-ACEITOS  PIC 9(07) VALUE 0.
       77 WS-TOTAL-REJEITOS PIC 9(07) VALUE 0.
      * controle do arquivo de entrada
       77 ARR-OK            PIC X(02) VALUE ZEROES.
       77 WS-ARQ-TIPO       PIC X(01) VALUE "C".
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
       77 ALR-OK            PIC X(02) VALUE ZEROES.
       77 WS-TOTAL-ALERTAS  PIC 9(07) VALUE 0.
       01 WS-TABELA-BANCOS.
           02 WS-BANCO-ENT OCCURS 50 TIMES.
               03 WS-BANCO-CODIGO     PIC 9(3).
               STOP RUN
           END-IF
           INITIALIZE WS-TABELA-BANCOS
           DISPLAY "COMPENSACAO INTERBANCARIA - ENTRADA"
           DISPLAY "===================================="
           DISPLAY "DATA CONTABIL: " WS-DATA-CONTABIL
           PERFORM CONFERIR-ARQUIVO-ENTRADA
           IF WS-ARQ-VALIDO NOT = "S" THEN
               DISPLAY "COMPENSACAO.txt RECUSADO: " WS-ARQ-ERRO
               DISPLAY "NENHUM MOVIMENTO FOI POSTADO."
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS
           PERFORM REGISTRAR-ARQUIVO-RECEBIDO
           PERFORM GRAVAR-HEADER-RETORNO
           PERFORM PROCESSA-ENTRADA UNTIL WS-EOF = "Y"
           PERFORM GRAVAR-TOTAIS-BANCOS
           PERFORM CONCLUIR-ARQUIVO-RECEBIDO
           CLOSE F-RECEBIDOS
           CLOSE F-ENTRADA
           CLOSE F-CADASTRO
           CLOSE F-EXTRATO
           IF WS-TEM-BLOQUEIOS = "S" THEN
               CLOSE F-BLOQUEIOS
           END-IF
           IF WS-TEM-DEPCHEQUES = "S" THEN
               CLOSE F-DEPCHEQUES
           END-IF
           IF WS-TEM-ENCERRADAS = "S" THEN
               CLOSE F-ENCERRADAS
           END-IF
           IF WS-TEM-CHEQUES = "S" THEN
               CLOSE F-CHEQUES
           END-IF
           CLOSE F-RETORNO
           CLOSE F-CONTADORES
           CLOSE F-ALERTAS
           DISPLAY "===================================="
           DISPLAY "MOVIMENTOS LIDOS....: " WS-TOTAL-LIDOS
           DISPLAY "MOVIMENTOS ACEITOS..: " WS-TOTAL-ACEITOS
           DISPLAY "MOVIMENTOS REJEITADOS: " WS-TOTAL-REJEITOS
           DISPLAY "ALERTAS NA FILA.....: " WS-TOTAL-ALERTAS
           DISPLAY "RETORNO GRAVADO EM COMPENSACAO-RETORNO.txt"
           STOP RUN.

           IF BLQ-OK = "00" THEN
               MOVE "S" TO WS-TEM-BLOQUEIOS
           END-IF
           OPEN INPUT F-DEPCHEQUES
           IF DPC-OK = "00" THEN
               MOVE "S" TO WS-TEM-DEPCHEQUES
           END-IF
           OPEN INPUT F-ENCERRADAS
           IF ENC-OK = "00" THEN
               MOVE "S" TO WS-TEM-ENCERRADAS
           END-IF
           OPEN I-O F-CHEQUES
           IF CHQ-OK = "00" THEN
               MOVE "S" TO WS-TEM-CHEQUES
           END-IF
           OPEN OUTPUT F-RETORNO
           IF RET-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR COMPENSACAO-RETORNO.txt."
           IF CNT-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR CONTADORES.txt. STATUS: " CNT-OK
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
               STOP RUN
           END-IF.

       GRAVAR-HEADER-RETORNO.
           WRITE RET-REGISTRO.

       PROCESSA-ENTRADA.
           READ F-ENTRADA
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF cmp-tipo-reg = "D" THEN
                   ADD 1 TO WS-TOTAL-LIDOS
                   PERFORM VALIDAR-E-POSTAR
               END-IF
           END-READ.

       VALIDAR-E-POSTAR.
           MOVE SPACES TO WS-MOTIVO
           MOVE ZEROES TO WS-DOCUMENTO
           IF cmp-valor NOT GREATER THAN ZEROES THEN
               MOVE "03" TO WS-MOTIVO
           ELSE
               IF cmp-tipo NOT = "C" AND cmp-tipo NOT = "D"
                       AND cmp-tipo NOT = "Q" THEN
                   MOVE "04" TO WS-MOTIVO
               ELSE
                   PERFORM POSTAR-MOVIMENTO
             INVALID KEY
               PERFORM CLASSIFICAR-CONTA-AUSENTE
             NOT INVALID KEY
               EVALUATE cmp-tipo
                 WHEN "C"
                   PERFORM POSTAR-CREDITO
                 WHEN "Q"
                   PERFORM POSTAR-CHEQUE
                 WHEN OTHER
                   PERFORM POSTAR-DEBITO
               END-EVALUATE
           END-READ.

       CLASSIFICAR-CONTA-AUSENTE.
           MOVE "D" TO WS-TIPO-MOV
           PERFORM GRAVAR-EXTRATO.

      * o cheque e validado contra o talao antes das regras normais
      * de debito; so um cheque emitido (E) pode ser pago
       POSTAR-CHEQUE.
           PERFORM VALIDAR-CHEQUE
           IF WS-MOTIVO = SPACES THEN
               MOVE cmp-numero-cheque TO WS-DOCUMENTO
               PERFORM POSTAR-DEBITO
               IF WS-MOTIVO = SPACES THEN
                   PERFORM BAIXAR-CHEQUE-PAGO
               END-IF
           END-IF.

       VALIDAR-CHEQUE.
           IF WS-TEM-CHEQUES NOT = "S"
                   OR cmp-numero-cheque NOT NUMERIC THEN
               MOVE "08" TO WS-MOTIVO
           ELSE
               MOVE cmp-cod-conta     TO chq-cod-conta
               MOVE cmp-numero-cheque TO chq-numero
               READ F-CHEQUES
                 INVALID KEY
                   MOVE "08" TO WS-MOTIVO
                 NOT INVALID KEY
                   EVALUATE chq-status
                     WHEN "E"
                       CONTINUE
                     WHEN "S"
                       MOVE "07" TO WS-MOTIVO
                     WHEN OTHER
                       MOVE "09" TO WS-MOTIVO
                   END-EVALUATE
               END-READ
           END-IF.

       BAIXAR-CHEQUE-PAGO.
           MOVE "P"              TO chq-status
           MOVE cmp-valor        TO chq-valor
           MOVE WS-DATA-CONTABIL TO chq-data-pagamento
           MOVE "COMPENSA"       TO chq-operador
           REWRITE CHEQUE-REG
             INVALID KEY
               DISPLAY "ERRO AO BAIXAR O CHEQUE " chq-chave
           END-REWRITE.

       POSTAR-DEBITO.
           PERFORM SALDO-PARA-NUMERICO
           PERFORM SOMAR-BLOQUEIOS-ATIVOS
               COMPUTE WS-VALOR-MOV = cmp-valor * -1
               ADD WS-VALOR-MOV TO WS-SALDO-NUM
               PERFORM REGRAVAR-SALDO
               IF cmp-tipo = "Q" THEN
                   MOVE "Q" TO WS-TIPO-MOV
               ELSE
                   MOVE "S" TO WS-TIPO-MOV
               END-IF
               PERFORM GRAVAR-EXTRATO
           END-IF
           END-IF.

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
           IF WS-TEM-DEPCHEQUES = "S" THEN
               MOVE cod-conta TO dpc-cod-conta
               MOVE ZEROES TO dpc-sequencia
               MOVE "N" TO WS-FIM-DPC
               START F-DEPCHEQUES KEY IS NOT LESS THAN dpc-chave
                 INVALID KEY
                   MOVE "Y" TO WS-FIM-DPC
               END-START
               PERFORM LER-DEPOSITO-CHEQUE UNTIL WS-FIM-DPC = "Y"
           END-IF.

       LER-BLOQUEIO.
               END-IF
           END-READ.

      * cheque depositado e ainda nao compensado conta como bloqueio
       LER-DEPOSITO-CHEQUE.
           READ F-DEPCHEQUES NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-DPC
             NOT AT END
               IF dpc-cod-conta = cod-conta THEN
                   IF dpc-status = "P" THEN
                       ADD dpc-valor TO WS-TOTAL-BLOQUEADO
                   END-IF
               ELSE
                   MOVE "Y" TO WS-FIM-DPC
               END-IF
           END-READ.

       REGRAVAR-SALDO.
           MOVE WS-SALDO-NUM TO saldo
           MOVE WS-DATA-CONTABIL TO data-ultima-movimentacao
           MOVE WS-SALDO-ANTERIOR TO ext-saldo-anterior
           MOVE WS-SALDO-NUM     TO ext-saldo-novo
           MOVE "COMPENSA"       TO ext-operador
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
           MOVE WS-BANCO-VAL-REJ(WS-IDX) TO ret-t-val-rejeitos
           WRITE RET-REGISTRO.

      ******************************************************************
      * CONTROLE DO ARQUIVO - COMPENSACAO.txt so e aceito inteiro:
      * header (remetente, data, sequencia) no inicio, trailer no fim
      * com a quantidade de detalhes e o total de controle dos valores
      * batendo, e remetente+sequencia ainda nao processados (ou
      * liberados por um supervisor para reprocessamento)
      ******************************************************************
       CONFERIR-ARQUIVO-ENTRADA.
           OPEN INPUT F-ENTRADA
           IF ENT-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR COMPENSACAO.txt. STATUS: " ENT-OK
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
                 WHEN cmp-tipo-reg = "D"
                   ADD 1 TO WS-ARQ-QTD
                   IF cmp-valor IS NUMERIC THEN
                       ADD cmp-valor TO WS-ARQ-TOTAL
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

       END PROGRAM COMPENSACAO-INTERBANCARIA.
