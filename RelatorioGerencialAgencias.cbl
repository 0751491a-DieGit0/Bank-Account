      ******************************************************************
      * Author: Grupo os BATUTINHAS
      * Purpose: Month-end management (MIS) report per agencia. For
      *          the AAAAMM month given by the operator, and for every
      *          agencia in AGENCIAS.txt (plus any agencia found on an
      *          account but missing from that file), it reports the
      *          accounts opened (data-abertura in F-DATA.txt and
      *          CONTAS-ENCERRADAS.txt) and closed
      *          (enc-data-encerramento) and the net growth, the
      *          accounts open at month end, the month-end total and
      *          the average daily balance from SALDOS-DIARIOS.txt,
      *          deposit (D, K) and withdrawal (S, Q) volumes, fee
      *          revenue (F), interest paid (J) and estornos (E) from
      *          EXTRATO.txt together with EXTRATO-ARQUIVO.txt, the
      *          accounts dormant at month end (no movement for more
      *          than WS-LIMITE-DIAS days, as RELATORIO-CONTAS-
      *          DORMENTES) and the accounts under an active judicial
      *          hold at month end from BLOQUEIOS.txt. Every figure is
      *          computed for the month, the previous month and the
      *          same month of the previous year, and printed side by
      *          side with the differences. A bank-wide total follows,
      *          and a last page ranks the agencias by growth of the
      *          month-end balance over the previous month. Output in
      *          RELATORIO-GERENCIAL-AGENCIAS.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RELATORIO-GERENCIAL-AGENCIAS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MEU-PC.
       OBJECT-COMPUTER. MEU_PC.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       SELECT F-AGENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS age-codigo
           FILE STATUS   AGE-OK.
       SELECT F-EXTRATO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ext-chave
           FILE STATUS   EXT-OK.
       SELECT F-ARQUIVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   ARQV-OK.
       SELECT F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   SNP-OK.
       SELECT F-BLOQUEIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS blq-chave
           FILE STATUS   BLQ-OK.
       SELECT SORT-RANKING ASSIGN TO DISK.
       SELECT F-RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   REL-OK.

       DATA DIVISION.
       FILE SECTION.
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

       FD  F-AGENCIAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AGENCIAS.txt".
       01  AGENCIA-REG.
           02 age-codigo   PIC 9(5).
           02 age-nome     PIC X(30).
           02 age-status   PIC X(1).

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

       FD  F-ARQUIVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EXTRATO-ARQUIVO.txt".
       01  ARQUIVO-REG.
           02 arq-cod-conta          PIC 9(5).
           02 arq-sequencia          PIC 9(6).
           02 arq-data               PIC 9(8).
           02 arq-tipo               PIC X(1).
           02 arq-valor              PIC S9(9)V99.
           02 arq-saldo-anterior     PIC S9(10)V99.
           02 arq-saldo-novo         PIC S9(10)V99.
           02 arq-operador           PIC X(10).
           02 arq-documento          PIC 9(6).

       FD  F-SALDOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SALDOS-DIARIOS.txt".
       01  SNP-REG.
           02 snp-data        PIC 9(8).
           02 snp-cod-conta   PIC 9(5).
           02 snp-cod-agencia PIC 9(5).
           02 snp-saldo       PIC S9(10)V99.

       FD  F-BLOQUEIOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BLOQUEIOS.txt".
       01  BLOQUEIO-REG.
           02 blq-chave.
               03 blq-cod-conta  PIC 9(5).
               03 blq-sequencia  PIC 9(3).
           02 blq-valor          PIC S9(9)V99.
           02 blq-origem         PIC X(20).
           02 blq-data           PIC 9(8).
           02 blq-processo       PIC X(20).
           02 blq-status         PIC X(1).
           02 blq-data-baixa     PIC 9(8).
           02 blq-operador       PIC X(10).

       SD  SORT-RANKING.
       01  SORT-RNK-REC.
           02 sort-crescimento       PIC S9(13)V99.
           02 sort-cod-agencia       PIC 9(5).
           02 sort-nome-agencia      PIC X(30).
           02 sort-saldo-anterior    PIC S9(13)V99.
           02 sort-saldo-atual       PIC S9(13)V99.

       FD  F-RELATORIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RELATORIO-GERENCIAL-AGENCIAS.txt".
       01  REL-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       77 ARQ-OK            PIC X(02) VALUE ZEROES.
       77 ENC-OK            PIC X(02) VALUE ZEROES.
       77 AGE-OK            PIC X(02) VALUE ZEROES.
       77 EXT-OK            PIC X(02) VALUE ZEROES.
       77 ARQV-OK           PIC X(02) VALUE ZEROES.
       77 SNP-OK            PIC X(02) VALUE ZEROES.
       77 BLQ-OK            PIC X(02) VALUE ZEROES.
       77 REL-OK            PIC X(02) VALUE ZEROES.
       77 WS-EOF            PIC X(01) VALUE "N".
       77 WS-TEM-ENCERRADAS PIC X(01) VALUE "N".
       77 WS-TEM-AGENCIAS   PIC X(01) VALUE "N".
      * Numero de dias sem movimentacao para considerar a conta
      * dormente (o mesmo de RELATORIO-CONTAS-DORMENTES).
       77 WS-LIMITE-DIAS    PIC 9(05) VALUE 90.
       77 WS-CALC-ANO       PIC 9(04) VALUE ZEROES.
       77 WS-CALC-MES       PIC 9(02) VALUE ZEROES.
       77 WS-CALC-PROXIMO   PIC 9(08) VALUE ZEROES.
       77 WS-P              PIC 9(01) VALUE ZEROES.
       77 WS-CONTA          PIC 9(05) VALUE ZEROES.
       77 WS-DATA-MOV       PIC 9(08) VALUE ZEROES.
       77 WS-TIPO-MOV       PIC X(01) VALUE SPACES.
       77 WS-VALOR-MOV      PIC S9(9)V99 VALUE ZEROES.
       77 WS-VALOR-ABS      PIC S9(9)V99 VALUE ZEROES.
       77 WS-DATA-REF       PIC 9(08) VALUE ZEROES.
       77 WS-DIAS-INATIVA   PIC S9(07) VALUE ZEROES.
       77 WS-AGENCIA-BUSCA  PIC 9(05) VALUE ZEROES.
       77 WS-IDX            PIC 9(03) VALUE ZEROES.
       77 WS-IDX-ACHADO     PIC 9(03) VALUE ZEROES.
       77 WS-QTD-AGENCIAS   PIC 9(03) VALUE ZEROES.
       77 WS-MAX-AGENCIAS   PIC 9(03) VALUE 100.
      * a ultima posicao da tabela de agencias guarda o total do banco
       77 WS-IDX-BANCO      PIC 9(03) VALUE 101.
       77 WS-POSICAO        PIC 9(03) VALUE ZEROES.
       77 WS-LIN-ROTULO     PIC X(26) VALUE SPACES.
       77 WS-LIN-TIPO       PIC X(01) VALUE SPACES.
       77 WS-DIF-MES        PIC S9(15)V99 VALUE ZEROES.
       77 WS-DIF-ANO        PIC S9(15)V99 VALUE ZEROES.
       77 WS-VALOR-EDIT     PIC ---.---.---.--9,99.
       77 WS-VALOR-EDIT-2   PIC ---.---.---.--9,99.
       77 WS-VALOR-EDIT-3   PIC ---.---.---.--9,99.
       77 WS-VALOR-EDIT-4   PIC ---.---.---.--9,99.
       77 WS-VALOR-EDIT-5   PIC ---.---.---.--9,99.
       77 WS-QTD-EDIT       PIC --.---.---.---.--9.
       77 WS-QTD-EDIT-2     PIC --.---.---.---.--9.
       77 WS-QTD-EDIT-3     PIC --.---.---.---.--9.
       77 WS-QTD-EDIT-4     PIC --.---.---.---.--9.
       77 WS-QTD-EDIT-5     PIC --.---.---.---.--9.
       77 WS-RNK-SALDO-ANT  PIC S9(13)V99 VALUE ZEROES.
       77 WS-RNK-SALDO-ATU  PIC S9(13)V99 VALUE ZEROES.
       77 WS-RNK-CRESCIMENTO PIC S9(13)V99 VALUE ZEROES.
       77 WS-PERCENTUAL     PIC S9(7)V99 VALUE ZEROES.
       77 WS-PERCENTUAL-EDIT PIC ---.--9,99.
       77 WS-TOTAL-CONTAS   PIC 9(07) VALUE 0.
       77 WS-TOTAL-MOVIMENTOS PIC 9(09) VALUE 0.
       77 WS-TOTAL-SEM-CONTA PIC 9(07) VALUE 0.
       77 WS-TOTAL-FOTOS    PIC 9(09) VALUE 0.

       01 WS-MES-ALVO.
           02 WS-ALVO-ANO       PIC 9(04).
           02 WS-ALVO-MES       PIC 9(02).

      * 1 = mes pedido, 2 = mes anterior, 3 = mesmo mes do ano anterior
       01 WS-TABELA-PERIODOS.
           02 WS-PER-ENT OCCURS 3 TIMES.
               03 WS-PER-MES        PIC 9(06).
               03 WS-PER-INICIO     PIC 9(08).
               03 WS-PER-FIM        PIC 9(08).
               03 WS-PER-FIM-DIAS   PIC 9(07).

      * valores de uma linha do relatorio, um por periodo
       01 WS-TABELA-LINHA.
           02 WS-LIN-VALOR OCCURS 3 TIMES PIC S9(15)V99.

      * tabela indexada pelo proprio numero da conta, como em
      * INFORME-RENDIMENTOS
       01 WS-TABELA-CONTAS.
           02 WS-CTA-ENT OCCURS 99999 TIMES.
               03 WS-CTA-EXISTE     PIC X(01).
               03 WS-CTA-IDX-AGE    PIC 9(03).
               03 WS-CTA-ABERTURA   PIC 9(08).
               03 WS-CTA-DATA-ENC   PIC 9(08).
               03 WS-CTA-PER OCCURS 3 TIMES.
                   04 WS-CTA-ULT-MOV    PIC 9(08).
                   04 WS-CTA-BLOQUEADA  PIC X(01).

       01 WS-TABELA-AGENCIAS.
           02 WS-AGE-ENT OCCURS 101 TIMES.
               03 WS-AGE-CODIGO-T   PIC 9(05).
               03 WS-AGE-NOME-T     PIC X(30).
               03 WS-AGE-CRESCIMENTO PIC S9(13)V99.
               03 WS-AGE-PER OCCURS 3 TIMES.
                   04 WS-AGE-ABERTAS     PIC 9(07).
                   04 WS-AGE-ENCERRADAS  PIC 9(07).
                   04 WS-AGE-CONTAS-FIM  PIC 9(07).
                   04 WS-AGE-DATA-FOTO   PIC 9(08).
                   04 WS-AGE-DIAS-FOTO   PIC 9(03).
                   04 WS-AGE-SALDO-FIM   PIC S9(13)V99.
                   04 WS-AGE-SOMA-SALDOS PIC S9(15)V99.
                   04 WS-AGE-SALDO-MEDIO PIC S9(13)V99.
                   04 WS-AGE-QTD-DEP     PIC 9(07).
                   04 WS-AGE-VLR-DEP     PIC S9(13)V99.
                   04 WS-AGE-QTD-SAQ     PIC 9(07).
                   04 WS-AGE-VLR-SAQ     PIC S9(13)V99.
                   04 WS-AGE-TARIFAS     PIC S9(13)V99.
                   04 WS-AGE-JUROS       PIC S9(13)V99.
                   04 WS-AGE-QTD-EST     PIC 9(07).
                   04 WS-AGE-VLR-EST     PIC S9(13)V99.
                   04 WS-AGE-DORMENTES   PIC 9(07).
                   04 WS-AGE-QTD-BLQ     PIC 9(07).
                   04 WS-AGE-VLR-BLQ     PIC S9(13)V99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INICIO.
           DISPLAY "RELATORIO GERENCIAL MENSAL POR AGENCIA"
           DISPLAY "======================================"
           DISPLAY "MES DE REFERENCIA (AAAAMM): "
           ACCEPT WS-MES-ALVO
           IF WS-ALVO-ANO < 1902 OR WS-ALVO-MES < 1
              OR WS-ALVO-MES > 12 THEN
               DISPLAY "MES INVALIDO - RELATORIO ABORTADO."
               STOP RUN
           END-IF
           PERFORM MONTAR-PERIODOS
           PERFORM ABRE-ARQUIVOS
           INITIALIZE WS-TABELA-CONTAS
           INITIALIZE WS-TABELA-AGENCIAS
           PERFORM CARREGAR-AGENCIAS
           PERFORM CARREGAR-CONTAS
           PERFORM CARREGAR-ARQUIVO
           PERFORM CARREGAR-EXTRATO-VIVO
           PERFORM CARREGAR-SALDOS
           PERFORM CARREGAR-BLOQUEIOS
           PERFORM APURAR-CONTAS
               VARYING WS-CONTA FROM 1 BY 1
               UNTIL WS-CONTA = 99999
           PERFORM APURAR-CONTAS
           PERFORM FECHAR-AGENCIAS
           PERFORM IMPRIMIR-AGENCIAS
           SORT SORT-RANKING
               ON DESCENDING KEY sort-crescimento
               ON ASCENDING KEY sort-cod-agencia
               INPUT PROCEDURE LIBERAR-AGENCIAS
               OUTPUT PROCEDURE IMPRIMIR-RANKING
           PERFORM FECHAR-ARQUIVOS
           DISPLAY "======================================"
           DISPLAY "AGENCIAS NO RELATORIO: " WS-QTD-AGENCIAS
           DISPLAY "CONTAS LIDAS.........: " WS-TOTAL-CONTAS
           DISPLAY "MOVIMENTOS LIDOS.....: " WS-TOTAL-MOVIMENTOS
           DISPLAY "MOVIMENTOS SEM CONTA.: " WS-TOTAL-SEM-CONTA
           DISPLAY "FOTOS DE SALDO LIDAS.: " WS-TOTAL-FOTOS
           DISPLAY "RELATORIO GRAVADO EM "
               "RELATORIO-GERENCIAL-AGENCIAS.txt"
           STOP RUN.

      ******************************************************************
      * PERIODOS - o mes pedido, o anterior e o mesmo mes um ano antes,
      * cada um com o primeiro e o ultimo dia
      ******************************************************************
       MONTAR-PERIODOS.
           MOVE WS-ALVO-ANO TO WS-CALC-ANO
           MOVE WS-ALVO-MES TO WS-CALC-MES
           MOVE 1 TO WS-P
           PERFORM CALCULAR-PERIODO
           IF WS-ALVO-MES = 1 THEN
               COMPUTE WS-CALC-ANO = WS-ALVO-ANO - 1
               MOVE 12 TO WS-CALC-MES
           ELSE
               MOVE WS-ALVO-ANO TO WS-CALC-ANO
               COMPUTE WS-CALC-MES = WS-ALVO-MES - 1
           END-IF
           MOVE 2 TO WS-P
           PERFORM CALCULAR-PERIODO
           COMPUTE WS-CALC-ANO = WS-ALVO-ANO - 1
           MOVE WS-ALVO-MES TO WS-CALC-MES
           MOVE 3 TO WS-P
           PERFORM CALCULAR-PERIODO.

      * o ultimo dia do mes e a vespera do primeiro dia do mes seguinte
       CALCULAR-PERIODO.
           COMPUTE WS-PER-MES(WS-P) = WS-CALC-ANO * 100 + WS-CALC-MES
           COMPUTE WS-PER-INICIO(WS-P) = WS-PER-MES(WS-P) * 100 + 1
           IF WS-CALC-MES = 12 THEN
               COMPUTE WS-CALC-PROXIMO =
                   (WS-CALC-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-CALC-PROXIMO =
                   WS-CALC-ANO * 10000 + (WS-CALC-MES + 1) * 100 + 1
           END-IF
           COMPUTE WS-PER-FIM-DIAS(WS-P) =
               FUNCTION INTEGER-OF-DATE(WS-CALC-PROXIMO) - 1
           COMPUTE WS-PER-FIM(WS-P) =
               FUNCTION DATE-OF-INTEGER(WS-PER-FIM-DIAS(WS-P)).

       ABRE-ARQUIVOS.
           OPEN INPUT F-CADASTRO
           IF ARQ-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR F-DATA.txt. STATUS: " ARQ-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F-ENCERRADAS
           IF ENC-OK = "00" THEN
               MOVE "S" TO WS-TEM-ENCERRADAS
           END-IF
           OPEN INPUT F-AGENCIAS
           IF AGE-OK = "00" THEN
               MOVE "S" TO WS-TEM-AGENCIAS
           END-IF
           OPEN OUTPUT F-RELATORIO
           IF REL-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR RELATORIO-GERENCIAL-AGENCIAS.txt."
               DISPLAY "STATUS: " REL-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       FECHAR-ARQUIVOS.
           CLOSE F-CADASTRO
           IF WS-TEM-ENCERRADAS = "S" THEN
               CLOSE F-ENCERRADAS
           END-IF
           IF WS-TEM-AGENCIAS = "S" THEN
               CLOSE F-AGENCIAS
           END-IF
           CLOSE F-RELATORIO.

      ******************************************************************
      * AGENCIAS - todas as de AGENCIAS.txt, na ordem do codigo; as
      * que so aparecem nas contas entram depois, sem nome
      ******************************************************************
       CARREGAR-AGENCIAS.
           IF WS-TEM-AGENCIAS = "S" THEN
               MOVE "N" TO WS-EOF
               PERFORM LER-AGENCIA UNTIL WS-EOF = "Y"
           END-IF.

       LER-AGENCIA.
           READ F-AGENCIAS NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF WS-QTD-AGENCIAS < WS-MAX-AGENCIAS THEN
                   ADD 1 TO WS-QTD-AGENCIAS
                   MOVE age-codigo TO WS-AGE-CODIGO-T(WS-QTD-AGENCIAS)
                   MOVE age-nome   TO WS-AGE-NOME-T(WS-QTD-AGENCIAS)
               END-IF
           END-READ.

       BUSCAR-INDICE-AGENCIA.
           MOVE ZEROES TO WS-IDX-ACHADO
           PERFORM COMPARAR-AGENCIA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-AGENCIAS
                  OR WS-IDX-ACHADO NOT = ZEROES
           IF WS-IDX-ACHADO = ZEROES THEN
               IF WS-QTD-AGENCIAS < WS-MAX-AGENCIAS THEN
                   ADD 1 TO WS-QTD-AGENCIAS
                   MOVE WS-QTD-AGENCIAS TO WS-IDX-ACHADO
                   MOVE WS-AGENCIA-BUSCA
                       TO WS-AGE-CODIGO-T(WS-IDX-ACHADO)
                   MOVE "AGENCIA NAO CADASTRADA"
                       TO WS-AGE-NOME-T(WS-IDX-ACHADO)
               END-IF
           END-IF.

       COMPARAR-AGENCIA.
           IF WS-AGE-CODIGO-T(WS-IDX) = WS-AGENCIA-BUSCA THEN
               MOVE WS-IDX TO WS-IDX-ACHADO
           END-IF.

      ******************************************************************
      * CONTAS - contas vivas de F-DATA.txt e encerradas de
      * CONTAS-ENCERRADAS.txt, com agencia, abertura e encerramento
      ******************************************************************
       CARREGAR-CONTAS.
           MOVE "N" TO WS-EOF
           PERFORM LER-CONTA UNTIL WS-EOF = "Y"
           IF WS-TEM-ENCERRADAS = "S" THEN
               MOVE "N" TO WS-EOF
               PERFORM LER-ENCERRADA UNTIL WS-EOF = "Y"
           END-IF.

       LER-CONTA.
           READ F-CADASTRO NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF cod-conta > ZEROES THEN
                   MOVE cod-agencia TO WS-AGENCIA-BUSCA
                   PERFORM BUSCAR-INDICE-AGENCIA
                   MOVE "S" TO WS-CTA-EXISTE(cod-conta)
                   MOVE WS-IDX-ACHADO TO WS-CTA-IDX-AGE(cod-conta)
                   MOVE data-abertura TO WS-CTA-ABERTURA(cod-conta)
                   ADD 1 TO WS-TOTAL-CONTAS
               END-IF
           END-READ.

       LER-ENCERRADA.
           READ F-ENCERRADAS NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF enc-cod-conta > ZEROES
                  AND WS-CTA-EXISTE(enc-cod-conta) NOT = "S" THEN
                   MOVE enc-cod-agencia TO WS-AGENCIA-BUSCA
                   PERFORM BUSCAR-INDICE-AGENCIA
                   MOVE "S" TO WS-CTA-EXISTE(enc-cod-conta)
                   MOVE WS-IDX-ACHADO
                       TO WS-CTA-IDX-AGE(enc-cod-conta)
                   MOVE enc-data-abertura
                       TO WS-CTA-ABERTURA(enc-cod-conta)
                   MOVE enc-data-encerramento
                       TO WS-CTA-DATA-ENC(enc-cod-conta)
                   ADD 1 TO WS-TOTAL-CONTAS
               END-IF
           END-READ.

      ******************************************************************
      * MOVIMENTOS - arquivo morto e extrato vivo: volumes de cada
      * periodo e o ultimo movimento ate o fim de cada periodo
      ******************************************************************
       CARREGAR-ARQUIVO.
           OPEN INPUT F-ARQUIVO
           IF ARQV-OK = "00" THEN
               MOVE "N" TO WS-EOF
               PERFORM LER-ARQUIVO UNTIL WS-EOF = "Y"
               CLOSE F-ARQUIVO
           END-IF.

       LER-ARQUIVO.
           READ F-ARQUIVO
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               MOVE arq-cod-conta TO WS-CONTA
               MOVE arq-data      TO WS-DATA-MOV
               MOVE arq-tipo      TO WS-TIPO-MOV
               MOVE arq-valor     TO WS-VALOR-MOV
               PERFORM SOMAR-MOVIMENTO
           END-READ.

       CARREGAR-EXTRATO-VIVO.
           OPEN INPUT F-EXTRATO
           IF EXT-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR EXTRATO.txt. STATUS: " EXT-OK
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM LER-EXTRATO-VIVO UNTIL WS-EOF = "Y"
               CLOSE F-EXTRATO
           END-IF.

       LER-EXTRATO-VIVO.
           READ F-EXTRATO NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               MOVE ext-cod-conta TO WS-CONTA
               MOVE ext-data      TO WS-DATA-MOV
               MOVE ext-tipo      TO WS-TIPO-MOV
               MOVE ext-valor     TO WS-VALOR-MOV
               PERFORM SOMAR-MOVIMENTO
           END-READ.

       SOMAR-MOVIMENTO.
           IF WS-CONTA > ZEROES
              AND WS-DATA-MOV NOT > WS-PER-FIM(1) THEN
               ADD 1 TO WS-TOTAL-MOVIMENTOS
               IF WS-CTA-EXISTE(WS-CONTA) = "S" THEN
                   MOVE WS-CTA-IDX-AGE(WS-CONTA) TO WS-IDX
                   IF WS-VALOR-MOV < ZEROES THEN
                       COMPUTE WS-VALOR-ABS = WS-VALOR-MOV * -1
                   ELSE
                       MOVE WS-VALOR-MOV TO WS-VALOR-ABS
                   END-IF
                   PERFORM SOMAR-MOVIMENTO-PERIODO
                       VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
               ELSE
                   ADD 1 TO WS-TOTAL-SEM-CONTA
               END-IF
           END-IF.

      * depositos em dinheiro (D) e cheque (K); saques (S) e cheques
      * pagos (Q); a tarifa (F) entra a debito e vira receita
       SOMAR-MOVIMENTO-PERIODO.
           IF WS-DATA-MOV NOT > WS-PER-FIM(WS-P)
              AND WS-DATA-MOV > WS-CTA-ULT-MOV(WS-CONTA, WS-P) THEN
               MOVE WS-DATA-MOV TO WS-CTA-ULT-MOV(WS-CONTA, WS-P)
           END-IF
           IF WS-IDX > ZEROES
              AND WS-DATA-MOV NOT < WS-PER-INICIO(WS-P)
              AND WS-DATA-MOV NOT > WS-PER-FIM(WS-P) THEN
               EVALUATE WS-TIPO-MOV
                 WHEN "D"
                 WHEN "K"
                   ADD 1 TO WS-AGE-QTD-DEP(WS-IDX, WS-P)
                   ADD WS-VALOR-ABS TO WS-AGE-VLR-DEP(WS-IDX, WS-P)
                 WHEN "S"
                 WHEN "Q"
                   ADD 1 TO WS-AGE-QTD-SAQ(WS-IDX, WS-P)
                   ADD WS-VALOR-ABS TO WS-AGE-VLR-SAQ(WS-IDX, WS-P)
                 WHEN "F"
                   SUBTRACT WS-VALOR-MOV
                       FROM WS-AGE-TARIFAS(WS-IDX, WS-P)
                 WHEN "J"
                   ADD WS-VALOR-MOV TO WS-AGE-JUROS(WS-IDX, WS-P)
                 WHEN "E"
                   ADD 1 TO WS-AGE-QTD-EST(WS-IDX, WS-P)
                   ADD WS-VALOR-ABS TO WS-AGE-VLR-EST(WS-IDX, WS-P)
               END-EVALUATE
           END-IF.

      ******************************************************************
      * SALDOS - fotos do fechamento do dia: a soma da ultima foto do
      * periodo e a media das somas diarias, por agencia
      ******************************************************************
       CARREGAR-SALDOS.
           OPEN INPUT F-SALDOS
           IF SNP-OK NOT = "00" THEN
               DISPLAY "SALDOS-DIARIOS.txt AUSENTE - SALDOS ZERADOS."
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM LER-SALDO UNTIL WS-EOF = "Y"
               CLOSE F-SALDOS
           END-IF.

       LER-SALDO.
           READ F-SALDOS
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               PERFORM VERIFICAR-FOTO-PERIODO
                   VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           END-READ.

       VERIFICAR-FOTO-PERIODO.
           IF snp-data NOT < WS-PER-INICIO(WS-P)
              AND snp-data NOT > WS-PER-FIM(WS-P) THEN
               ADD 1 TO WS-TOTAL-FOTOS
               MOVE snp-cod-agencia TO WS-AGENCIA-BUSCA
               PERFORM BUSCAR-INDICE-AGENCIA
               IF WS-IDX-ACHADO > ZEROES THEN
                   PERFORM GUARDAR-FOTO
               END-IF
           END-IF.

      * as fotos sao gravadas dia a dia em ordem de data
       GUARDAR-FOTO.
           IF snp-data > WS-AGE-DATA-FOTO(WS-IDX-ACHADO, WS-P) THEN
               MOVE snp-data TO WS-AGE-DATA-FOTO(WS-IDX-ACHADO, WS-P)
               ADD 1 TO WS-AGE-DIAS-FOTO(WS-IDX-ACHADO, WS-P)
               MOVE ZEROES TO WS-AGE-SALDO-FIM(WS-IDX-ACHADO, WS-P)
           END-IF
           IF snp-data = WS-AGE-DATA-FOTO(WS-IDX-ACHADO, WS-P) THEN
               ADD snp-saldo TO WS-AGE-SALDO-FIM(WS-IDX-ACHADO, WS-P)
           END-IF
           ADD snp-saldo TO WS-AGE-SOMA-SALDOS(WS-IDX-ACHADO, WS-P).

      ******************************************************************
      * BLOQUEIOS - bloqueio ativo no fim do periodo: registrado ate
      * essa data e ainda ativo ou baixado depois dela
      ******************************************************************
       CARREGAR-BLOQUEIOS.
           OPEN INPUT F-BLOQUEIOS
           IF BLQ-OK = "00" THEN
               MOVE "N" TO WS-EOF
               PERFORM LER-BLOQUEIO UNTIL WS-EOF = "Y"
               CLOSE F-BLOQUEIOS
           END-IF.

       LER-BLOQUEIO.
           READ F-BLOQUEIOS NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF blq-cod-conta > ZEROES THEN
                   IF WS-CTA-EXISTE(blq-cod-conta) = "S" THEN
                       MOVE WS-CTA-IDX-AGE(blq-cod-conta) TO WS-IDX
                       PERFORM VERIFICAR-BLOQUEIO-PERIODO
                           VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
                   END-IF
               END-IF
           END-READ.

       VERIFICAR-BLOQUEIO-PERIODO.
           IF WS-IDX > ZEROES
              AND blq-data NOT > WS-PER-FIM(WS-P) THEN
               IF blq-status = "A"
                  OR blq-data-baixa > WS-PER-FIM(WS-P) THEN
                   IF WS-CTA-BLOQUEADA(blq-cod-conta, WS-P) NOT = "S"
                       MOVE "S"
                           TO WS-CTA-BLOQUEADA(blq-cod-conta, WS-P)
                       ADD 1 TO WS-AGE-QTD-BLQ(WS-IDX, WS-P)
                   END-IF
                   ADD blq-valor TO WS-AGE-VLR-BLQ(WS-IDX, WS-P)
               END-IF
           END-IF.

      ******************************************************************
      * APURAR-CONTAS - aberturas, encerramentos, contas abertas no fim
      * de cada periodo e, dessas, as dormentes
      ******************************************************************
       APURAR-CONTAS.
           IF WS-CTA-EXISTE(WS-CONTA) = "S" THEN
               MOVE WS-CTA-IDX-AGE(WS-CONTA) TO WS-IDX
               IF WS-IDX > ZEROES THEN
                   PERFORM APURAR-CONTA-PERIODO
                       VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
               END-IF
           END-IF.

       APURAR-CONTA-PERIODO.
           IF WS-CTA-ABERTURA(WS-CONTA) NOT < WS-PER-INICIO(WS-P)
              AND WS-CTA-ABERTURA(WS-CONTA) NOT > WS-PER-FIM(WS-P)
               ADD 1 TO WS-AGE-ABERTAS(WS-IDX, WS-P)
           END-IF
           IF WS-CTA-DATA-ENC(WS-CONTA) NOT < WS-PER-INICIO(WS-P)
              AND WS-CTA-DATA-ENC(WS-CONTA) NOT > WS-PER-FIM(WS-P)
               ADD 1 TO WS-AGE-ENCERRADAS(WS-IDX, WS-P)
           END-IF
           IF WS-CTA-ABERTURA(WS-CONTA) NOT > WS-PER-FIM(WS-P)
              AND (WS-CTA-DATA-ENC(WS-CONTA) = ZEROES
                OR WS-CTA-DATA-ENC(WS-CONTA) > WS-PER-FIM(WS-P)) THEN
               ADD 1 TO WS-AGE-CONTAS-FIM(WS-IDX, WS-P)
               PERFORM VERIFICAR-DORMENCIA
           END-IF.

      * sem movimento ate o fim do periodo conta-se desde a abertura
       VERIFICAR-DORMENCIA.
           MOVE WS-CTA-ULT-MOV(WS-CONTA, WS-P) TO WS-DATA-REF
           IF WS-DATA-REF = ZEROES THEN
               MOVE WS-CTA-ABERTURA(WS-CONTA) TO WS-DATA-REF
           END-IF
           IF WS-DATA-REF > ZEROES THEN
               COMPUTE WS-DIAS-INATIVA = WS-PER-FIM-DIAS(WS-P) -
                   FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
               IF WS-DIAS-INATIVA > WS-LIMITE-DIAS THEN
                   ADD 1 TO WS-AGE-DORMENTES(WS-IDX, WS-P)
               END-IF
           END-IF.

      ******************************************************************
      * FECHAR-AGENCIAS - saldo medio, crescimento do saldo e o total
      * do banco na ultima posicao da tabela
      ******************************************************************
       FECHAR-AGENCIAS.
           MOVE "TOTAL DO BANCO" TO WS-AGE-NOME-T(WS-IDX-BANCO)
           PERFORM FECHAR-AGENCIA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-AGENCIAS
           COMPUTE WS-AGE-CRESCIMENTO(WS-IDX-BANCO) =
               WS-AGE-SALDO-FIM(WS-IDX-BANCO, 1) -
               WS-AGE-SALDO-FIM(WS-IDX-BANCO, 2).

       FECHAR-AGENCIA.
           PERFORM FECHAR-AGENCIA-PERIODO
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           COMPUTE WS-AGE-CRESCIMENTO(WS-IDX) =
               WS-AGE-SALDO-FIM(WS-IDX, 1) -
               WS-AGE-SALDO-FIM(WS-IDX, 2).

       FECHAR-AGENCIA-PERIODO.
           IF WS-AGE-DIAS-FOTO(WS-IDX, WS-P) > ZEROES THEN
               COMPUTE WS-AGE-SALDO-MEDIO(WS-IDX, WS-P) ROUNDED =
                   WS-AGE-SOMA-SALDOS(WS-IDX, WS-P) /
                   WS-AGE-DIAS-FOTO(WS-IDX, WS-P)
           END-IF
           ADD WS-AGE-ABERTAS(WS-IDX, WS-P)
               TO WS-AGE-ABERTAS(WS-IDX-BANCO, WS-P)
           ADD WS-AGE-ENCERRADAS(WS-IDX, WS-P)
               TO WS-AGE-ENCERRADAS(WS-IDX-BANCO, WS-P)
           ADD WS-AGE-CONTAS-FIM(WS-IDX, WS-P)
               TO WS-AGE-CONTAS-FIM(WS-IDX-BANCO, WS-P)
           ADD WS-AGE-SALDO-FIM(WS-IDX, WS-P)
               TO WS-AGE-SALDO-FIM(WS-IDX-BANCO, WS-P)
           ADD WS-AGE-SALDO-MEDIO(WS-IDX, WS-P)
               TO WS-AGE-SALDO-MEDIO(WS-IDX-BANCO, WS-P)
           ADD WS-AGE-QTD-DEP(WS-IDX, WS-P)
               TO WS-AGE-QTD-DEP(WS-IDX-BANCO, WS-P)
           ADD WS-AGE-VLR-DEP(WS-IDX, WS-P)
               TO WS-AGE-VLR-DEP(WS-IDX-BANCO, WS-P)
           ADD WS-AGE-QTD-SAQ(WS-IDX, WS-P)
               TO WS-AGE-QTD-SAQ(WS-IDX-BANCO, WS-P)
           ADD WS-AGE-VLR-SAQ(WS-IDX, WS-P)
               TO WS-AGE-VLR-SAQ(WS-IDX-BANCO, WS-P)
           ADD WS-AGE-TARIFAS(WS-IDX, WS-P)
               TO WS-AGE-TARIFAS(WS-IDX-BANCO, WS-P)
           ADD WS-AGE-JUROS(WS-IDX, WS-P)
               TO WS-AGE-JUROS(WS-IDX-BANCO, WS-P)
           ADD WS-AGE-QTD-EST(WS-IDX, WS-P)
               TO WS-AGE-QTD-EST(WS-IDX-BANCO, WS-P)
           ADD WS-AGE-VLR-EST(WS-IDX, WS-P)
               TO WS-AGE-VLR-EST(WS-IDX-BANCO, WS-P)
           ADD WS-AGE-DORMENTES(WS-IDX, WS-P)
               TO WS-AGE-DORMENTES(WS-IDX-BANCO, WS-P)
           ADD WS-AGE-QTD-BLQ(WS-IDX, WS-P)
               TO WS-AGE-QTD-BLQ(WS-IDX-BANCO, WS-P)
           ADD WS-AGE-VLR-BLQ(WS-IDX, WS-P)
               TO WS-AGE-VLR-BLQ(WS-IDX-BANCO, WS-P).

      ******************************************************************
      * IMPRIMIR-AGENCIAS - um quadro por agencia e o do banco, com os
      * tres periodos lado a lado e as diferencas do mes pedido
      ******************************************************************
       IMPRIMIR-AGENCIAS.
           MOVE SPACES TO REL-LINHA
           STRING "RELATORIO GERENCIAL POR AGENCIA - MES "
                  WS-PER-MES(1)
                  " - COMPARADO COM " WS-PER-MES(2)
                  " E " WS-PER-MES(3)
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           PERFORM IMPRIMIR-QUADRO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-AGENCIAS
           MOVE WS-IDX-BANCO TO WS-IDX
           PERFORM IMPRIMIR-QUADRO.

       IMPRIMIR-QUADRO.
           MOVE ALL "=" TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           IF WS-IDX = WS-IDX-BANCO THEN
               MOVE WS-AGE-NOME-T(WS-IDX) TO REL-LINHA
           ELSE
               STRING "AGENCIA " WS-AGE-CODIGO-T(WS-IDX)
                      " - " WS-AGE-NOME-T(WS-IDX)
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
           END-IF
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "INDICADOR                 "
                  "         MES " WS-PER-MES(1)
                  "         MES " WS-PER-MES(2)
                  "         MES " WS-PER-MES(3)
                  "    DIF. MES ANTERIOR"
                  "    DIF. ANO ANTERIOR"
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE ALL "-" TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE "CONTAS ABERTAS" TO WS-LIN-ROTULO
           MOVE "Q" TO WS-LIN-TIPO
           PERFORM LINHA-ABERTAS
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           PERFORM IMPRIMIR-INDICADOR
           MOVE "CONTAS ENCERRADAS" TO WS-LIN-ROTULO
           PERFORM LINHA-ENCERRADAS
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           PERFORM IMPRIMIR-INDICADOR
           MOVE "CRESCIMENTO LIQUIDO" TO WS-LIN-ROTULO
           PERFORM LINHA-CRESCIMENTO
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           PERFORM IMPRIMIR-INDICADOR
           MOVE "CONTAS NO FIM DO MES" TO WS-LIN-ROTULO
           PERFORM LINHA-CONTAS-FIM
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           PERFORM IMPRIMIR-INDICADOR
           MOVE "V" TO WS-LIN-TIPO
           MOVE "SALDO TOTAL NO FIM DO MES" TO WS-LIN-ROTULO
           PERFORM LINHA-SALDO-FIM
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           PERFORM IMPRIMIR-INDICADOR
           MOVE "SALDO MEDIO DIARIO" TO WS-LIN-ROTULO
           PERFORM LINHA-SALDO-MEDIO
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           PERFORM IMPRIMIR-INDICADOR
           MOVE "SALDO MEDIO POR CONTA" TO WS-LIN-ROTULO
           PERFORM LINHA-SALDO-CONTA
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           PERFORM IMPRIMIR-INDICADOR
           MOVE "Q" TO WS-LIN-TIPO
           MOVE "DEPOSITOS - QUANTIDADE" TO WS-LIN-ROTULO
           PERFORM LINHA-QTD-DEP
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           PERFORM IMPRIMIR-INDICADOR
           MOVE "V" TO WS-LIN-TIPO
           MOVE "DEPOSITOS - VALOR" TO WS-LIN-ROTULO
           PERFORM LINHA-VLR-DEP
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           PERFORM IMPRIMIR-INDICADOR
           MOVE "Q" TO WS-LIN-TIPO
           MOVE "SAQUES - QUANTIDADE" TO WS-LIN-ROTULO
           PERFORM LINHA-QTD-SAQ
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           PERFORM IMPRIMIR-INDICADOR
           MOVE "V" TO WS-LIN-TIPO
           MOVE "SAQUES - VALOR" TO WS-LIN-ROTULO
           PERFORM LINHA-VLR-SAQ
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           PERFORM IMPRIMIR-INDICADOR
           MOVE "RECEITA DE TARIFAS" TO WS-LIN-ROTULO
           PERFORM LINHA-TARIFAS
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           PERFORM IMPRIMIR-INDICADOR
           MOVE "JUROS PAGOS" TO WS-LIN-ROTULO
           PERFORM LINHA-JUROS
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           PERFORM IMPRIMIR-INDICADOR
           MOVE "Q" TO WS-LIN-TIPO
           MOVE "ESTORNOS - QUANTIDADE" TO WS-LIN-ROTULO
           PERFORM LINHA-QTD-EST
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           PERFORM IMPRIMIR-INDICADOR
           MOVE "V" TO WS-LIN-TIPO
           MOVE "ESTORNOS - VALOR" TO WS-LIN-ROTULO
           PERFORM LINHA-VLR-EST
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           PERFORM IMPRIMIR-INDICADOR
           MOVE "Q" TO WS-LIN-TIPO
           MOVE "CONTAS DORMENTES" TO WS-LIN-ROTULO
           PERFORM LINHA-DORMENTES
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           PERFORM IMPRIMIR-INDICADOR
           MOVE "CONTAS COM BLOQUEIO JUD." TO WS-LIN-ROTULO
           PERFORM LINHA-QTD-BLQ
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           PERFORM IMPRIMIR-INDICADOR
           MOVE "V" TO WS-LIN-TIPO
           MOVE "VALOR BLOQUEADO" TO WS-LIN-ROTULO
           PERFORM LINHA-VLR-BLQ
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           PERFORM IMPRIMIR-INDICADOR.

       LINHA-ABERTAS.
           MOVE WS-AGE-ABERTAS(WS-IDX, WS-P) TO WS-LIN-VALOR(WS-P).

       LINHA-ENCERRADAS.
           MOVE WS-AGE-ENCERRADAS(WS-IDX, WS-P) TO WS-LIN-VALOR(WS-P).

       LINHA-CRESCIMENTO.
           COMPUTE WS-LIN-VALOR(WS-P) =
               WS-AGE-ABERTAS(WS-IDX, WS-P) -
               WS-AGE-ENCERRADAS(WS-IDX, WS-P).

       LINHA-CONTAS-FIM.
           MOVE WS-AGE-CONTAS-FIM(WS-IDX, WS-P) TO WS-LIN-VALOR(WS-P).

       LINHA-SALDO-FIM.
           MOVE WS-AGE-SALDO-FIM(WS-IDX, WS-P) TO WS-LIN-VALOR(WS-P).

       LINHA-SALDO-MEDIO.
           MOVE WS-AGE-SALDO-MEDIO(WS-IDX, WS-P) TO WS-LIN-VALOR(WS-P).

       LINHA-SALDO-CONTA.
           MOVE ZEROES TO WS-LIN-VALOR(WS-P)
           IF WS-AGE-CONTAS-FIM(WS-IDX, WS-P) > ZEROES THEN
               COMPUTE WS-LIN-VALOR(WS-P) ROUNDED =
                   WS-AGE-SALDO-FIM(WS-IDX, WS-P) /
                   WS-AGE-CONTAS-FIM(WS-IDX, WS-P)
           END-IF.

       LINHA-QTD-DEP.
           MOVE WS-AGE-QTD-DEP(WS-IDX, WS-P) TO WS-LIN-VALOR(WS-P).

       LINHA-VLR-DEP.
           MOVE WS-AGE-VLR-DEP(WS-IDX, WS-P) TO WS-LIN-VALOR(WS-P).

       LINHA-QTD-SAQ.
           MOVE WS-AGE-QTD-SAQ(WS-IDX, WS-P) TO WS-LIN-VALOR(WS-P).

       LINHA-VLR-SAQ.
           MOVE WS-AGE-VLR-SAQ(WS-IDX, WS-P) TO WS-LIN-VALOR(WS-P).

       LINHA-TARIFAS.
           MOVE WS-AGE-TARIFAS(WS-IDX, WS-P) TO WS-LIN-VALOR(WS-P).

       LINHA-JUROS.
           MOVE WS-AGE-JUROS(WS-IDX, WS-P) TO WS-LIN-VALOR(WS-P).

       LINHA-QTD-EST.
           MOVE WS-AGE-QTD-EST(WS-IDX, WS-P) TO WS-LIN-VALOR(WS-P).

       LINHA-VLR-EST.
           MOVE WS-AGE-VLR-EST(WS-IDX, WS-P) TO WS-LIN-VALOR(WS-P).

       LINHA-DORMENTES.
           MOVE WS-AGE-DORMENTES(WS-IDX, WS-P) TO WS-LIN-VALOR(WS-P).

       LINHA-QTD-BLQ.
           MOVE WS-AGE-QTD-BLQ(WS-IDX, WS-P) TO WS-LIN-VALOR(WS-P).

       LINHA-VLR-BLQ.
           MOVE WS-AGE-VLR-BLQ(WS-IDX, WS-P) TO WS-LIN-VALOR(WS-P).

      * Q = quantidade, V = valor em reais
       IMPRIMIR-INDICADOR.
           COMPUTE WS-DIF-MES = WS-LIN-VALOR(1) - WS-LIN-VALOR(2)
           COMPUTE WS-DIF-ANO = WS-LIN-VALOR(1) - WS-LIN-VALOR(3)
           MOVE SPACES TO REL-LINHA
           IF WS-LIN-TIPO = "Q" THEN
               MOVE WS-LIN-VALOR(1) TO WS-QTD-EDIT
               MOVE WS-LIN-VALOR(2) TO WS-QTD-EDIT-2
               MOVE WS-LIN-VALOR(3) TO WS-QTD-EDIT-3
               MOVE WS-DIF-MES      TO WS-QTD-EDIT-4
               MOVE WS-DIF-ANO      TO WS-QTD-EDIT-5
               STRING WS-LIN-ROTULO
                      " " WS-QTD-EDIT " " WS-QTD-EDIT-2
                      " " WS-QTD-EDIT-3 "   " WS-QTD-EDIT-4
                      "   " WS-QTD-EDIT-5
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
           ELSE
               MOVE WS-LIN-VALOR(1) TO WS-VALOR-EDIT
               MOVE WS-LIN-VALOR(2) TO WS-VALOR-EDIT-2
               MOVE WS-LIN-VALOR(3) TO WS-VALOR-EDIT-3
               MOVE WS-DIF-MES      TO WS-VALOR-EDIT-4
               MOVE WS-DIF-ANO      TO WS-VALOR-EDIT-5
               STRING WS-LIN-ROTULO
                      " " WS-VALOR-EDIT " " WS-VALOR-EDIT-2
                      " " WS-VALOR-EDIT-3 "   " WS-VALOR-EDIT-4
                      "   " WS-VALOR-EDIT-5
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
           END-IF
           PERFORM ESCREVER-LINHA.

      ******************************************************************
      * RANKING - agencias do maior para o menor crescimento do saldo
      * no fim do mes em relacao ao fim do mes anterior
      ******************************************************************
       LIBERAR-AGENCIAS.
           PERFORM LIBERAR-AGENCIA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-AGENCIAS.

       LIBERAR-AGENCIA.
           MOVE WS-AGE-CRESCIMENTO(WS-IDX)  TO sort-crescimento
           MOVE WS-AGE-CODIGO-T(WS-IDX)     TO sort-cod-agencia
           MOVE WS-AGE-NOME-T(WS-IDX)       TO sort-nome-agencia
           MOVE WS-AGE-SALDO-FIM(WS-IDX, 2) TO sort-saldo-anterior
           MOVE WS-AGE-SALDO-FIM(WS-IDX, 1) TO sort-saldo-atual
           RELEASE SORT-RNK-REC.

       IMPRIMIR-RANKING.
           MOVE ALL "=" TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "CLASSIFICACAO DAS AGENCIAS POR CRESCIMENTO DO SALDO"
                  " - " WS-PER-MES(1) " SOBRE " WS-PER-MES(2)
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "POS AGENCIA NOME" "                           "
                  " SALDO MES ANTERIOR"
                  "   SALDO FIM DO MES"
                  "        CRESCIMENTO"
                  "          %"
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE ALL "-" TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE ZEROES TO WS-POSICAO
           MOVE "N" TO WS-EOF
           PERFORM TRATAR-RETORNO UNTIL WS-EOF = "Y"
           MOVE ALL "-" TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE WS-AGE-SALDO-FIM(WS-IDX-BANCO, 2) TO WS-RNK-SALDO-ANT
           MOVE WS-AGE-SALDO-FIM(WS-IDX-BANCO, 1) TO WS-RNK-SALDO-ATU
           MOVE WS-AGE-CRESCIMENTO(WS-IDX-BANCO) TO WS-RNK-CRESCIMENTO
           PERFORM CALCULAR-PERCENTUAL
           MOVE SPACES TO REL-LINHA
           STRING "            " WS-AGE-NOME-T(WS-IDX-BANCO)
                  " " WS-VALOR-EDIT " " WS-VALOR-EDIT-2
                  " " WS-VALOR-EDIT-3 " " WS-PERCENTUAL-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA.

       TRATAR-RETORNO.
           RETURN SORT-RANKING
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               ADD 1 TO WS-POSICAO
               MOVE sort-saldo-anterior TO WS-RNK-SALDO-ANT
               MOVE sort-saldo-atual    TO WS-RNK-SALDO-ATU
               MOVE sort-crescimento    TO WS-RNK-CRESCIMENTO
               PERFORM CALCULAR-PERCENTUAL
               MOVE SPACES TO REL-LINHA
               STRING WS-POSICAO " " sort-cod-agencia
                      "   " sort-nome-agencia
                      " " WS-VALOR-EDIT " " WS-VALOR-EDIT-2
                      " " WS-VALOR-EDIT-3 " " WS-PERCENTUAL-EDIT
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           END-RETURN.

      * sem saldo no mes anterior o percentual fica zerado
       CALCULAR-PERCENTUAL.
           MOVE WS-RNK-SALDO-ANT   TO WS-VALOR-EDIT
           MOVE WS-RNK-SALDO-ATU   TO WS-VALOR-EDIT-2
           MOVE WS-RNK-CRESCIMENTO TO WS-VALOR-EDIT-3
           MOVE ZEROES TO WS-PERCENTUAL
           IF WS-RNK-SALDO-ANT > ZEROES THEN
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-RNK-CRESCIMENTO * 100 / WS-RNK-SALDO-ANT
                 ON SIZE ERROR
                   MOVE ZEROES TO WS-PERCENTUAL
               END-COMPUTE
           END-IF
           MOVE WS-PERCENTUAL TO WS-PERCENTUAL-EDIT.

       ESCREVER-LINHA.
           WRITE REL-LINHA
           DISPLAY REL-LINHA.

       END PROGRAM RELATORIO-GERENCIAL-AGENCIAS.
