      ******************************************************************
      * Author: Grupo os BATUTINHAS
      * Purpose: Daily batch that writes the electronic bank statement
      *          (CNAB 240 extrato layout, segment E) of every account
      *          subscribed to the service, so business customers load
      *          it into their ERP instead of re-keying
      *          EXTRATO-CLIENTE.txt. Subscriptions are kept per
      *          cod-conta in ASSINATURAS-EXTRATO.txt (maintained at the
      *          CONTACORRENTE counter) with the output name; each
      *          active one gets <name>-<conta>-AAAAMMDD.txt for the
      *          business date (or the date entered) with a file header
      *          (file sequence number kept per subscription), a batch
      *          header with the opening balance, one segment E per
      *          EXTRATO.txt movement of the day (dates, debit or credit
      *          flag, value, CNAB category and a history code mapped
      *          from ext-tipo), a batch trailer with the closing
      *          balance, record count and debit/credit totals and a
      *          file trailer. The run proves every statement: opening
      *          balance plus the day's movements must equal the closing
      *          saldo (F-CADASTRO saldo less any later movements);
      *          RELATORIO-EXTRATO-ELETRONICO.txt lists every statement
      *          written and flags each account where they differ.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EXTRATO-ELETRONICO.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MEU-PC.
       OBJECT-COMPUTER. MEU_PC.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-ASSINATURAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ase-cod-conta
           FILE STATUS   ASE-OK.
       SELECT F-CADASTRO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS cod-conta
           ALTERNATE RECORD KEY nome
               WITH DUPLICATES
           FILE STATUS   ARQ-OK.
       SELECT F-CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS cli-codigo
           ALTERNATE RECORD KEY cli-cpf
           FILE STATUS   CLI-OK.
       SELECT F-EXTRATO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ext-chave
           FILE STATUS   EXT-OK.
       SELECT F-DIACONTABIL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   DIA-OK.
       SELECT F-CNAB ASSIGN TO DYNAMIC WS-NOME-CNAB
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   CNB-OK.
       SELECT F-RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   REL-OK.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ASSINATURAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ASSINATURAS-EXTRATO.txt".
       01  ASSINATURA-REG.
           02 ase-cod-conta          PIC 9(5).
           02 ase-arquivo            PIC X(30).
           02 ase-status             PIC X(1).
           02 ase-data-inclusao      PIC 9(8).
           02 ase-data-cancelamento  PIC 9(8).
           02 ase-operador           PIC X(10).
           02 ase-ultima-geracao     PIC 9(8).
           02 ase-nsa                PIC 9(6).

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

       FD  F-CLIENTES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CLIENTES.txt".
       01  CLIENTE-REG.
           02 cli-codigo   PIC 9(5).
           02 cli-cpf      PIC 9(11).
           02 cli-nome     PIC X(30).
           02 cli-endereco.
               03 cli-logradouro  PIC X(50).
               03 cli-numero      PIC 9(10).
               03 cli-cep         PIC X(100).
               03 cli-complemento PIC X(100).

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

       FD  F-DIACONTABIL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIA-CONTABIL.txt".
       01  DIA-REG.
           02 dia-data   PIC 9(8).
           02 dia-status PIC X(1).

      * extrato eletronico no leiaute CNAB 240: registros de 240
      * posicoes, tipo 0 header de arquivo, 1 header de lote,
      * 3 detalhe (segmento E), 5 trailer de lote, 9 trailer de
      * arquivo
       FD  F-CNAB LABEL RECORD STANDARD.
       01  CNB-REGISTRO              PIC X(240).
       01  CNB-HEADER-ARQUIVO REDEFINES CNB-REGISTRO.
           02 cnb-ha-banco           PIC 9(3).
           02 cnb-ha-lote            PIC 9(4).
           02 cnb-ha-tipo-reg        PIC X(1).
           02 cnb-ha-brancos1        PIC X(9).
           02 cnb-ha-tipo-inscricao  PIC 9(1).
           02 cnb-ha-inscricao       PIC 9(14).
           02 cnb-ha-convenio        PIC X(20).
           02 cnb-ha-agencia         PIC 9(5).
           02 cnb-ha-agencia-dv      PIC X(1).
           02 cnb-ha-conta           PIC 9(12).
           02 cnb-ha-conta-dv        PIC X(1).
           02 cnb-ha-ag-conta-dv     PIC X(1).
           02 cnb-ha-nome-empresa    PIC X(30).
           02 cnb-ha-nome-banco      PIC X(30).
           02 cnb-ha-brancos2        PIC X(10).
           02 cnb-ha-remessa-retorno PIC 9(1).
           02 cnb-ha-data-geracao    PIC 9(8).
           02 cnb-ha-hora-geracao    PIC 9(6).
           02 cnb-ha-nsa             PIC 9(6).
           02 cnb-ha-layout          PIC 9(3).
           02 cnb-ha-densidade       PIC 9(5).
           02 cnb-ha-brancos3        PIC X(69).
       01  CNB-HEADER-LOTE REDEFINES CNB-REGISTRO.
           02 cnb-hl-banco           PIC 9(3).
           02 cnb-hl-lote            PIC 9(4).
           02 cnb-hl-tipo-reg        PIC X(1).
           02 cnb-hl-operacao        PIC X(1).
           02 cnb-hl-servico         PIC 9(2).
           02 cnb-hl-forma           PIC 9(2).
           02 cnb-hl-layout          PIC 9(3).
           02 cnb-hl-brancos1        PIC X(1).
           02 cnb-hl-tipo-inscricao  PIC 9(1).
           02 cnb-hl-inscricao       PIC 9(14).
           02 cnb-hl-convenio        PIC X(20).
           02 cnb-hl-agencia         PIC 9(5).
           02 cnb-hl-agencia-dv      PIC X(1).
           02 cnb-hl-conta           PIC 9(12).
           02 cnb-hl-conta-dv        PIC X(1).
           02 cnb-hl-ag-conta-dv     PIC X(1).
           02 cnb-hl-nome-empresa    PIC X(30).
           02 cnb-hl-brancos2        PIC X(40).
           02 cnb-hl-data-saldo      PIC 9(8).
           02 cnb-hl-valor-saldo     PIC 9(16)V99.
           02 cnb-hl-situacao-saldo  PIC X(1).
           02 cnb-hl-posicao-saldo   PIC X(1).
           02 cnb-hl-moeda           PIC X(3).
           02 cnb-hl-seq-extrato     PIC 9(5).
           02 cnb-hl-brancos3        PIC X(62).
       01  CNB-DETALHE REDEFINES CNB-REGISTRO.
           02 cnb-d-banco            PIC 9(3).
           02 cnb-d-lote             PIC 9(4).
           02 cnb-d-tipo-reg         PIC X(1).
           02 cnb-d-num-registro     PIC 9(5).
           02 cnb-d-segmento         PIC X(1).
           02 cnb-d-brancos1         PIC X(3).
           02 cnb-d-tipo-inscricao   PIC 9(1).
           02 cnb-d-inscricao        PIC 9(14).
           02 cnb-d-convenio         PIC X(20).
           02 cnb-d-agencia          PIC 9(5).
           02 cnb-d-agencia-dv       PIC X(1).
           02 cnb-d-conta            PIC 9(12).
           02 cnb-d-conta-dv         PIC X(1).
           02 cnb-d-ag-conta-dv      PIC X(1).
           02 cnb-d-nome-empresa     PIC X(30).
           02 cnb-d-natureza         PIC X(3).
           02 cnb-d-tipo-complemento PIC 9(2).
           02 cnb-d-complemento      PIC X(20).
           02 cnb-d-isencao-cpmf     PIC X(1).
           02 cnb-d-data-contabil    PIC 9(8).
           02 cnb-d-data-lancamento  PIC 9(8).
           02 cnb-d-valor            PIC 9(16)V99.
           02 cnb-d-deb-cred         PIC X(1).
           02 cnb-d-categoria        PIC 9(3).
           02 cnb-d-cod-historico    PIC X(4).
           02 cnb-d-historico        PIC X(25).
           02 cnb-d-documento        PIC X(39).
           02 cnb-d-brancos2         PIC X(6).
       01  CNB-TRAILER-LOTE REDEFINES CNB-REGISTRO.
           02 cnb-tl-banco           PIC 9(3).
           02 cnb-tl-lote            PIC 9(4).
           02 cnb-tl-tipo-reg        PIC X(1).
           02 cnb-tl-brancos1        PIC X(9).
           02 cnb-tl-tipo-inscricao  PIC 9(1).
           02 cnb-tl-inscricao       PIC 9(14).
           02 cnb-tl-convenio        PIC X(20).
           02 cnb-tl-agencia         PIC 9(5).
           02 cnb-tl-agencia-dv      PIC X(1).
           02 cnb-tl-conta           PIC 9(12).
           02 cnb-tl-conta-dv        PIC X(1).
           02 cnb-tl-ag-conta-dv     PIC X(1).
           02 cnb-tl-brancos2        PIC X(16).
           02 cnb-tl-bloqueado-acima PIC 9(16)V99.
           02 cnb-tl-limite          PIC 9(16)V99.
           02 cnb-tl-bloqueado-ate   PIC 9(16)V99.
           02 cnb-tl-data-saldo      PIC 9(8).
           02 cnb-tl-valor-saldo     PIC 9(16)V99.
           02 cnb-tl-situacao-saldo  PIC X(1).
           02 cnb-tl-posicao-saldo   PIC X(1).
           02 cnb-tl-qtd-registros   PIC 9(6).
           02 cnb-tl-total-debitos   PIC 9(16)V99.
           02 cnb-tl-total-creditos  PIC 9(16)V99.
           02 cnb-tl-brancos3        PIC X(28).
       01  CNB-TRAILER-ARQUIVO REDEFINES CNB-REGISTRO.
           02 cnb-ta-banco           PIC 9(3).
           02 cnb-ta-lote            PIC 9(4).
           02 cnb-ta-tipo-reg        PIC X(1).
           02 cnb-ta-brancos1        PIC X(9).
           02 cnb-ta-qtd-lotes       PIC 9(6).
           02 cnb-ta-qtd-registros   PIC 9(6).
           02 cnb-ta-qtd-contas      PIC 9(6).
           02 cnb-ta-brancos2        PIC X(205).

       FD  F-RELATORIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RELATORIO-EXTRATO-ELETRONICO.txt".
       01  REL-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       77 ASE-OK            PIC X(02) VALUE ZEROES.
       77 ARQ-OK            PIC X(02) VALUE ZEROES.
       77 CLI-OK            PIC X(02) VALUE ZEROES.
       77 EXT-OK            PIC X(02) VALUE ZEROES.
       77 DIA-OK            PIC X(02) VALUE ZEROES.
       77 CNB-OK            PIC X(02) VALUE ZEROES.
       77 REL-OK            PIC X(02) VALUE ZEROES.
       77 WS-EOF            PIC X(01) VALUE "N".
       77 WS-FIM-EXT        PIC X(01) VALUE "N".
       77 WS-TEM-CLIENTES   PIC X(01) VALUE "N".
       77 WS-DATA-CONTABIL  PIC 9(08) VALUE ZEROES.
       77 WS-DATA-DIA       PIC 9(08) VALUE ZEROES.
       77 WS-DATA-CNAB      PIC X(08) VALUE SPACES.
       77 WS-NOME-CNAB      PIC X(60) VALUE SPACES.
      * identificacao do banco no leiaute
       77 WS-COD-BANCO      PIC 9(03) VALUE 999.
       77 WS-NOME-BANCO     PIC X(30) VALUE "BANCO BATUTINHAS".
       77 WS-SALDO-ALPHA    PIC X(20) VALUE SPACES.
       77 WS-SALDO-ATUAL    PIC S9(10)V99 VALUE ZEROES.
       77 WS-SALDO-ANTES    PIC S9(10)V99 VALUE ZEROES.
       77 WS-TEM-ANTES      PIC X(01) VALUE "N".
       77 WS-SALDO-ABERTURA PIC S9(10)V99 VALUE ZEROES.
       77 WS-SALDO-FECHO    PIC S9(10)V99 VALUE ZEROES.
       77 WS-SALDO-CALCULADO PIC S9(10)V99 VALUE ZEROES.
       77 WS-SOMA-POSTERIOR PIC S9(11)V99 VALUE ZEROES.
       77 WS-SOMA-DIA       PIC S9(11)V99 VALUE ZEROES.
       77 WS-TOTAL-DEBITOS  PIC S9(11)V99 VALUE ZEROES.
       77 WS-TOTAL-CREDITOS PIC S9(11)V99 VALUE ZEROES.
       77 WS-VALOR-ABS      PIC S9(11)V99 VALUE ZEROES.
       77 WS-QTD-MOV-CONTA  PIC 9(05) VALUE ZEROES.
       77 WS-NUM-REGISTRO   PIC 9(05) VALUE ZEROES.
       77 WS-QTD-REG-ARQUIVO PIC 9(06) VALUE ZEROES.
       77 WS-TIPO-INSCRICAO PIC 9(01) VALUE ZEROES.
       77 WS-INSCRICAO      PIC 9(14) VALUE ZEROES.
       77 WS-CONVENIO       PIC X(20) VALUE SPACES.
       77 WS-HIST-CODIGO    PIC X(04) VALUE SPACES.
       77 WS-HIST-DESCRICAO PIC X(25) VALUE SPACES.
       77 WS-HIST-CAT-DEB   PIC 9(03) VALUE ZEROES.
       77 WS-HIST-CAT-CRED  PIC 9(03) VALUE ZEROES.
       77 WS-SITUACAO       PIC X(10) VALUE SPACES.
       77 WS-QTD-ASSINATURAS PIC 9(07) VALUE ZEROES.
       77 WS-QTD-GERADOS    PIC 9(07) VALUE ZEROES.
       77 WS-QTD-MOVIMENTOS PIC 9(07) VALUE ZEROES.
       77 WS-QTD-DIVERGENTES PIC 9(07) VALUE ZEROES.
       77 WS-QTD-FALHAS     PIC 9(07) VALUE ZEROES.
       77 WS-VALOR-EDIT     PIC -.---.---.--9,99.
       77 WS-VALOR-EDIT2    PIC -.---.---.--9,99.
       77 WS-VALOR-EDIT3    PIC -.---.---.--9,99.
       77 WS-VALOR-EDIT4    PIC -.---.---.--9,99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INICIO.
           DISPLAY "EXTRATO ELETRONICO CNAB 240"
           DISPLAY "==========================="
           PERFORM LER-DIA-CONTABIL
           DISPLAY "DATA DO MOVIMENTO (AAAAMMDD, 0=DATA CONTABIL): "
           ACCEPT WS-DATA-DIA
           IF WS-DATA-DIA = ZEROES THEN
               MOVE WS-DATA-CONTABIL TO WS-DATA-DIA
           END-IF
           IF WS-DATA-DIA = ZEROES THEN
               DISPLAY "SEM DATA DE MOVIMENTO - EXTRATOS NAO GERADOS."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-DATA-CNAB
           STRING WS-DATA-DIA(7:2) WS-DATA-DIA(5:2) WS-DATA-DIA(1:4)
               DELIMITED BY SIZE INTO WS-DATA-CNAB
           END-STRING
           PERFORM ABRE-ARQUIVOS
           MOVE SPACES TO REL-LINHA
           STRING "EXTRATO ELETRONICO CNAB 240 - MOVIMENTO DE "
                  WS-DATA-DIA
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE "======================================================"
               TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE SPACES        TO REL-LINHA
           MOVE "CONTA"       TO REL-LINHA(1:5)
           MOVE "AG."         TO REL-LINHA(7:3)
           MOVE "MOVS"        TO REL-LINHA(13:4)
           MOVE "ABERTURA"    TO REL-LINHA(25:8)
           MOVE "DEBITOS"     TO REL-LINHA(42:7)
           MOVE "CREDITOS"    TO REL-LINHA(58:8)
           MOVE "FECHAMENTO"  TO REL-LINHA(74:10)
           MOVE "PROVA"       TO REL-LINHA(86:5)
           MOVE "ARQUIVO"     TO REL-LINHA(97:7)
           PERFORM ESCREVER-LINHA
           PERFORM PROCESSA-ASSINATURAS UNTIL WS-EOF = "Y"
           MOVE "======================================================"
               TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "ASSINATURAS ATIVAS: " WS-QTD-ASSINATURAS
                  "  EXTRATOS GERADOS: " WS-QTD-GERADOS
                  "  MOVIMENTOS: " WS-QTD-MOVIMENTOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "CONTAS DIVERGENTES: " WS-QTD-DIVERGENTES
                  "  NAO GERADOS: " WS-QTD-FALHAS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           CLOSE F-ASSINATURAS
           CLOSE F-CADASTRO
           CLOSE F-EXTRATO
           IF WS-TEM-CLIENTES = "S" THEN
               CLOSE F-CLIENTES
           END-IF
           CLOSE F-RELATORIO
           DISPLAY "RELATORIO GRAVADO EM "
               "RELATORIO-EXTRATO-ELETRONICO.txt"
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

       ABRE-ARQUIVOS.
           OPEN I-O F-ASSINATURAS
           IF ASE-OK = "35" THEN
               DISPLAY "ASSINATURAS-EXTRATO.txt NAO EXISTE - NENHUM "
                   "EXTRATO A GERAR."
               STOP RUN
           END-IF
           IF ASE-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR ASSINATURAS-EXTRATO.txt. STATUS: "
                   ASE-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F-CADASTRO
           IF ARQ-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR F-DATA.txt. STATUS: " ARQ-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F-EXTRATO
           IF EXT-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR EXTRATO.txt. STATUS: " EXT-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F-CLIENTES
           IF CLI-OK = "00" THEN
               MOVE "S" TO WS-TEM-CLIENTES
           END-IF
           OPEN OUTPUT F-RELATORIO
           IF REL-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR RELATORIO-EXTRATO-ELETRONICO.txt."
               DISPLAY "STATUS: " REL-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESSA-ASSINATURAS.
           READ F-ASSINATURAS NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF ase-status = "A" THEN
                   ADD 1 TO WS-QTD-ASSINATURAS
                   PERFORM GERAR-EXTRATO-CONTA
               END-IF
           END-READ.

       GERAR-EXTRATO-CONTA.
           MOVE ase-cod-conta TO cod-conta
           READ F-CADASTRO
             INVALID KEY
               ADD 1 TO WS-QTD-FALHAS
               MOVE SPACES TO REL-LINHA
               STRING ase-cod-conta
                      "  CONTA NAO CADASTRADA - EXTRATO NAO GERADO"
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
             NOT INVALID KEY
               PERFORM APURAR-SALDOS
               PERFORM GRAVAR-ARQUIVO-CNAB
           END-READ.

      ******************************************************************
      * PROVA DO EXTRATO - abertura mais movimentos do dia tem de dar
      * o saldo de fechamento, que e o saldo do cadastro menos os
      * movimentos de datas posteriores (reprocessamento de um dia
      * ja passado)
      ******************************************************************
       APURAR-SALDOS.
           MOVE saldo TO WS-SALDO-ALPHA
           COMPUTE WS-SALDO-ATUAL = FUNCTION NUMVAL-C(WS-SALDO-ALPHA)
           MOVE "N"    TO WS-TEM-ANTES
           MOVE ZEROES TO WS-SALDO-ANTES
           MOVE ZEROES TO WS-SALDO-ABERTURA
           MOVE ZEROES TO WS-SOMA-POSTERIOR
           MOVE ZEROES TO WS-SOMA-DIA
           MOVE ZEROES TO WS-TOTAL-DEBITOS
           MOVE ZEROES TO WS-TOTAL-CREDITOS
           MOVE ZEROES TO WS-QTD-MOV-CONTA
           PERFORM POSICIONAR-EXTRATO
           PERFORM SOMAR-MOVIMENTO UNTIL WS-FIM-EXT = "Y"
           COMPUTE WS-SALDO-FECHO = WS-SALDO-ATUAL - WS-SOMA-POSTERIOR
           IF WS-QTD-MOV-CONTA = ZEROES THEN
               IF WS-TEM-ANTES = "S" THEN
                   MOVE WS-SALDO-ANTES TO WS-SALDO-ABERTURA
               ELSE
                   MOVE WS-SALDO-FECHO TO WS-SALDO-ABERTURA
               END-IF
           END-IF
           COMPUTE WS-SALDO-CALCULADO = WS-SALDO-ABERTURA + WS-SOMA-DIA
           IF WS-SALDO-CALCULADO = WS-SALDO-FECHO THEN
               MOVE "OK"         TO WS-SITUACAO
           ELSE
               MOVE "DIVERGENTE" TO WS-SITUACAO
               ADD 1 TO WS-QTD-DIVERGENTES
           END-IF.

       POSICIONAR-EXTRATO.
           MOVE "N" TO WS-FIM-EXT
           MOVE ase-cod-conta TO ext-cod-conta
           MOVE ZEROES        TO ext-sequencia
           START F-EXTRATO KEY IS NOT LESS THAN ext-chave
             INVALID KEY
               MOVE "Y" TO WS-FIM-EXT
           END-START.

       SOMAR-MOVIMENTO.
           READ F-EXTRATO NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-EXT
             NOT AT END
               IF ext-cod-conta NOT = ase-cod-conta THEN
                   MOVE "Y" TO WS-FIM-EXT
               ELSE
                   IF ext-data < WS-DATA-DIA THEN
                       MOVE "S"            TO WS-TEM-ANTES
                       MOVE ext-saldo-novo TO WS-SALDO-ANTES
                   END-IF
                   IF ext-data = WS-DATA-DIA THEN
                       IF WS-QTD-MOV-CONTA = ZEROES THEN
                           MOVE ext-saldo-anterior
                               TO WS-SALDO-ABERTURA
                       END-IF
                       ADD 1 TO WS-QTD-MOV-CONTA
                       ADD ext-valor TO WS-SOMA-DIA
                       IF ext-valor < ZEROES THEN
                           SUBTRACT ext-valor FROM WS-TOTAL-DEBITOS
                       ELSE
                           ADD ext-valor TO WS-TOTAL-CREDITOS
                       END-IF
                   END-IF
                   IF ext-data > WS-DATA-DIA THEN
                       ADD ext-valor TO WS-SOMA-POSTERIOR
                   END-IF
               END-IF
           END-READ.

      ******************************************************************
      * ARQUIVO CNAB 240 - um arquivo por assinatura e dia, com um
      * lote so (a conta) e numero sequencial de arquivo (NSA)
      * mantido na assinatura
      ******************************************************************
       GRAVAR-ARQUIVO-CNAB.
           MOVE SPACES TO WS-NOME-CNAB
           STRING ase-arquivo DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  ase-cod-conta DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DATA-DIA DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-NOME-CNAB
           END-STRING
           OPEN OUTPUT F-CNAB
           IF CNB-OK NOT = "00" THEN
               ADD 1 TO WS-QTD-FALHAS
               MOVE SPACES TO REL-LINHA
               STRING ase-cod-conta "  ERRO AO ABRIR " WS-NOME-CNAB
                      " STATUS " CNB-OK
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           ELSE
               ADD 1 TO ase-nsa
               PERFORM IDENTIFICAR-EMPRESA
               MOVE ZEROES TO WS-QTD-REG-ARQUIVO
               MOVE ZEROES TO WS-NUM-REGISTRO
               PERFORM GRAVAR-HEADER-ARQUIVO
               PERFORM GRAVAR-HEADER-LOTE
               PERFORM POSICIONAR-EXTRATO
               PERFORM GRAVAR-MOVIMENTO UNTIL WS-FIM-EXT = "Y"
               PERFORM GRAVAR-TRAILER-LOTE
               PERFORM GRAVAR-TRAILER-ARQUIVO
               CLOSE F-CNAB
               MOVE WS-DATA-DIA TO ase-ultima-geracao
               REWRITE ASSINATURA-REG
                 INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A ASSINATURA "
                       ase-cod-conta
               END-REWRITE
               ADD 1 TO WS-QTD-GERADOS
               ADD WS-QTD-MOV-CONTA TO WS-QTD-MOVIMENTOS
               PERFORM IMPRIMIR-CONTA
           END-IF.

      * a empresa e identificada pelo CPF do titular e pela conta,
      * que serve de convenio
       IDENTIFICAR-EMPRESA.
           MOVE ZEROES TO WS-TIPO-INSCRICAO
           MOVE ZEROES TO WS-INSCRICAO
           IF WS-TEM-CLIENTES = "S" THEN
               MOVE cod-cliente TO cli-codigo
               READ F-CLIENTES
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 1       TO WS-TIPO-INSCRICAO
                   MOVE cli-cpf TO WS-INSCRICAO
               END-READ
           END-IF
           MOVE SPACES TO WS-CONVENIO
           MOVE ase-cod-conta TO WS-CONVENIO(1:5).

       GRAVAR-HEADER-ARQUIVO.
           MOVE SPACES TO CNB-REGISTRO
           MOVE WS-COD-BANCO      TO cnb-ha-banco
           MOVE ZEROES            TO cnb-ha-lote
           MOVE "0"               TO cnb-ha-tipo-reg
           MOVE WS-TIPO-INSCRICAO TO cnb-ha-tipo-inscricao
           MOVE WS-INSCRICAO      TO cnb-ha-inscricao
           MOVE WS-CONVENIO       TO cnb-ha-convenio
           MOVE cod-agencia       TO cnb-ha-agencia
           MOVE cod-conta         TO cnb-ha-conta
           MOVE nome              TO cnb-ha-nome-empresa
           MOVE WS-NOME-BANCO     TO cnb-ha-nome-banco
           MOVE 2                 TO cnb-ha-remessa-retorno
           MOVE FUNCTION CURRENT-DATE(7:2) TO cnb-ha-data-geracao(1:2)
           MOVE FUNCTION CURRENT-DATE(5:2) TO cnb-ha-data-geracao(3:2)
           MOVE FUNCTION CURRENT-DATE(1:4) TO cnb-ha-data-geracao(5:4)
           MOVE FUNCTION CURRENT-DATE(9:6) TO cnb-ha-hora-geracao
           MOVE ase-nsa           TO cnb-ha-nsa
           MOVE 089               TO cnb-ha-layout
           MOVE ZEROES            TO cnb-ha-densidade
           PERFORM GRAVAR-REGISTRO-CNAB.

       GRAVAR-HEADER-LOTE.
           MOVE SPACES TO CNB-REGISTRO
           MOVE WS-COD-BANCO      TO cnb-hl-banco
           MOVE 1                 TO cnb-hl-lote
           MOVE "1"               TO cnb-hl-tipo-reg
           MOVE "E"               TO cnb-hl-operacao
           MOVE 04                TO cnb-hl-servico
           MOVE 40                TO cnb-hl-forma
           MOVE 033               TO cnb-hl-layout
           MOVE WS-TIPO-INSCRICAO TO cnb-hl-tipo-inscricao
           MOVE WS-INSCRICAO      TO cnb-hl-inscricao
           MOVE WS-CONVENIO       TO cnb-hl-convenio
           MOVE cod-agencia       TO cnb-hl-agencia
           MOVE cod-conta         TO cnb-hl-conta
           MOVE nome              TO cnb-hl-nome-empresa
           MOVE WS-DATA-CNAB      TO cnb-hl-data-saldo
           IF WS-SALDO-ABERTURA < ZEROES THEN
               COMPUTE WS-VALOR-ABS = WS-SALDO-ABERTURA * -1
               MOVE "D" TO cnb-hl-situacao-saldo
           ELSE
               MOVE WS-SALDO-ABERTURA TO WS-VALOR-ABS
               MOVE "C" TO cnb-hl-situacao-saldo
           END-IF
           MOVE WS-VALOR-ABS      TO cnb-hl-valor-saldo
           MOVE "F"               TO cnb-hl-posicao-saldo
           MOVE "BRL"             TO cnb-hl-moeda
           MOVE ase-nsa           TO cnb-hl-seq-extrato
           PERFORM GRAVAR-REGISTRO-CNAB.

       GRAVAR-MOVIMENTO.
           READ F-EXTRATO NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-EXT
             NOT AT END
               IF ext-cod-conta NOT = ase-cod-conta THEN
                   MOVE "Y" TO WS-FIM-EXT
               ELSE
                   IF ext-data = WS-DATA-DIA THEN
                       PERFORM GRAVAR-SEGMENTO-E
                   END-IF
               END-IF
           END-READ.

       GRAVAR-SEGMENTO-E.
           PERFORM MAPEAR-HISTORICO
           ADD 1 TO WS-NUM-REGISTRO
           MOVE SPACES TO CNB-REGISTRO
           MOVE WS-COD-BANCO      TO cnb-d-banco
           MOVE 1                 TO cnb-d-lote
           MOVE "3"               TO cnb-d-tipo-reg
           MOVE WS-NUM-REGISTRO   TO cnb-d-num-registro
           MOVE "E"               TO cnb-d-segmento
           MOVE WS-TIPO-INSCRICAO TO cnb-d-tipo-inscricao
           MOVE WS-INSCRICAO      TO cnb-d-inscricao
           MOVE WS-CONVENIO       TO cnb-d-convenio
           MOVE cod-agencia       TO cnb-d-agencia
           MOVE cod-conta         TO cnb-d-conta
           MOVE nome              TO cnb-d-nome-empresa
           MOVE "DPV"             TO cnb-d-natureza
           MOVE ZEROES            TO cnb-d-tipo-complemento
           MOVE ext-operador      TO cnb-d-complemento
           MOVE "N"               TO cnb-d-isencao-cpmf
           MOVE WS-DATA-CNAB      TO cnb-d-data-contabil
           MOVE WS-DATA-CNAB      TO cnb-d-data-lancamento
           IF ext-valor < ZEROES THEN
               COMPUTE WS-VALOR-ABS = ext-valor * -1
               MOVE "D"              TO cnb-d-deb-cred
               MOVE WS-HIST-CAT-DEB  TO cnb-d-categoria
           ELSE
               MOVE ext-valor        TO WS-VALOR-ABS
               MOVE "C"              TO cnb-d-deb-cred
               MOVE WS-HIST-CAT-CRED TO cnb-d-categoria
           END-IF
           MOVE WS-VALOR-ABS      TO cnb-d-valor
           MOVE WS-HIST-CODIGO    TO cnb-d-cod-historico
           MOVE WS-HIST-DESCRICAO TO cnb-d-historico
           STRING ext-documento ext-sequencia
               DELIMITED BY SIZE INTO cnb-d-documento
           END-STRING
           PERFORM GRAVAR-REGISTRO-CNAB.

      * historico do banco e categoria CNAB do lancamento por ext-tipo
      * (categorias 1xx a debito, 2xx a credito)
       MAPEAR-HISTORICO.
           EVALUATE ext-tipo
             WHEN "D"
               MOVE "0001" TO WS-HIST-CODIGO
               MOVE "DEPOSITO EM DINHEIRO" TO WS-HIST-DESCRICAO
               MOVE 104 TO WS-HIST-CAT-DEB
               MOVE 201 TO WS-HIST-CAT-CRED
             WHEN "K"
               MOVE "0002" TO WS-HIST-CODIGO
               MOVE "DEPOSITO EM CHEQUE" TO WS-HIST-DESCRICAO
               MOVE 104 TO WS-HIST-CAT-DEB
               MOVE 201 TO WS-HIST-CAT-CRED
             WHEN "S"
               MOVE "0010" TO WS-HIST-CODIGO
               MOVE "SAQUE" TO WS-HIST-DESCRICAO
               MOVE 114 TO WS-HIST-CAT-DEB
               MOVE 205 TO WS-HIST-CAT-CRED
             WHEN "T"
               MOVE "0020" TO WS-HIST-CODIGO
               MOVE "TRANSF ENTRE CONTAS" TO WS-HIST-DESCRICAO
               MOVE 117 TO WS-HIST-CAT-DEB
               MOVE 213 TO WS-HIST-CAT-CRED
             WHEN "C"
               MOVE "0030" TO WS-HIST-CODIGO
               MOVE "AJUSTE DE SALDO" TO WS-HIST-DESCRICAO
               MOVE 104 TO WS-HIST-CAT-DEB
               MOVE 205 TO WS-HIST-CAT-CRED
             WHEN "F"
               MOVE "0040" TO WS-HIST-CODIGO
               MOVE "TARIFA MENSAL" TO WS-HIST-DESCRICAO
               MOVE 105 TO WS-HIST-CAT-DEB
               MOVE 205 TO WS-HIST-CAT-CRED
             WHEN "J"
               MOVE "0050" TO WS-HIST-CODIGO
               MOVE "JUROS CREDOR" TO WS-HIST-DESCRICAO
               MOVE 102 TO WS-HIST-CAT-DEB
               MOVE 205 TO WS-HIST-CAT-CRED
             WHEN "I"
               MOVE "0051" TO WS-HIST-CODIGO
               MOVE "IR RETIDO NA FONTE" TO WS-HIST-DESCRICAO
               MOVE 111 TO WS-HIST-CAT-DEB
               MOVE 205 TO WS-HIST-CAT-CRED
             WHEN "E"
               MOVE "0060" TO WS-HIST-CODIGO
               MOVE "ESTORNO" TO WS-HIST-DESCRICAO
               MOVE 103 TO WS-HIST-CAT-DEB
               MOVE 204 TO WS-HIST-CAT-CRED
             WHEN "Q"
               MOVE "0070" TO WS-HIST-CODIGO
               MOVE "CHEQUE COMPENSADO" TO WS-HIST-DESCRICAO
               MOVE 101 TO WS-HIST-CAT-DEB
               MOVE 203 TO WS-HIST-CAT-CRED
             WHEN "V"
               MOVE "0071" TO WS-HIST-CODIGO
               MOVE "CHEQUE DEPOSIT DEVOLVIDO" TO WS-HIST-DESCRICAO
               MOVE 119 TO WS-HIST-CAT-DEB
               MOVE 203 TO WS-HIST-CAT-CRED
             WHEN "L"
               MOVE "0080" TO WS-HIST-CODIGO
               MOVE "CREDITO DE EMPRESTIMO" TO WS-HIST-DESCRICAO
               MOVE 107 TO WS-HIST-CAT-DEB
               MOVE 207 TO WS-HIST-CAT-CRED
             WHEN "P"
               MOVE "0081" TO WS-HIST-CODIGO
               MOVE "PARCELA DE EMPRESTIMO" TO WS-HIST-DESCRICAO
               MOVE 107 TO WS-HIST-CAT-DEB
               MOVE 207 TO WS-HIST-CAT-CRED
             WHEN "A"
               MOVE "0090" TO WS-HIST-CODIGO
               MOVE "APLICACAO A PRAZO" TO WS-HIST-DESCRICAO
               MOVE 106 TO WS-HIST-CAT-DEB
               MOVE 206 TO WS-HIST-CAT-CRED
             WHEN "R"
               MOVE "0091" TO WS-HIST-CODIGO
               MOVE "RESGATE DE APLICACAO" TO WS-HIST-DESCRICAO
               MOVE 106 TO WS-HIST-CAT-DEB
               MOVE 206 TO WS-HIST-CAT-CRED
             WHEN "B"
               MOVE "0100" TO WS-HIST-CODIGO
               MOVE "DEBITO AUTOMATICO" TO WS-HIST-DESCRICAO
               MOVE 104 TO WS-HIST-CAT-DEB
               MOVE 205 TO WS-HIST-CAT-CRED
             WHEN OTHER
               MOVE "0999" TO WS-HIST-CODIGO
               MOVE "OUTROS LANCAMENTOS" TO WS-HIST-DESCRICAO
               MOVE 104 TO WS-HIST-CAT-DEB
               MOVE 205 TO WS-HIST-CAT-CRED
           END-EVALUATE.

      * o trailer de lote leva o saldo de fechamento da conta; a
      * quantidade conta header, detalhes e trailer do lote
       GRAVAR-TRAILER-LOTE.
           MOVE SPACES TO CNB-REGISTRO
           MOVE WS-COD-BANCO      TO cnb-tl-banco
           MOVE 1                 TO cnb-tl-lote
           MOVE "5"               TO cnb-tl-tipo-reg
           MOVE WS-TIPO-INSCRICAO TO cnb-tl-tipo-inscricao
           MOVE WS-INSCRICAO      TO cnb-tl-inscricao
           MOVE WS-CONVENIO       TO cnb-tl-convenio
           MOVE cod-agencia       TO cnb-tl-agencia
           MOVE cod-conta         TO cnb-tl-conta
           MOVE ZEROES            TO cnb-tl-bloqueado-acima
           MOVE ZEROES            TO cnb-tl-limite
           MOVE ZEROES            TO cnb-tl-bloqueado-ate
           MOVE WS-DATA-CNAB      TO cnb-tl-data-saldo
           IF WS-SALDO-FECHO < ZEROES THEN
               COMPUTE WS-VALOR-ABS = WS-SALDO-FECHO * -1
               MOVE "D" TO cnb-tl-situacao-saldo
           ELSE
               MOVE WS-SALDO-FECHO TO WS-VALOR-ABS
               MOVE "C" TO cnb-tl-situacao-saldo
           END-IF
           MOVE WS-VALOR-ABS      TO cnb-tl-valor-saldo
           MOVE "F"               TO cnb-tl-posicao-saldo
           COMPUTE cnb-tl-qtd-registros = WS-NUM-REGISTRO + 2
           MOVE WS-TOTAL-DEBITOS  TO cnb-tl-total-debitos
           MOVE WS-TOTAL-CREDITOS TO cnb-tl-total-creditos
           PERFORM GRAVAR-REGISTRO-CNAB.

       GRAVAR-TRAILER-ARQUIVO.
           MOVE SPACES TO CNB-REGISTRO
           MOVE WS-COD-BANCO      TO cnb-ta-banco
           MOVE 9999              TO cnb-ta-lote
           MOVE "9"               TO cnb-ta-tipo-reg
           MOVE 1                 TO cnb-ta-qtd-lotes
           COMPUTE cnb-ta-qtd-registros = WS-QTD-REG-ARQUIVO + 1
           MOVE 1                 TO cnb-ta-qtd-contas
           PERFORM GRAVAR-REGISTRO-CNAB.

       GRAVAR-REGISTRO-CNAB.
           WRITE CNB-REGISTRO
           ADD 1 TO WS-QTD-REG-ARQUIVO.

       IMPRIMIR-CONTA.
           MOVE WS-SALDO-ABERTURA TO WS-VALOR-EDIT
           MOVE WS-TOTAL-DEBITOS  TO WS-VALOR-EDIT2
           MOVE WS-TOTAL-CREDITOS TO WS-VALOR-EDIT3
           MOVE WS-SALDO-FECHO    TO WS-VALOR-EDIT4
           MOVE SPACES TO REL-LINHA
           STRING ase-cod-conta " " cod-agencia " "
                  WS-QTD-MOV-CONTA " "
                  WS-VALOR-EDIT " " WS-VALOR-EDIT2 " "
                  WS-VALOR-EDIT3 " " WS-VALOR-EDIT4 "  "
                  WS-SITUACAO " " WS-NOME-CNAB
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           IF WS-SITUACAO NOT = "OK" THEN
               MOVE WS-SALDO-CALCULADO TO WS-VALOR-EDIT
               MOVE SPACES TO REL-LINHA
               STRING "      ABERTURA + MOVIMENTOS = " WS-VALOR-EDIT
                      "  SALDO DE FECHAMENTO = " WS-VALOR-EDIT4
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           END-IF.

       ESCREVER-LINHA.
           WRITE REL-LINHA
           DISPLAY REL-LINHA.

       END PROGRAM EXTRATO-ELETRONICO.
