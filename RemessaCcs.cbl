      ******************************************************************
      * Author: Grupo os BATUTINHAS
      * Purpose: Daily regulatory feed to the central bank customer
      *          relationship register (CCS). For the business date in
      *          DIA-CONTABIL.txt (or a date keyed by the operator) it
      *          writes the fixed-layout file CCS-REMESSA-AAAAMMDD.txt:
      *          header with the date, one detail per start or end of a
      *          relationship between a CPF and an account, identified
      *          by cli-cpf, agencia and conta, and a trailer with the
      *          counts of starts, ends and details. Starts are the
      *          openings (data-abertura of F-DATA.txt or of
      *          CONTAS-ENCERRADAS.txt) and the holders included later
      *          (V in HISTORICO.txt); ends are the holders removed (X
      *          in HISTORICO.txt), the legacy account deletions (E in
      *          HISTORICO.txt for accounts not in
      *          CONTAS-ENCERRADAS.txt) and the closures
      *          (enc-data-encerramento), which end the primeiro
      *          titular and every holder still in TITULARES.txt. Every
      *          event reported is kept in the sent-control file
      *          CCS-ENVIADOS.txt under the date of the remessa, so the
      *          same event is never reported twice; events missed on
      *          earlier days since the first remessa are picked up by
      *          the next one, and events whose client has no CPF are
      *          listed in REMESSA-CCS.txt and held back until the CPF
      *          is filled in. Every remessa also leaves a marker in
      *          CCS-ENVIADOS.txt, even when it has no events, so
      *          running it again for a date already sent regenerates
      *          the file from CCS-ENVIADOS.txt exactly as it was sent.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REMESSA-CCS.
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
       SELECT F-HISTORICO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS hist-chave
           FILE STATUS   HIST-OK.
       SELECT F-CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS cli-codigo
           ALTERNATE RECORD KEY cli-cpf
           FILE STATUS   CLI-OK.
       SELECT F-TITULARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS tit-chave
           FILE STATUS   TIT-OK.
       SELECT F-ENVIADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ccs-chave
           ALTERNATE RECORD KEY ccs-evento
           FILE STATUS   CCS-OK.
       SELECT F-DIACONTABIL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   DIA-OK.
       SELECT F-REMESSA ASSIGN TO DYNAMIC WS-NOME-REMESSA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   REM-OK.
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

       FD  F-HISTORICO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTORICO.txt".
       01  HISTORICO-REG.
           02 hist-chave.
               03 hist-cod-conta     PIC 9(5).
               03 hist-sequencia     PIC 9(6).
           02 hist-data              PIC 9(8).
           02 hist-hora              PIC 9(6).
           02 hist-operacao          PIC X(1).
           02 hist-cod-agencia       PIC 9(5).
           02 hist-nome              PIC AAAAAAAAAA.
           02 hist-saldo             PIC $---.---.---.--9,99.
           02 hist-cod-cliente       PIC 9(5).
           02 hist-papel             PIC X(1).

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

      * controle do que ja foi enviado: uma linha por evento, sob a
      * data da remessa em que saiu; ccs-evento identifica o evento
      * na origem e impede que ele saia de novo. Toda remessa gerada
      * grava tambem a marca de sequencia 000000 e tipo R, mesmo sem
      * nenhum evento, que nao sai no arquivo
       FD  F-ENVIADOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CCS-ENVIADOS.txt".
       01  ENVIADO-REG.
           02 ccs-chave.
               03 ccs-data-remessa   PIC 9(8).
               03 ccs-sequencia      PIC 9(6).
           02 ccs-evento.
               03 ccs-ev-tipo        PIC X(1).
               03 ccs-ev-origem      PIC X(1).
               03 ccs-ev-conta       PIC 9(5).
               03 ccs-ev-cliente     PIC 9(5).
               03 ccs-ev-papel       PIC X(1).
               03 ccs-ev-data        PIC 9(8).
               03 ccs-ev-seq-hist    PIC 9(6).
           02 ccs-cpf                PIC 9(11).
           02 ccs-agencia            PIC 9(5).
           02 ccs-data-geracao       PIC 9(8).

       FD  F-DIACONTABIL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIA-CONTABIL.txt".
       01  DIA-REG.
           02 dia-data   PIC 9(8).
           02 dia-status PIC X(1).

       FD  F-REMESSA LABEL RECORD STANDARD.
       01  REM-REGISTRO              PIC X(60).
       01  REM-HEADER REDEFINES REM-REGISTRO.
           02 rem-h-tipo-reg         PIC X(1).
           02 rem-h-data             PIC 9(8).
           02 rem-h-sistema          PIC X(3).
           02 rem-h-filler           PIC X(48).
       01  REM-DETALHE REDEFINES REM-REGISTRO.
           02 rem-d-tipo-reg         PIC X(1).
           02 rem-d-sequencia        PIC 9(6).
           02 rem-d-evento           PIC X(1).
           02 rem-d-data-evento      PIC 9(8).
           02 rem-d-cpf              PIC 9(11).
           02 rem-d-agencia          PIC 9(5).
           02 rem-d-conta            PIC 9(5).
           02 rem-d-papel            PIC X(1).
           02 rem-d-origem           PIC X(1).
           02 rem-d-filler           PIC X(21).
       01  REM-TRAILER REDEFINES REM-REGISTRO.
           02 rem-t-tipo-reg         PIC X(1).
           02 rem-t-qtd-inicios      PIC 9(7).
           02 rem-t-qtd-fins         PIC 9(7).
           02 rem-t-qtd-detalhes     PIC 9(7).
           02 rem-t-filler           PIC X(38).

       FD  F-RELATORIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "REMESSA-CCS.txt".
       01  REL-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 ARQ-OK            PIC X(02) VALUE ZEROES.
       77 ENC-OK            PIC X(02) VALUE ZEROES.
       77 HIST-OK           PIC X(02) VALUE ZEROES.
       77 CLI-OK            PIC X(02) VALUE ZEROES.
       77 TIT-OK            PIC X(02) VALUE ZEROES.
       77 CCS-OK            PIC X(02) VALUE ZEROES.
       77 DIA-OK            PIC X(02) VALUE ZEROES.
       77 REM-OK            PIC X(02) VALUE ZEROES.
       77 REL-OK            PIC X(02) VALUE ZEROES.
       77 WS-EOF            PIC X(01) VALUE "N".
       77 WS-FIM-TIT        PIC X(01) VALUE "N".
       77 WS-TEM-ENCERRADAS PIC X(01) VALUE "N".
       77 WS-TEM-HISTORICO  PIC X(01) VALUE "N".
       77 WS-TEM-TITULARES  PIC X(01) VALUE "N".
       77 WS-REGERAR        PIC X(01) VALUE "N".
       77 WS-ENCERRADA      PIC X(01) VALUE "N".
       77 WS-DATA-DIA       PIC 9(08) VALUE ZEROES.
       77 WS-DATA-CONTABIL  PIC 9(08) VALUE ZEROES.
       77 WS-DATA-INICIO    PIC 9(08) VALUE ZEROES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROES.
       77 WS-NOME-REMESSA   PIC X(40) VALUE SPACES.
       77 WS-SEQUENCIA      PIC 9(06) VALUE ZEROES.
       77 WS-CONTA-ENC      PIC 9(05) VALUE ZEROES.
       77 WS-CLIENTE-ENC    PIC 9(05) VALUE ZEROES.
       77 WS-PENDENTE       PIC X(01) VALUE "N".
       77 WS-QTD-INICIOS    PIC 9(07) VALUE 0.
       77 WS-QTD-FINS       PIC 9(07) VALUE 0.
       77 WS-QTD-DETALHES   PIC 9(07) VALUE 0.
       77 WS-QTD-NOVOS      PIC 9(07) VALUE 0.
       77 WS-QTD-JA-ENVIADOS PIC 9(07) VALUE 0.
       77 WS-QTD-PENDENTES  PIC 9(07) VALUE 0.
       77 WS-DATA-EDIT      PIC X(10) VALUE SPACES.

      * evento montado a partir da origem antes de ir ao controle
       01 WS-EVENTO.
           02 WS-EV-TIPO        PIC X(01).
           02 WS-EV-ORIGEM      PIC X(01).
           02 WS-EV-CONTA       PIC 9(05).
           02 WS-EV-CLIENTE     PIC 9(05).
           02 WS-EV-PAPEL       PIC X(01).
           02 WS-EV-DATA        PIC 9(08).
           02 WS-EV-SEQ-HIST    PIC 9(06).
       01 WS-EV-AGENCIA         PIC 9(05) VALUE ZEROES.

       01 WS-LINHA-EVENTO.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-LIN-SEQUENCIA  PIC ZZZZZ9.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-LIN-EVENTO     PIC X(06).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-LIN-DATA       PIC X(10).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-LIN-CPF        PIC 9(11).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-LIN-AGENCIA    PIC 9(05).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-LIN-CONTA      PIC 9(05).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-LIN-PAPEL      PIC X(01).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-LIN-ORIGEM     PIC X(12).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-LIN-CLIENTE    PIC 9(05).
           02 FILLER            PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INICIO.
           DISPLAY "REMESSA DIARIA AO CCS"
           DISPLAY "====================="
           PERFORM LER-DIA-CONTABIL
           DISPLAY "DATA DA REMESSA (AAAAMMDD, 0=DATA CONTABIL): "
           ACCEPT WS-DATA-DIA
           IF WS-DATA-DIA = ZEROES THEN
               MOVE WS-DATA-CONTABIL TO WS-DATA-DIA
           END-IF
           IF WS-DATA-DIA = ZEROES THEN
               DISPLAY "SEM DATA DE REMESSA - REMESSA ABORTADA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE SPACES TO WS-NOME-REMESSA
           STRING "CCS-REMESSA-" WS-DATA-DIA ".txt"
               DELIMITED BY SIZE INTO WS-NOME-REMESSA
           END-STRING
           PERFORM ABRE-ARQUIVOS
           PERFORM VERIFICAR-REMESSA-ENVIADA
           IF WS-REGERAR = "S" THEN
               DISPLAY "REMESSA DE " WS-DATA-DIA " JA ENVIADA -"
                   " REGERANDO A PARTIR DE CCS-ENVIADOS.txt"
               MOVE "REMESSA REGERADA DO CONTROLE DE ENVIADOS"
                   TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               DISPLAY "GERANDO REMESSA DE " WS-DATA-DIA
                   " (EVENTOS DESDE " WS-DATA-INICIO ")"
               PERFORM GRAVAR-MARCA-REMESSA
               PERFORM COLETAR-EVENTOS
           END-IF
           PERFORM GRAVAR-REMESSA
           PERFORM GRAVAR-TOTAIS
           PERFORM FECHAR-ARQUIVOS
           DISPLAY "====================="
           DISPLAY "INICIOS DE RELACIONAMENTO: " WS-QTD-INICIOS
           DISPLAY "FINS DE RELACIONAMENTO...: " WS-QTD-FINS
           DISPLAY "DETALHES NA REMESSA......: " WS-QTD-DETALHES
           DISPLAY "PENDENTES SEM CPF........: " WS-QTD-PENDENTES
           DISPLAY "REMESSA GRAVADA EM " WS-NOME-REMESSA
           DISPLAY "RELATORIO GRAVADO EM REMESSA-CCS.txt"
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
           OPEN INPUT F-CADASTRO
           IF ARQ-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR F-DATA.txt. STATUS: " ARQ-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F-CLIENTES
           IF CLI-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR CLIENTES.txt. STATUS: " CLI-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F-ENCERRADAS
           IF ENC-OK = "00" THEN
               MOVE "S" TO WS-TEM-ENCERRADAS
           END-IF
           OPEN INPUT F-HISTORICO
           IF HIST-OK = "00" THEN
               MOVE "S" TO WS-TEM-HISTORICO
           END-IF
           OPEN INPUT F-TITULARES
           IF TIT-OK = "00" THEN
               MOVE "S" TO WS-TEM-TITULARES
           END-IF
           OPEN I-O F-ENVIADOS
           IF CCS-OK = "35" THEN
               OPEN OUTPUT F-ENVIADOS
               CLOSE F-ENVIADOS
               OPEN I-O F-ENVIADOS
           END-IF
           IF CCS-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR CCS-ENVIADOS.txt. STATUS: " CCS-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F-REMESSA
           IF REM-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR " WS-NOME-REMESSA
                   " STATUS: " REM-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F-RELATORIO
           IF REL-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR REMESSA-CCS.txt. STATUS: " REL-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REL-LINHA
           STRING "REMESSA AO CCS DE " WS-DATA-DIA
                  " - ARQUIVO " WS-NOME-REMESSA
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA.

      * ja ha a marca (ou, nas remessas anteriores a ela, linhas) no
      * controle sob esta data: a remessa sai de novo igual; senao os
      * eventos sao coletados desde a data da primeira remessa, que e
      * a primeira marca do controle (ou so os do dia, na primeira)
       VERIFICAR-REMESSA-ENVIADA.
           MOVE "N" TO WS-REGERAR
           MOVE WS-DATA-DIA TO WS-DATA-INICIO
           MOVE WS-DATA-DIA TO ccs-data-remessa
           MOVE ZEROES TO ccs-sequencia
           READ F-ENVIADOS KEY IS ccs-chave
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "S" TO WS-REGERAR
           END-READ
           IF WS-REGERAR = "N" THEN
               MOVE WS-DATA-DIA TO ccs-data-remessa
               MOVE ZEROES TO ccs-sequencia
               START F-ENVIADOS KEY IS NOT LESS THAN ccs-chave
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   READ F-ENVIADOS NEXT RECORD
                     AT END
                       CONTINUE
                     NOT AT END
                       IF ccs-data-remessa = WS-DATA-DIA THEN
                           MOVE "S" TO WS-REGERAR
                       END-IF
                   END-READ
               END-START
           END-IF
           IF WS-REGERAR = "N" THEN
               MOVE ZEROES TO ccs-data-remessa ccs-sequencia
               START F-ENVIADOS KEY IS NOT LESS THAN ccs-chave
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   READ F-ENVIADOS NEXT RECORD
                     AT END
                       CONTINUE
                     NOT AT END
                       IF ccs-data-remessa < WS-DATA-INICIO THEN
                           MOVE ccs-data-remessa TO WS-DATA-INICIO
                       END-IF
                   END-READ
               END-START
           END-IF.

      * a marca fica no controle mesmo que a remessa saia sem eventos;
      * ccs-ev-data com a data da remessa mantem ccs-evento unico
       GRAVAR-MARCA-REMESSA.
           MOVE WS-DATA-DIA   TO ccs-data-remessa
           MOVE ZEROES        TO ccs-sequencia
           MOVE "R"           TO ccs-ev-tipo
           MOVE SPACES        TO ccs-ev-origem
           MOVE ZEROES        TO ccs-ev-conta ccs-ev-cliente
           MOVE SPACES        TO ccs-ev-papel
           MOVE WS-DATA-DIA   TO ccs-ev-data
           MOVE ZEROES        TO ccs-ev-seq-hist
           MOVE ZEROES        TO ccs-cpf ccs-agencia
           MOVE WS-DATA-HOJE  TO ccs-data-geracao
           WRITE ENVIADO-REG
             INVALID KEY
               DISPLAY "ERRO AO GRAVAR A MARCA EM CCS-ENVIADOS.txt."
                   " STATUS: " CCS-OK
               MOVE 8 TO RETURN-CODE
           END-WRITE.

      ******************************************************************
      * coleta dos eventos novos, na ordem: aberturas, movimentos do
      * historico e encerramentos
      ******************************************************************
       COLETAR-EVENTOS.
           MOVE ZEROES TO WS-SEQUENCIA
           MOVE "N" TO WS-EOF
           PERFORM LER-ABERTURA UNTIL WS-EOF = "Y"
           IF WS-TEM-ENCERRADAS = "S" THEN
               MOVE "N" TO WS-EOF
               PERFORM LER-ABERTURA-ENCERRADA UNTIL WS-EOF = "Y"
           END-IF
           IF WS-TEM-HISTORICO = "S" THEN
               MOVE "N" TO WS-EOF
               PERFORM LER-HISTORICO UNTIL WS-EOF = "Y"
           END-IF
           IF WS-TEM-ENCERRADAS = "S" THEN
               MOVE ZEROES TO enc-cod-conta
               START F-ENCERRADAS KEY IS NOT LESS THAN enc-cod-conta
                 INVALID KEY
                   MOVE "Y" TO WS-EOF
                 NOT INVALID KEY
                   MOVE "N" TO WS-EOF
               END-START
               PERFORM LER-ENCERRAMENTO UNTIL WS-EOF = "Y"
           END-IF.

       LER-ABERTURA.
           READ F-CADASTRO NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF data-abertura NOT < WS-DATA-INICIO
                  AND data-abertura NOT > WS-DATA-DIA THEN
                   MOVE "I"           TO WS-EV-TIPO
                   MOVE "A"           TO WS-EV-ORIGEM
                   MOVE cod-conta     TO WS-EV-CONTA
                   MOVE cod-cliente   TO WS-EV-CLIENTE
                   MOVE "1"           TO WS-EV-PAPEL
                   MOVE data-abertura TO WS-EV-DATA
                   MOVE ZEROES        TO WS-EV-SEQ-HIST
                   MOVE cod-agencia   TO WS-EV-AGENCIA
                   PERFORM REGISTRAR-EVENTO
               END-IF
           END-READ.

      * conta aberta e encerrada antes de a abertura ser enviada
       LER-ABERTURA-ENCERRADA.
           READ F-ENCERRADAS NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF enc-data-abertura NOT < WS-DATA-INICIO
                  AND enc-data-abertura NOT > WS-DATA-DIA THEN
                   MOVE "I"               TO WS-EV-TIPO
                   MOVE "A"               TO WS-EV-ORIGEM
                   MOVE enc-cod-conta     TO WS-EV-CONTA
                   MOVE enc-cod-cliente   TO WS-EV-CLIENTE
                   MOVE "1"               TO WS-EV-PAPEL
                   MOVE enc-data-abertura TO WS-EV-DATA
                   MOVE ZEROES            TO WS-EV-SEQ-HIST
                   MOVE enc-cod-agencia   TO WS-EV-AGENCIA
                   PERFORM REGISTRAR-EVENTO
               END-IF
           END-READ.

      * V e X sao inclusao e exclusao de titular/procurador; E de
      * conta fora de CONTAS-ENCERRADAS e exclusao antiga, sem
      * encerramento, que encerra o vinculo do primeiro titular
       LER-HISTORICO.
           READ F-HISTORICO NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF hist-data NOT < WS-DATA-INICIO
                  AND hist-data NOT > WS-DATA-DIA
                  AND hist-cod-cliente NOT = ZEROES THEN
                   PERFORM AVALIAR-HISTORICO
               END-IF
           END-READ.

       AVALIAR-HISTORICO.
           MOVE "H"              TO WS-EV-ORIGEM
           MOVE hist-cod-conta   TO WS-EV-CONTA
           MOVE hist-cod-cliente TO WS-EV-CLIENTE
           MOVE hist-papel       TO WS-EV-PAPEL
           MOVE hist-data        TO WS-EV-DATA
           MOVE hist-sequencia   TO WS-EV-SEQ-HIST
           MOVE hist-cod-agencia TO WS-EV-AGENCIA
           EVALUATE hist-operacao
             WHEN "V"
               MOVE "I" TO WS-EV-TIPO
               PERFORM REGISTRAR-EVENTO
             WHEN "X"
               MOVE "F" TO WS-EV-TIPO
               PERFORM REGISTRAR-EVENTO
             WHEN "E"
               PERFORM VERIFICAR-ENCERRADA
               IF WS-ENCERRADA = "N" THEN
                   MOVE "F" TO WS-EV-TIPO
                   PERFORM REGISTRAR-EVENTO
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       VERIFICAR-ENCERRADA.
           MOVE "N" TO WS-ENCERRADA
           IF WS-TEM-ENCERRADAS = "S" THEN
               MOVE hist-cod-conta TO enc-cod-conta
               READ F-ENCERRADAS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "S" TO WS-ENCERRADA
               END-READ
           END-IF.

      * o encerramento termina o vinculo do primeiro titular e dos
      * demais titulares e procuradores ainda em TITULARES.txt
       LER-ENCERRAMENTO.
           READ F-ENCERRADAS NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF enc-data-encerramento NOT < WS-DATA-INICIO
                  AND enc-data-encerramento NOT > WS-DATA-DIA THEN
                   MOVE "F"                   TO WS-EV-TIPO
                   MOVE "E"                   TO WS-EV-ORIGEM
                   MOVE enc-cod-conta         TO WS-EV-CONTA
                   MOVE enc-cod-cliente       TO WS-EV-CLIENTE
                   MOVE "1"                   TO WS-EV-PAPEL
                   MOVE enc-data-encerramento TO WS-EV-DATA
                   MOVE ZEROES                TO WS-EV-SEQ-HIST
                   MOVE enc-cod-agencia       TO WS-EV-AGENCIA
                   PERFORM REGISTRAR-EVENTO
                   IF WS-TEM-TITULARES = "S" THEN
                       PERFORM ENCERRAR-TITULARES
                   END-IF
               END-IF
           END-READ.

       ENCERRAR-TITULARES.
           MOVE enc-cod-conta   TO WS-CONTA-ENC
           MOVE enc-cod-cliente TO WS-CLIENTE-ENC
           MOVE enc-cod-conta   TO tit-cod-conta
           MOVE ZEROES          TO tit-cod-cliente
           MOVE "N" TO WS-FIM-TIT
           START F-TITULARES KEY IS NOT LESS THAN tit-chave
             INVALID KEY
               MOVE "Y" TO WS-FIM-TIT
           END-START
           PERFORM LER-TITULAR-ENCERRADO UNTIL WS-FIM-TIT = "Y".

       LER-TITULAR-ENCERRADO.
           READ F-TITULARES NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-TIT
             NOT AT END
               IF tit-cod-conta NOT = WS-CONTA-ENC THEN
                   MOVE "Y" TO WS-FIM-TIT
               ELSE
                   IF tit-cod-cliente NOT = WS-CLIENTE-ENC THEN
                       MOVE tit-cod-cliente TO WS-EV-CLIENTE
                       MOVE tit-papel       TO WS-EV-PAPEL
                       PERFORM REGISTRAR-EVENTO
                   END-IF
               END-IF
           END-READ.

      * evento ja no controle e ignorado; sem CPF fica pendente e volta
      * a ser tentado na proxima remessa
       REGISTRAR-EVENTO.
           MOVE WS-EVENTO TO ccs-evento
           READ F-ENVIADOS KEY IS ccs-evento
             INVALID KEY
               PERFORM GRAVAR-EVENTO-NOVO
             NOT INVALID KEY
               ADD 1 TO WS-QTD-JA-ENVIADOS
           END-READ.

       GRAVAR-EVENTO-NOVO.
           MOVE "N" TO WS-PENDENTE
           MOVE WS-EV-CLIENTE TO cli-codigo
           READ F-CLIENTES
             INVALID KEY
               MOVE "S" TO WS-PENDENTE
             NOT INVALID KEY
               IF cli-cpf = ZEROES THEN
                   MOVE "S" TO WS-PENDENTE
               END-IF
           END-READ
           IF WS-PENDENTE = "S" THEN
               PERFORM LISTAR-PENDENTE
           ELSE
               ADD 1 TO WS-SEQUENCIA
               MOVE WS-DATA-DIA   TO ccs-data-remessa
               MOVE WS-SEQUENCIA  TO ccs-sequencia
               MOVE WS-EVENTO     TO ccs-evento
               MOVE cli-cpf       TO ccs-cpf
               MOVE WS-EV-AGENCIA TO ccs-agencia
               MOVE WS-DATA-HOJE  TO ccs-data-geracao
               WRITE ENVIADO-REG
                 INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CCS-ENVIADOS.txt. CONTA "
                       WS-EV-CONTA " STATUS: " CCS-OK
                   MOVE 8 TO RETURN-CODE
                 NOT INVALID KEY
                   ADD 1 TO WS-QTD-NOVOS
               END-WRITE
           END-IF.

       LISTAR-PENDENTE.
           ADD 1 TO WS-QTD-PENDENTES
           MOVE SPACES TO REL-LINHA
           STRING "PENDENTE SEM CPF: EVENTO " WS-EV-TIPO
                  " CONTA " WS-EV-CONTA
                  " CLIENTE " WS-EV-CLIENTE
                  " PAPEL " WS-EV-PAPEL
                  " DATA " WS-EV-DATA
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

      ******************************************************************
      * o arquivo sai sempre do controle, na ordem em que os eventos
      * foram registrados, para a regeracao ser identica ao envio
      ******************************************************************
       GRAVAR-REMESSA.
           MOVE SPACES TO REM-REGISTRO
           MOVE "H"         TO rem-h-tipo-reg
           MOVE WS-DATA-DIA TO rem-h-data
           MOVE "CCS"       TO rem-h-sistema
           WRITE REM-REGISTRO
           MOVE SPACES TO REL-LINHA
           STRING "     SEQ  EVENTO DATA        CPF          AGENC  "
                  "CONTA  P  ORIGEM        CLIENTE"
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE WS-DATA-DIA TO ccs-data-remessa
           MOVE ZEROES TO ccs-sequencia
           MOVE "N" TO WS-EOF
           START F-ENVIADOS KEY IS NOT LESS THAN ccs-chave
             INVALID KEY
               MOVE "Y" TO WS-EOF
           END-START
           PERFORM LER-ENVIADO UNTIL WS-EOF = "Y"
           MOVE SPACES TO REM-REGISTRO
           MOVE "T"             TO rem-t-tipo-reg
           MOVE WS-QTD-INICIOS  TO rem-t-qtd-inicios
           MOVE WS-QTD-FINS     TO rem-t-qtd-fins
           MOVE WS-QTD-DETALHES TO rem-t-qtd-detalhes
           WRITE REM-REGISTRO.

       LER-ENVIADO.
           READ F-ENVIADOS NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF ccs-data-remessa NOT = WS-DATA-DIA THEN
                   MOVE "Y" TO WS-EOF
               ELSE
                   IF ccs-ev-tipo NOT = "R" THEN
                       PERFORM GRAVAR-DETALHE
                   END-IF
               END-IF
           END-READ.

       GRAVAR-DETALHE.
           MOVE SPACES TO REM-REGISTRO
           MOVE "D"             TO rem-d-tipo-reg
           MOVE ccs-sequencia   TO rem-d-sequencia
           MOVE ccs-ev-tipo     TO rem-d-evento
           MOVE ccs-ev-data     TO rem-d-data-evento
           MOVE ccs-cpf         TO rem-d-cpf
           MOVE ccs-agencia     TO rem-d-agencia
           MOVE ccs-ev-conta    TO rem-d-conta
           MOVE ccs-ev-papel    TO rem-d-papel
           MOVE ccs-ev-origem   TO rem-d-origem
           WRITE REM-REGISTRO
           ADD 1 TO WS-QTD-DETALHES
           IF ccs-ev-tipo = "I" THEN
               ADD 1 TO WS-QTD-INICIOS
               MOVE "INICIO" TO WS-LIN-EVENTO
           ELSE
               ADD 1 TO WS-QTD-FINS
               MOVE "FIM"    TO WS-LIN-EVENTO
           END-IF
           EVALUATE ccs-ev-origem
             WHEN "A" MOVE "ABERTURA"     TO WS-LIN-ORIGEM
             WHEN "H" MOVE "HISTORICO"    TO WS-LIN-ORIGEM
             WHEN "E" MOVE "ENCERRAMENTO" TO WS-LIN-ORIGEM
             WHEN OTHER MOVE SPACES       TO WS-LIN-ORIGEM
           END-EVALUATE
           STRING ccs-ev-data(7:2) "/" ccs-ev-data(5:2) "/"
                  ccs-ev-data(1:4)
               DELIMITED BY SIZE INTO WS-DATA-EDIT
           END-STRING
           MOVE ccs-sequencia  TO WS-LIN-SEQUENCIA
           MOVE WS-DATA-EDIT   TO WS-LIN-DATA
           MOVE ccs-cpf        TO WS-LIN-CPF
           MOVE ccs-agencia    TO WS-LIN-AGENCIA
           MOVE ccs-ev-conta   TO WS-LIN-CONTA
           MOVE ccs-ev-papel   TO WS-LIN-PAPEL
           MOVE ccs-ev-cliente TO WS-LIN-CLIENTE
           MOVE WS-LINHA-EVENTO TO REL-LINHA
           WRITE REL-LINHA.

       GRAVAR-TOTAIS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "INICIOS: " WS-QTD-INICIOS
                  "  FINS: " WS-QTD-FINS
                  "  DETALHES: " WS-QTD-DETALHES
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           IF WS-REGERAR = "N" THEN
               MOVE SPACES TO REL-LINHA
               STRING "EVENTOS NOVOS: " WS-QTD-NOVOS
                      "  JA ENVIADOS ANTES: " WS-QTD-JA-ENVIADOS
                      "  PENDENTES SEM CPF: " WS-QTD-PENDENTES
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.

       FECHAR-ARQUIVOS.
           CLOSE F-CADASTRO
           CLOSE F-CLIENTES
           IF WS-TEM-ENCERRADAS = "S" THEN
               CLOSE F-ENCERRADAS
           END-IF
           IF WS-TEM-HISTORICO = "S" THEN
               CLOSE F-HISTORICO
           END-IF
           IF WS-TEM-TITULARES = "S" THEN
               CLOSE F-TITULARES
           END-IF
           CLOSE F-ENVIADOS
           CLOSE F-REMESSA
           CLOSE F-RELATORIO.

       END PROGRAM REMESSA-CCS.
