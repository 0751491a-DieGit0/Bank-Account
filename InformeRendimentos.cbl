      ******************************************************************
      * Author: Grupo os BATUTINHAS
      * Purpose: Annual income report (informe de rendimentos) per CPF.
      *          For the calendar year keyed by the operator it reads
      *          the live ledger EXTRATO.txt together with the archive
      *          EXTRATO-ARQUIVO.txt, as EXTRATO-CLIENTE does, summing
      *          per account the credit interest posted as tipo J and
      *          the income tax withheld on it as tipo I by
      *          TARIFA-MENSAL. The balances on 31/12 of the previous
      *          and of the current year are the last day-close
      *          snapshots on or before each date in
      *          SALDOS-DIARIOS.txt (zero once the account appears in
      *          CONTAS-ENCERRADAS.txt as closed by then). Accounts are
      *          grouped under the cli-cpf of their holders in
      *          CLIENTES.txt - the primeiro titular from F-CADASTRO or
      *          CONTAS-ENCERRADAS and the segundo titular from
      *          TITULARES.txt - and one printed informe per CPF, with
      *          gross interest, tax withheld and net interest, goes to
      *          INFORME-RENDIMENTOS.txt, plus one summary record per
      *          CPF for the tax authority in
      *          INFORME-RENDIMENTOS-RESUMO.txt. Interest and tax of a
      *          joint account are reported under the primeiro
      *          titular's CPF only; the segundo titular's informe shows
      *          the balances and points to the primeiro titular.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. INFORME-RENDIMENTOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MEU-PC.
       OBJECT-COMPUTER. MEU_PC.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       SELECT SORT-INFORME ASSIGN TO DISK.
       SELECT F-RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   REL-OK.
       SELECT F-RESUMO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   RES-OK.

       DATA DIVISION.
       FILE SECTION.
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

       SD  SORT-INFORME.
       01  SORT-INF-REC.
           02 sort-cpf               PIC 9(11).
           02 sort-cod-conta         PIC 9(5).
           02 sort-papel             PIC X(1).
           02 sort-cod-cliente       PIC 9(5).
           02 sort-nome              PIC X(30).
           02 sort-cod-agencia       PIC 9(5).
           02 sort-saldo-anterior    PIC S9(10)V99.
           02 sort-saldo-atual       PIC S9(10)V99.
           02 sort-juros             PIC S9(9)V99.
           02 sort-ir                PIC S9(9)V99.

       FD  F-RELATORIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "INFORME-RENDIMENTOS.txt".
       01  REL-LINHA PIC X(100).

       FD  F-RESUMO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "INFORME-RENDIMENTOS-RESUMO.txt".
       01  RESUMO-REG.
           02 res-ano                PIC 9(4).
           02 res-cpf                PIC 9(11).
           02 res-nome               PIC X(30).
           02 res-qtd-contas         PIC 9(3).
           02 res-saldo-anterior     PIC S9(12)V99.
           02 res-saldo-atual        PIC S9(12)V99.
           02 res-rendimento-bruto   PIC S9(11)V99.
           02 res-ir-retido          PIC S9(11)V99.
           02 res-rendimento-liquido PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       77 EXT-OK            PIC X(02) VALUE ZEROES.
       77 ARQV-OK           PIC X(02) VALUE ZEROES.
       77 SNP-OK            PIC X(02) VALUE ZEROES.
       77 ARQ-OK            PIC X(02) VALUE ZEROES.
       77 ENC-OK            PIC X(02) VALUE ZEROES.
       77 CLI-OK            PIC X(02) VALUE ZEROES.
       77 TIT-OK            PIC X(02) VALUE ZEROES.
       77 REL-OK            PIC X(02) VALUE ZEROES.
       77 RES-OK            PIC X(02) VALUE ZEROES.
       77 WS-EOF            PIC X(01) VALUE "N".
       77 WS-FIM-TIT        PIC X(01) VALUE "N".
       77 WS-TEM-ENCERRADAS PIC X(01) VALUE "N".
       77 WS-TEM-TITULARES  PIC X(01) VALUE "N".
       77 WS-ANO            PIC 9(04) VALUE ZEROES.
       77 WS-ANO-ANTERIOR   PIC 9(04) VALUE ZEROES.
       77 WS-INICIO-ANTERIOR PIC 9(08) VALUE ZEROES.
       77 WS-FIM-ANTERIOR   PIC 9(08) VALUE ZEROES.
       77 WS-INICIO-ANO     PIC 9(08) VALUE ZEROES.
       77 WS-FIM-ANO        PIC 9(08) VALUE ZEROES.
       77 WS-CONTA          PIC 9(05) VALUE ZEROES.
       77 WS-DATA-MOV       PIC 9(08) VALUE ZEROES.
       77 WS-TIPO-MOV       PIC X(01) VALUE SPACES.
       77 WS-VALOR-MOV      PIC S9(9)V99 VALUE ZEROES.
       77 WS-PAPEL          PIC X(01) VALUE SPACES.
       77 WS-CLIENTE-BUSCA  PIC 9(05) VALUE ZEROES.
       77 WS-CPF-ATUAL      PIC 9(11) VALUE ZEROES.
       77 WS-TEM-CPF        PIC X(01) VALUE "N".
       77 WS-NOME-CPF       PIC X(30) VALUE SPACES.
       77 WS-QTD-CONTAS-CPF PIC 9(03) VALUE 0.
       77 WS-CPF-SALDO-ANT  PIC S9(12)V99 VALUE ZEROES.
       77 WS-CPF-SALDO-ATU  PIC S9(12)V99 VALUE ZEROES.
       77 WS-CPF-JUROS      PIC S9(11)V99 VALUE ZEROES.
       77 WS-CPF-IR         PIC S9(11)V99 VALUE ZEROES.
       77 WS-CPF-LIQUIDO    PIC S9(11)V99 VALUE ZEROES.
       77 WS-LIQUIDO-CONTA  PIC S9(9)V99 VALUE ZEROES.
       77 WS-DATA-ANT-EDIT  PIC X(10) VALUE SPACES.
       77 WS-DATA-ATU-EDIT  PIC X(10) VALUE SPACES.
       77 WS-VALOR-EDIT     PIC $---.---.---.--9,99.
       77 WS-VALOR-EDIT-2   PIC $---.---.---.--9,99.
       77 WS-VALOR-EDIT-3   PIC $---.---.---.--9,99.
       77 WS-TOTAL-CONTAS   PIC 9(07) VALUE 0.
       77 WS-TOTAL-SEM-FOTO PIC 9(07) VALUE 0.
       77 WS-TOTAL-CPFS     PIC 9(07) VALUE 0.
       77 WS-TOTAL-SEM-CPF  PIC 9(07) VALUE 0.
       77 WS-SOMA-JUROS     PIC S9(13)V99 VALUE ZEROES.
       77 WS-SOMA-IR        PIC S9(13)V99 VALUE ZEROES.

      * tabela indexada pelo proprio numero da conta, montada antes da
      * ordenacao por CPF
       01 WS-TABELA-CONTAS.
           02 WS-CTA-ENT OCCURS 99999 TIMES.
               03 WS-CTA-EXISTE     PIC X(01).
               03 WS-CTA-VIVA       PIC X(01).
               03 WS-CTA-AGENCIA    PIC 9(05).
               03 WS-CTA-CLIENTE    PIC 9(05).
               03 WS-CTA-DATA-ENC   PIC 9(08).
               03 WS-CTA-DATA-ANT   PIC 9(08).
               03 WS-CTA-SALDO-ANT  PIC S9(10)V99.
               03 WS-CTA-DATA-ATU   PIC 9(08).
               03 WS-CTA-SALDO-ATU  PIC S9(10)V99.
               03 WS-CTA-JUROS      PIC S9(9)V99.
               03 WS-CTA-IR         PIC S9(9)V99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INICIO.
           DISPLAY "INFORME DE RENDIMENTOS POR CPF"
           DISPLAY "=============================="
           DISPLAY "ANO-CALENDARIO (AAAA): "
           ACCEPT WS-ANO
           IF WS-ANO < 1901 THEN
               DISPLAY "ANO INVALIDO."
               STOP RUN
           END-IF
           COMPUTE WS-ANO-ANTERIOR = WS-ANO - 1
           COMPUTE WS-INICIO-ANTERIOR = WS-ANO-ANTERIOR * 10000 + 101
           COMPUTE WS-FIM-ANTERIOR = WS-ANO-ANTERIOR * 10000 + 1231
           COMPUTE WS-INICIO-ANO = WS-ANO * 10000 + 101
           COMPUTE WS-FIM-ANO = WS-ANO * 10000 + 1231
           STRING "31/12/" WS-ANO-ANTERIOR
               DELIMITED BY SIZE INTO WS-DATA-ANT-EDIT
           END-STRING
           STRING "31/12/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-ATU-EDIT
           END-STRING
           PERFORM ABRE-ARQUIVOS
           INITIALIZE WS-TABELA-CONTAS
           PERFORM CARREGAR-CONTAS
           PERFORM CARREGAR-SALDOS
           PERFORM CARREGAR-ARQUIVO
           PERFORM CARREGAR-EXTRATO-VIVO
           SORT SORT-INFORME
               ON ASCENDING KEY sort-cpf sort-cod-conta
               INPUT PROCEDURE LIBERAR-CONTAS
               OUTPUT PROCEDURE IMPRIMIR-INFORMES
           PERFORM GRAVAR-TOTAIS
           PERFORM FECHAR-ARQUIVOS
           DISPLAY "=============================="
           DISPLAY "CONTAS INFORMADAS...: " WS-TOTAL-CONTAS
           DISPLAY "CONTAS SEM FOTO SALDO: " WS-TOTAL-SEM-FOTO
           DISPLAY "CPFS INFORMADOS.....: " WS-TOTAL-CPFS
           DISPLAY "CONTAS SEM CPF......: " WS-TOTAL-SEM-CPF
           DISPLAY "INFORMES GRAVADOS EM INFORME-RENDIMENTOS.txt"
           DISPLAY "RESUMO GRAVADO EM INFORME-RENDIMENTOS-RESUMO.txt"
           STOP RUN.

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
           OPEN INPUT F-TITULARES
           IF TIT-OK = "00" THEN
               MOVE "S" TO WS-TEM-TITULARES
           END-IF
           OPEN OUTPUT F-RELATORIO
           IF REL-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR INFORME-RENDIMENTOS.txt. STATUS: "
                   REL-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F-RESUMO
           IF RES-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR INFORME-RENDIMENTOS-RESUMO.txt. "
                   "STATUS: " RES-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       FECHAR-ARQUIVOS.
           CLOSE F-CADASTRO
           CLOSE F-CLIENTES
           IF WS-TEM-ENCERRADAS = "S" THEN
               CLOSE F-ENCERRADAS
           END-IF
           IF WS-TEM-TITULARES = "S" THEN
               CLOSE F-TITULARES
           END-IF
           CLOSE F-RELATORIO
           CLOSE F-RESUMO.

      ******************************************************************
      * CONTAS - contas vivas de F-DATA.txt e encerradas de
      * CONTAS-ENCERRADAS.txt, com agencia e primeiro titular
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
                   MOVE "S" TO WS-CTA-EXISTE(cod-conta)
                   MOVE cod-agencia TO WS-CTA-AGENCIA(cod-conta)
                   MOVE cod-cliente TO WS-CTA-CLIENTE(cod-conta)
                   IF data-abertura NOT > WS-FIM-ANO THEN
                       MOVE "S" TO WS-CTA-VIVA(cod-conta)
                   END-IF
               END-IF
           END-READ.

       LER-ENCERRADA.
           READ F-ENCERRADAS NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF enc-cod-conta > ZEROES
                  AND WS-CTA-EXISTE(enc-cod-conta) NOT = "S" THEN
                   MOVE "S" TO WS-CTA-EXISTE(enc-cod-conta)
                   MOVE enc-cod-agencia
                       TO WS-CTA-AGENCIA(enc-cod-conta)
                   MOVE enc-cod-cliente
                       TO WS-CTA-CLIENTE(enc-cod-conta)
                   MOVE enc-data-encerramento
                       TO WS-CTA-DATA-ENC(enc-cod-conta)
                   IF enc-data-encerramento > WS-FIM-ANO THEN
                       MOVE "S" TO WS-CTA-VIVA(enc-cod-conta)
                   END-IF
               END-IF
           END-READ.

      ******************************************************************
      * SALDOS - a ultima foto do fechamento do dia ate cada 31/12
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
               IF snp-cod-conta > ZEROES
                  AND snp-data NOT < WS-INICIO-ANTERIOR
                  AND snp-data NOT > WS-FIM-ANO THEN
                   MOVE snp-cod-conta TO WS-CONTA
                   PERFORM GUARDAR-SALDO
               END-IF
           END-READ.

       GUARDAR-SALDO.
           IF WS-CTA-EXISTE(WS-CONTA) = "S" THEN
               IF snp-data NOT > WS-FIM-ANTERIOR
                  AND snp-data NOT < WS-CTA-DATA-ANT(WS-CONTA) THEN
                   MOVE snp-data  TO WS-CTA-DATA-ANT(WS-CONTA)
                   MOVE snp-saldo TO WS-CTA-SALDO-ANT(WS-CONTA)
               END-IF
               IF snp-data NOT < WS-CTA-DATA-ATU(WS-CONTA) THEN
                   MOVE snp-data  TO WS-CTA-DATA-ATU(WS-CONTA)
                   MOVE snp-saldo TO WS-CTA-SALDO-ATU(WS-CONTA)
               END-IF
           END-IF.

      ******************************************************************
      * MOVIMENTOS - juros (J) e IR retido (I) do ano, do arquivo morto
      * e do extrato vivo
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

      * o IR retido e um debito: entra com o sinal trocado
       SOMAR-MOVIMENTO.
           IF WS-CONTA > ZEROES
              AND WS-DATA-MOV NOT < WS-INICIO-ANO
              AND WS-DATA-MOV NOT > WS-FIM-ANO THEN
               IF WS-CTA-EXISTE(WS-CONTA) = "S" THEN
                   IF WS-TIPO-MOV = "J" THEN
                       ADD WS-VALOR-MOV TO WS-CTA-JUROS(WS-CONTA)
                   END-IF
                   IF WS-TIPO-MOV = "I" THEN
                       SUBTRACT WS-VALOR-MOV FROM WS-CTA-IR(WS-CONTA)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * LIBERAR-CONTAS - uma linha por titular (primeiro e segundo) de
      * cada conta com algo a informar, com o CPF do titular
      ******************************************************************
       LIBERAR-CONTAS.
           PERFORM LIBERAR-CONTA
               VARYING WS-CONTA FROM 1 BY 1
               UNTIL WS-CONTA = 99999
           PERFORM LIBERAR-CONTA.

       LIBERAR-CONTA.
           IF WS-CTA-EXISTE(WS-CONTA) = "S" THEN
               PERFORM AJUSTAR-ENCERRAMENTO
               IF WS-CTA-VIVA(WS-CONTA) = "S"
                  OR WS-CTA-SALDO-ANT(WS-CONTA) NOT = ZEROES
                  OR WS-CTA-JUROS(WS-CONTA) NOT = ZEROES
                  OR WS-CTA-IR(WS-CONTA) NOT = ZEROES THEN
                   ADD 1 TO WS-TOTAL-CONTAS
                   IF WS-CTA-DATA-ATU(WS-CONTA) = ZEROES
                      AND WS-CTA-VIVA(WS-CONTA) = "S" THEN
                       ADD 1 TO WS-TOTAL-SEM-FOTO
                   END-IF
                   MOVE "1" TO WS-PAPEL
                   MOVE WS-CTA-CLIENTE(WS-CONTA) TO WS-CLIENTE-BUSCA
                   PERFORM LIBERAR-TITULAR
                   IF WS-TEM-TITULARES = "S" THEN
                       PERFORM LIBERAR-SEGUNDO-TITULAR
                   END-IF
               END-IF
           END-IF.

      * conta encerrada ate o 31/12 tem saldo zero nessa data, mesmo
      * que a ultima foto seja anterior ao encerramento
       AJUSTAR-ENCERRAMENTO.
           IF WS-CTA-DATA-ENC(WS-CONTA) > ZEROES THEN
               IF WS-CTA-DATA-ENC(WS-CONTA) NOT > WS-FIM-ANTERIOR THEN
                   MOVE ZEROES TO WS-CTA-SALDO-ANT(WS-CONTA)
               END-IF
               IF WS-CTA-DATA-ENC(WS-CONTA) NOT > WS-FIM-ANO THEN
                   MOVE ZEROES TO WS-CTA-SALDO-ATU(WS-CONTA)
               END-IF
           END-IF.

       LIBERAR-SEGUNDO-TITULAR.
           MOVE WS-CONTA TO tit-cod-conta
           MOVE ZEROES TO tit-cod-cliente
           MOVE "N" TO WS-FIM-TIT
           START F-TITULARES KEY IS NOT LESS THAN tit-chave
             INVALID KEY
               MOVE "Y" TO WS-FIM-TIT
           END-START
           PERFORM LER-TITULAR UNTIL WS-FIM-TIT = "Y".

       LER-TITULAR.
           READ F-TITULARES NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-TIT
             NOT AT END
               IF tit-cod-conta NOT = WS-CONTA THEN
                   MOVE "Y" TO WS-FIM-TIT
               ELSE
                   IF tit-papel = "2" THEN
                       MOVE "2" TO WS-PAPEL
                       MOVE tit-cod-cliente TO WS-CLIENTE-BUSCA
                       PERFORM LIBERAR-TITULAR
                   END-IF
               END-IF
           END-READ.

      * titular sem cadastro de cliente fica no CPF zero, listado a
      * parte e fora do resumo
       LIBERAR-TITULAR.
           MOVE WS-CLIENTE-BUSCA TO cli-codigo
           READ F-CLIENTES
             INVALID KEY
               MOVE ZEROES TO sort-cpf
               MOVE SPACES TO sort-nome
             NOT INVALID KEY
               MOVE cli-cpf  TO sort-cpf
               MOVE cli-nome TO sort-nome
           END-READ
           MOVE WS-CONTA                  TO sort-cod-conta
           MOVE WS-PAPEL                  TO sort-papel
           MOVE WS-CLIENTE-BUSCA          TO sort-cod-cliente
           MOVE WS-CTA-AGENCIA(WS-CONTA)  TO sort-cod-agencia
           MOVE WS-CTA-SALDO-ANT(WS-CONTA) TO sort-saldo-anterior
           MOVE WS-CTA-SALDO-ATU(WS-CONTA) TO sort-saldo-atual
           MOVE WS-CTA-JUROS(WS-CONTA)    TO sort-juros
           MOVE WS-CTA-IR(WS-CONTA)       TO sort-ir
           RELEASE SORT-INF-REC.

      ******************************************************************
      * IMPRIMIR-INFORMES - quebra por CPF: um informe impresso e um
      * registro de resumo para cada CPF
      ******************************************************************
       IMPRIMIR-INFORMES.
           MOVE "N" TO WS-EOF
           MOVE "N" TO WS-TEM-CPF
           PERFORM TRATAR-RETORNO UNTIL WS-EOF = "Y"
           IF WS-TEM-CPF = "S" THEN
               PERFORM FECHAR-INFORME
           END-IF.

       TRATAR-RETORNO.
           RETURN SORT-INFORME
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               PERFORM TRATAR-CONTA-INFORME
           END-RETURN.

       TRATAR-CONTA-INFORME.
           IF WS-TEM-CPF = "N" OR sort-cpf NOT = WS-CPF-ATUAL THEN
               IF WS-TEM-CPF = "S" THEN
                   PERFORM FECHAR-INFORME
               END-IF
               PERFORM ABRIR-INFORME
           END-IF
           PERFORM IMPRIMIR-CONTA-INFORME.

       ABRIR-INFORME.
           MOVE "S" TO WS-TEM-CPF
           MOVE sort-cpf  TO WS-CPF-ATUAL
           MOVE sort-nome TO WS-NOME-CPF
           MOVE ZEROES TO WS-QTD-CONTAS-CPF
           MOVE ZEROES TO WS-CPF-SALDO-ANT WS-CPF-SALDO-ATU
           MOVE ZEROES TO WS-CPF-JUROS WS-CPF-IR
           MOVE "=================================================="
               TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "INFORME DE RENDIMENTOS FINANCEIROS - "
                  "ANO-CALENDARIO " WS-ANO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           IF WS-CPF-ATUAL = ZEROES THEN
               MOVE "TITULARES SEM CADASTRO DE CLIENTE - SEM CPF"
                   TO REL-LINHA
           ELSE
               STRING "CPF " WS-CPF-ATUAL
                      "  NOME " WS-NOME-CPF
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
           END-IF
           WRITE REL-LINHA
           MOVE "--------------------------------------------------"
               TO REL-LINHA
           WRITE REL-LINHA.

       IMPRIMIR-CONTA-INFORME.
           ADD 1 TO WS-QTD-CONTAS-CPF
           ADD sort-saldo-anterior TO WS-CPF-SALDO-ANT
           ADD sort-saldo-atual    TO WS-CPF-SALDO-ATU
           MOVE SPACES TO REL-LINHA
           IF sort-papel = "1" THEN
               STRING "CONTA " sort-cod-conta
                      "  AGENCIA " sort-cod-agencia
                      "  PRIMEIRO TITULAR"
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
           ELSE
               STRING "CONTA " sort-cod-conta
                      "  AGENCIA " sort-cod-agencia
                      "  SEGUNDO TITULAR (CONTA CONJUNTA)"
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
           END-IF
           WRITE REL-LINHA
           MOVE sort-saldo-anterior TO WS-VALOR-EDIT
           MOVE sort-saldo-atual    TO WS-VALOR-EDIT-2
           MOVE SPACES TO REL-LINHA
           STRING "    SALDO EM " WS-DATA-ANT-EDIT ": " WS-VALOR-EDIT
                  "   SALDO EM " WS-DATA-ATU-EDIT ": " WS-VALOR-EDIT-2
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           IF sort-papel = "1" THEN
               ADD sort-juros TO WS-CPF-JUROS
               ADD sort-ir    TO WS-CPF-IR
               COMPUTE WS-LIQUIDO-CONTA = sort-juros - sort-ir
               MOVE sort-juros       TO WS-VALOR-EDIT
               MOVE sort-ir          TO WS-VALOR-EDIT-2
               MOVE WS-LIQUIDO-CONTA TO WS-VALOR-EDIT-3
               STRING "    JUROS BRUTOS " WS-VALOR-EDIT
                      "  IR RETIDO " WS-VALOR-EDIT-2
                      "  LIQUIDO " WS-VALOR-EDIT-3
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
           ELSE
               MOVE "    RENDIMENTOS INFORMADOS NO CPF DO 1O TITULAR"
                   TO REL-LINHA
           END-IF
           WRITE REL-LINHA.

       FECHAR-INFORME.
           COMPUTE WS-CPF-LIQUIDO = WS-CPF-JUROS - WS-CPF-IR
           MOVE "--------------------------------------------------"
               TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-CPF-SALDO-ANT TO WS-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "SALDO TOTAL EM " WS-DATA-ANT-EDIT ".....: "
                  WS-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE WS-CPF-SALDO-ATU TO WS-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "SALDO TOTAL EM " WS-DATA-ATU-EDIT ".....: "
                  WS-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE WS-CPF-JUROS TO WS-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "RENDIMENTOS BRUTOS (JUROS).....: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE WS-CPF-IR TO WS-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "IMPOSTO DE RENDA RETIDO NA FONTE: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE WS-CPF-LIQUIDO TO WS-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "RENDIMENTOS LIQUIDOS...........: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           IF WS-CPF-ATUAL = ZEROES THEN
               ADD WS-QTD-CONTAS-CPF TO WS-TOTAL-SEM-CPF
           ELSE
               PERFORM GRAVAR-RESUMO
           END-IF.

       GRAVAR-RESUMO.
           MOVE WS-ANO            TO res-ano
           MOVE WS-CPF-ATUAL      TO res-cpf
           MOVE WS-NOME-CPF       TO res-nome
           MOVE WS-QTD-CONTAS-CPF TO res-qtd-contas
           MOVE WS-CPF-SALDO-ANT  TO res-saldo-anterior
           MOVE WS-CPF-SALDO-ATU  TO res-saldo-atual
           MOVE WS-CPF-JUROS      TO res-rendimento-bruto
           MOVE WS-CPF-IR         TO res-ir-retido
           MOVE WS-CPF-LIQUIDO    TO res-rendimento-liquido
           WRITE RESUMO-REG
           ADD 1 TO WS-TOTAL-CPFS
           ADD WS-CPF-JUROS TO WS-SOMA-JUROS
           ADD WS-CPF-IR    TO WS-SOMA-IR.

       GRAVAR-TOTAIS.
           MOVE "=================================================="
               TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "TOTAL DO ANO-CALENDARIO " WS-ANO
                  " - CPFS INFORMADOS " WS-TOTAL-CPFS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE WS-SOMA-JUROS TO WS-VALOR-EDIT
           MOVE WS-SOMA-IR    TO WS-VALOR-EDIT-2
           MOVE SPACES TO REL-LINHA
           STRING "JUROS BRUTOS " WS-VALOR-EDIT
                  "  IR RETIDO " WS-VALOR-EDIT-2
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

       END PROGRAM INFORME-RENDIMENTOS.
