           ACCESS IS DYNAMIC
           RECORD KEY IS cal-data
           FILE STATUS   CAL-OK.
       SELECT F-CHEQUES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS chq-chave
           FILE STATUS   CHQ-OK.
       SELECT F-DEPCHEQUES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS dpc-chave
           FILE STATUS   DPC-OK.
       SELECT F-EMPRESTIMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS emp-contrato
           FILE STATUS   EMP-OK.
       SELECT F-PARCELAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS prc-chave
           FILE STATUS   PRC-OK.
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
       SELECT F-ENVIADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ccs-chave
           ALTERNATE RECORD KEY ccs-evento
           FILE STATUS   CCS-OK.
       SELECT F-APROVACOES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS apr-numero
           FILE STATUS   APR-OK.
       SELECT F-DEBAUT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS dba-chave
           ALTERNATE RECORD KEY dba-cod-conta
               WITH DUPLICATES
           FILE STATUS   DBA-OK.
       SELECT F-FATURAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fat-chave
           FILE STATUS   FAT-OK.
       SELECT F-RECEBIDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS arr-chave
           FILE STATUS   ARR-OK.
       SELECT F-ASSINATURAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ase-cod-conta
           FILE STATUS   ASE-OK.
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
       SELECT F-BACKUP ASSIGN TO DYNAMIC WS-NOME-BACKUP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   BKP-OK.
           02 ext-saldo-anterior     PIC S9(10)V99.
           02 ext-saldo-novo         PIC S9(10)V99.
           02 ext-operador           PIC X(10).
           02 ext-documento          PIC 9(6).

       FD  F-HISTORICO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTORICO.txt".
           02 hist-cod-agencia       PIC 9(5).
           02 hist-nome              PIC AAAAAAAAAA.
           02 hist-saldo             PIC $---.---.---.--9,99.
           02 hist-cod-cliente       PIC 9(5).
           02 hist-papel             PIC X(1).

       FD  F-OPERADORES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "OPERADORES.txt".
           02 cal-data      PIC 9(8).
           02 cal-descricao PIC X(30).

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

       FD  F-EMPRESTIMOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EMPRESTIMOS.txt".
       01  EMPRESTIMO-REG.
           02 emp-contrato            PIC 9(6).
           02 emp-cod-conta           PIC 9(5).
           02 emp-cod-cliente         PIC 9(5).
           02 emp-valor-principal     PIC S9(9)V99.
           02 emp-taxa-mensal         PIC 9(2)V9(4).
           02 emp-prazo               PIC 9(3).
           02 emp-data-contratacao    PIC 9(8).
           02 emp-primeiro-vencimento PIC 9(8).
           02 emp-valor-parcela       PIC S9(9)V99.
           02 emp-status              PIC X(1).
           02 emp-operador            PIC X(10).

       FD  F-PARCELAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARCELAS-EMPRESTIMO.txt".
       01  PARCELA-REG.
           02 prc-chave.
               03 prc-contrato    PIC 9(6).
               03 prc-numero      PIC 9(3).
           02 prc-cod-conta       PIC 9(5).
           02 prc-vencimento      PIC 9(8).
           02 prc-valor           PIC S9(9)V99.
           02 prc-amortizacao     PIC S9(9)V99.
           02 prc-juros           PIC S9(9)V99.
           02 prc-saldo-devedor   PIC S9(9)V99.
           02 prc-multa           PIC S9(7)V99.
           02 prc-mora            PIC S9(7)V99.
           02 prc-data-encargo    PIC 9(8).
           02 prc-valor-pago      PIC S9(9)V99.
           02 prc-data-pagamento  PIC 9(8).
           02 prc-status          PIC X(1).

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

       FD  F-DEBAUT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEBITOS-AUTOMATICOS.txt".
       01  DEBAUT-REG.
           02 dba-chave.
               03 dba-convenio      PIC 9(5).
               03 dba-referencia    PIC X(20).
           02 dba-cod-conta         PIC 9(5).
           02 dba-valor-maximo      PIC S9(9)V99.
           02 dba-status            PIC X(1).
           02 dba-data-inclusao     PIC 9(8).
           02 dba-data-cancelamento PIC 9(8).
           02 dba-operador          PIC X(10).

       FD  F-FATURAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FATURAS-DEBITO.txt".
       01  FATURA-REG.
           02 fat-chave.
               03 fat-convenio      PIC 9(5).
               03 fat-documento     PIC X(15).
           02 fat-referencia        PIC X(20).
           02 fat-valor             PIC S9(9)V99.
           02 fat-vencimento        PIC 9(8).
           02 fat-data-carga        PIC 9(8).
           02 fat-status            PIC X(1).
           02 fat-cod-conta         PIC 9(5).
           02 fat-motivo            PIC X(30).
           02 fat-data-processamento PIC 9(8).

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

       FD  F-BACKUP LABEL RECORD STANDARD.
       01  BKP-LINHA PIC X(600).

       77 WS-QTD-CARREGADOS PIC 9(07) VALUE ZEROES.
       77 WS-QTD-ERROS      PIC 9(07) VALUE ZEROES.
       77 TRV-OK            PIC X(02) VALUE ZEROES.
       77 CHQ-OK            PIC X(02) VALUE ZEROES.
       77 DPC-OK            PIC X(02) VALUE ZEROES.
       77 EMP-OK            PIC X(02) VALUE ZEROES.
       77 PRC-OK            PIC X(02) VALUE ZEROES.
       77 APL-OK            PIC X(02) VALUE ZEROES.
       77 TIT-OK            PIC X(02) VALUE ZEROES.
       77 CCS-OK            PIC X(02) VALUE ZEROES.
       77 APR-OK            PIC X(02) VALUE ZEROES.
       77 DBA-OK            PIC X(02) VALUE ZEROES.
       77 FAT-OK            PIC X(02) VALUE ZEROES.
       77 ARR-OK            PIC X(02) VALUE ZEROES.
       77 ASE-OK            PIC X(02) VALUE ZEROES.
       77 ALR-OK            PIC X(02) VALUE ZEROES.
       77 PRA-OK            PIC X(02) VALUE ZEROES.
       77 WS-NOME-PROGRAMA  PIC X(20) VALUE "RESTAURA-ARQUIVO".

       PROCEDURE DIVISION.
           DISPLAY "(12) TARIFAS.txt       (13) RECIBOS.txt"
           DISPLAY "(14) ESTORNOS.txt      (15) CAIXAS.txt"
           DISPLAY "(16) REJEITOS.txt      (17) CALENDARIO.txt"
           DISPLAY "(18) CHEQUES.txt       (19) DEPOSITOS-CHEQUE.txt"
           DISPLAY "(20) EMPRESTIMOS.txt   (21) PARCELAS-EMPRESTIMO.txt"
           DISPLAY "(22) APLICACOES.txt    (23) TITULARES.txt"
           DISPLAY "(24) CCS-ENVIADOS.txt  (25) APROVACOES.txt"
           DISPLAY "(26) DEBITOS-AUTOMATICOS.txt"
           DISPLAY "(27) FATURAS-DEBITO.txt(28) ARQUIVOS-RECEBIDOS.txt"
           DISPLAY "(29) ASSINATURAS-EXTRATO.txt"
           DISPLAY "(30) ALERTAS.txt       (31) PREFERENCIAS-ALERTA.txt"
           DISPLAY "ARQUIVO A RESTAURAR (1-31): "
           ACCEPT WS-ESCOLHA
           IF WS-ESCOLHA < 1 OR WS-ESCOLHA > 31 THEN
               DISPLAY "ESCOLHA INVALIDA!"
               STOP RUN
           END-IF
             WHEN 15 MOVE "CAIXAS"       TO WS-NOME-CURTO
             WHEN 16 MOVE "REJEITOS"     TO WS-NOME-CURTO
             WHEN 17 MOVE "CALENDARIO"   TO WS-NOME-CURTO
             WHEN 18 MOVE "CHEQUES"      TO WS-NOME-CURTO
             WHEN 19 MOVE "DEPCHEQUES"   TO WS-NOME-CURTO
             WHEN 20 MOVE "EMPRESTIMOS"  TO WS-NOME-CURTO
             WHEN 21 MOVE "PARCELAS"     TO WS-NOME-CURTO
             WHEN 22 MOVE "APLICACOES"   TO WS-NOME-CURTO
             WHEN 23 MOVE "TITULARES"    TO WS-NOME-CURTO
             WHEN 24 MOVE "CCS-ENVIADOS" TO WS-NOME-CURTO
             WHEN 25 MOVE "APROVACOES"   TO WS-NOME-CURTO
             WHEN 26 MOVE "DEBITOS-AUT"  TO WS-NOME-CURTO
             WHEN 27 MOVE "FATURAS-DEB"  TO WS-NOME-CURTO
             WHEN 28 MOVE "RECEBIDOS"    TO WS-NOME-CURTO
             WHEN 29 MOVE "ASSINATURAS"  TO WS-NOME-CURTO
             WHEN 30 MOVE "ALERTAS"      TO WS-NOME-CURTO
             WHEN 31 MOVE "PREFALERTAS"  TO WS-NOME-CURTO
           END-EVALUATE.

       MONTAR-NOME-BACKUP.
             WHEN 15 PERFORM CONTAR-CAIXAS
             WHEN 16 PERFORM CONTAR-REJEITOS
             WHEN 17 PERFORM CONTAR-CALENDARIO
             WHEN 18 PERFORM CONTAR-CHEQUES
             WHEN 19 PERFORM CONTAR-DEPCHEQUES
             WHEN 20 PERFORM CONTAR-EMPRESTIMOS
             WHEN 21 PERFORM CONTAR-PARCELAS
             WHEN 22 PERFORM CONTAR-APLICACOES
             WHEN 23 PERFORM CONTAR-TITULARES
             WHEN 24 PERFORM CONTAR-CCS-ENVIADOS
             WHEN 25 PERFORM CONTAR-APROVACOES
             WHEN 26 PERFORM CONTAR-DEBITOS-AUT
             WHEN 27 PERFORM CONTAR-FATURAS-DEB
             WHEN 28 PERFORM CONTAR-RECEBIDOS
             WHEN 29 PERFORM CONTAR-ASSINATURAS
             WHEN 30 PERFORM CONTAR-ALERTAS
             WHEN 31 PERFORM CONTAR-PREFALERTAS
           END-EVALUATE.

       CONTAR-FDATA.
               ADD 1 TO WS-QTD-REGISTROS
           END-READ.

       CONTAR-CHEQUES.
           OPEN INPUT F-CHEQUES
           IF CHQ-OK NOT = "00" THEN
               DISPLAY "  (ARQUIVO VIVO INDISPONIVEL: " CHQ-OK ")"
           ELSE
               MOVE "N" TO WS-FIM-LOOP
               PERFORM CONTA-REG-CHEQUES UNTIL WS-FIM-LOOP = "Y"
               CLOSE F-CHEQUES
           END-IF.

       CONTA-REG-CHEQUES.
           READ F-CHEQUES NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-LOOP
             NOT AT END
               ADD 1 TO WS-QTD-REGISTROS
               ADD chq-valor TO WS-HASH-SALDO
           END-READ.

       CONTAR-DEPCHEQUES.
           OPEN INPUT F-DEPCHEQUES
           IF DPC-OK NOT = "00" THEN
               DISPLAY "  (ARQUIVO VIVO INDISPONIVEL: " DPC-OK ")"
           ELSE
               MOVE "N" TO WS-FIM-LOOP
               PERFORM CONTA-REG-DEPCHEQUES UNTIL WS-FIM-LOOP = "Y"
               CLOSE F-DEPCHEQUES
           END-IF.

       CONTA-REG-DEPCHEQUES.
           READ F-DEPCHEQUES NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-LOOP
             NOT AT END
               ADD 1 TO WS-QTD-REGISTROS
               ADD dpc-valor TO WS-HASH-SALDO
           END-READ.

       CONTAR-EMPRESTIMOS.
           OPEN INPUT F-EMPRESTIMOS
           IF EMP-OK NOT = "00" THEN
               DISPLAY "  (ARQUIVO VIVO INDISPONIVEL: " EMP-OK ")"
           ELSE
               MOVE "N" TO WS-FIM-LOOP
               PERFORM CONTA-REG-EMPRESTIMOS UNTIL WS-FIM-LOOP = "Y"
               CLOSE F-EMPRESTIMOS
           END-IF.

       CONTA-REG-EMPRESTIMOS.
           READ F-EMPRESTIMOS NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-LOOP
             NOT AT END
               ADD 1 TO WS-QTD-REGISTROS
               ADD emp-valor-principal TO WS-HASH-SALDO
           END-READ.

       CONTAR-PARCELAS.
           OPEN INPUT F-PARCELAS
           IF PRC-OK NOT = "00" THEN
               DISPLAY "  (ARQUIVO VIVO INDISPONIVEL: " PRC-OK ")"
           ELSE
               MOVE "N" TO WS-FIM-LOOP
               PERFORM CONTA-REG-PARCELAS UNTIL WS-FIM-LOOP = "Y"
               CLOSE F-PARCELAS
           END-IF.

       CONTA-REG-PARCELAS.
           READ F-PARCELAS NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-LOOP
             NOT AT END
               ADD 1 TO WS-QTD-REGISTROS
               ADD prc-valor TO WS-HASH-SALDO
           END-READ.

       CONTAR-APLICACOES.
           OPEN INPUT F-APLICACOES
           IF APL-OK NOT = "00" THEN
               DISPLAY "  (ARQUIVO VIVO INDISPONIVEL: " APL-OK ")"
           ELSE
               MOVE "N" TO WS-FIM-LOOP
               PERFORM CONTA-REG-APLICACOES UNTIL WS-FIM-LOOP = "Y"
               CLOSE F-APLICACOES
           END-IF.

       CONTA-REG-APLICACOES.
           READ F-APLICACOES NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-LOOP
             NOT AT END
               ADD 1 TO WS-QTD-REGISTROS
               ADD apl-valor-aplicado TO WS-HASH-SALDO
           END-READ.

       CONTAR-TITULARES.
           OPEN INPUT F-TITULARES
           IF TIT-OK NOT = "00" THEN
               DISPLAY "  (ARQUIVO VIVO INDISPONIVEL: " TIT-OK ")"
           ELSE
               MOVE "N" TO WS-FIM-LOOP
               PERFORM CONTA-REG-TITULARES UNTIL WS-FIM-LOOP = "Y"
               CLOSE F-TITULARES
           END-IF.

       CONTA-REG-TITULARES.
           READ F-TITULARES NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-LOOP
             NOT AT END
               ADD 1 TO WS-QTD-REGISTROS
           END-READ.

       CONTAR-CCS-ENVIADOS.
           OPEN INPUT F-ENVIADOS
           IF CCS-OK NOT = "00" THEN
               DISPLAY "  (ARQUIVO VIVO INDISPONIVEL: " CCS-OK ")"
           ELSE
               MOVE "N" TO WS-FIM-LOOP
               PERFORM CONTA-REG-CCS-ENVIADOS UNTIL WS-FIM-LOOP = "Y"
               CLOSE F-ENVIADOS
           END-IF.

       CONTA-REG-CCS-ENVIADOS.
           READ F-ENVIADOS NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-LOOP
             NOT AT END
               ADD 1 TO WS-QTD-REGISTROS
           END-READ.

       CONTAR-APROVACOES.
           OPEN INPUT F-APROVACOES
           IF APR-OK NOT = "00" THEN
               DISPLAY "  (ARQUIVO VIVO INDISPONIVEL: " APR-OK ")"
           ELSE
               MOVE "N" TO WS-FIM-LOOP
               PERFORM CONTA-REG-APROVACOES UNTIL WS-FIM-LOOP = "Y"
               CLOSE F-APROVACOES
           END-IF.

       CONTA-REG-APROVACOES.
           READ F-APROVACOES NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-LOOP
             NOT AT END
               ADD 1 TO WS-QTD-REGISTROS
           END-READ.

       CONTAR-DEBITOS-AUT.
           OPEN INPUT F-DEBAUT
           IF DBA-OK NOT = "00" THEN
               DISPLAY "  (ARQUIVO VIVO INDISPONIVEL: " DBA-OK ")"
           ELSE
               MOVE "N" TO WS-FIM-LOOP
               PERFORM CONTA-REG-DEBITOS-AUT UNTIL WS-FIM-LOOP = "Y"
               CLOSE F-DEBAUT
           END-IF.

       CONTA-REG-DEBITOS-AUT.
           READ F-DEBAUT NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-LOOP
             NOT AT END
               ADD 1 TO WS-QTD-REGISTROS
           END-READ.

       CONTAR-FATURAS-DEB.
           OPEN INPUT F-FATURAS
           IF FAT-OK NOT = "00" THEN
               DISPLAY "  (ARQUIVO VIVO INDISPONIVEL: " FAT-OK ")"
           ELSE
               MOVE "N" TO WS-FIM-LOOP
               PERFORM CONTA-REG-FATURAS-DEB UNTIL WS-FIM-LOOP = "Y"
               CLOSE F-FATURAS
           END-IF.

       CONTA-REG-FATURAS-DEB.
           READ F-FATURAS NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-LOOP
             NOT AT END
               ADD 1 TO WS-QTD-REGISTROS
               ADD fat-valor TO WS-HASH-SALDO
           END-READ.

       CONTAR-RECEBIDOS.
           OPEN INPUT F-RECEBIDOS
           IF ARR-OK NOT = "00" THEN
               DISPLAY "  (ARQUIVO VIVO INDISPONIVEL: " ARR-OK ")"
           ELSE
               MOVE "N" TO WS-FIM-LOOP
               PERFORM CONTA-REG-RECEBIDOS UNTIL WS-FIM-LOOP = "Y"
               CLOSE F-RECEBIDOS
           END-IF.

       CONTA-REG-RECEBIDOS.
           READ F-RECEBIDOS NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-LOOP
             NOT AT END
               ADD 1 TO WS-QTD-REGISTROS
           END-READ.

       CONTAR-ASSINATURAS.
           OPEN INPUT F-ASSINATURAS
           IF ASE-OK NOT = "00" THEN
               DISPLAY "  (ARQUIVO VIVO INDISPONIVEL: " ASE-OK ")"
           ELSE
               MOVE "N" TO WS-FIM-LOOP
               PERFORM CONTA-REG-ASSINATURAS UNTIL WS-FIM-LOOP = "Y"
               CLOSE F-ASSINATURAS
           END-IF.

       CONTA-REG-ASSINATURAS.
           READ F-ASSINATURAS NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-LOOP
             NOT AT END
               ADD 1 TO WS-QTD-REGISTROS
           END-READ.

       CONTAR-ALERTAS.
           OPEN INPUT F-ALERTAS
           IF ALR-OK NOT = "00" THEN
               DISPLAY "  (ARQUIVO VIVO INDISPONIVEL: " ALR-OK ")"
           ELSE
               MOVE "N" TO WS-FIM-LOOP
               PERFORM CONTA-REG-ALERTAS UNTIL WS-FIM-LOOP = "Y"
               CLOSE F-ALERTAS
           END-IF.

       CONTA-REG-ALERTAS.
           READ F-ALERTAS NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-LOOP
             NOT AT END
               ADD 1 TO WS-QTD-REGISTROS
               ADD alr-valor TO WS-HASH-SALDO
           END-READ.

       CONTAR-PREFALERTAS.
           OPEN INPUT F-PREFALERTAS
           IF PRA-OK NOT = "00" THEN
               DISPLAY "  (ARQUIVO VIVO INDISPONIVEL: " PRA-OK ")"
           ELSE
               MOVE "N" TO WS-FIM-LOOP
               PERFORM CONTA-REG-PREFALERTAS UNTIL WS-FIM-LOOP = "Y"
               CLOSE F-PREFALERTAS
           END-IF.

       CONTA-REG-PREFALERTAS.
           READ F-PREFALERTAS NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-LOOP
             NOT AT END
               ADD 1 TO WS-QTD-REGISTROS
           END-READ.

      * recarrega o arquivo indexado a partir da geracao escolhida
       RECARREGAR-ARQUIVO.
           MOVE ZEROES TO WS-QTD-CARREGADOS WS-QTD-ERROS
             WHEN 15 OPEN OUTPUT F-CAIXAS
             WHEN 16 OPEN OUTPUT F-REJEITOS
             WHEN 17 OPEN OUTPUT F-CALENDARIO
             WHEN 18 OPEN OUTPUT F-CHEQUES
             WHEN 19 OPEN OUTPUT F-DEPCHEQUES
             WHEN 20 OPEN OUTPUT F-EMPRESTIMOS
             WHEN 21 OPEN OUTPUT F-PARCELAS
             WHEN 22 OPEN OUTPUT F-APLICACOES
             WHEN 23 OPEN OUTPUT F-TITULARES
             WHEN 24 OPEN OUTPUT F-ENVIADOS
             WHEN 25 OPEN OUTPUT F-APROVACOES
             WHEN 26 OPEN OUTPUT F-DEBAUT
             WHEN 27 OPEN OUTPUT F-FATURAS
             WHEN 28 OPEN OUTPUT F-RECEBIDOS
             WHEN 29 OPEN OUTPUT F-ASSINATURAS
             WHEN 30 OPEN OUTPUT F-ALERTAS
             WHEN 31 OPEN OUTPUT F-PREFALERTAS
           END-EVALUATE.

       FECHAR-DESTINO.
             WHEN 15 CLOSE F-CAIXAS
             WHEN 16 CLOSE F-REJEITOS
             WHEN 17 CLOSE F-CALENDARIO
             WHEN 18 CLOSE F-CHEQUES
             WHEN 19 CLOSE F-DEPCHEQUES
             WHEN 20 CLOSE F-EMPRESTIMOS
             WHEN 21 CLOSE F-PARCELAS
             WHEN 22 CLOSE F-APLICACOES
             WHEN 23 CLOSE F-TITULARES
             WHEN 24 CLOSE F-ENVIADOS
             WHEN 25 CLOSE F-APROVACOES
             WHEN 26 CLOSE F-DEBAUT
             WHEN 27 CLOSE F-FATURAS
             WHEN 28 CLOSE F-RECEBIDOS
             WHEN 29 CLOSE F-ASSINATURAS
             WHEN 30 CLOSE F-ALERTAS
             WHEN 31 CLOSE F-PREFALERTAS
           END-EVALUATE.

       CARREGAR-REGISTRO.
                 INVALID KEY ADD 1 TO WS-QTD-ERROS
                 NOT INVALID KEY ADD 1 TO WS-QTD-CARREGADOS
               END-WRITE
             WHEN 18
               MOVE BKP-LINHA TO CHEQUE-REG
               WRITE CHEQUE-REG
                 INVALID KEY ADD 1 TO WS-QTD-ERROS
                 NOT INVALID KEY ADD 1 TO WS-QTD-CARREGADOS
               END-WRITE
             WHEN 19
               MOVE BKP-LINHA TO DEPCHEQUE-REG
               WRITE DEPCHEQUE-REG
                 INVALID KEY ADD 1 TO WS-QTD-ERROS
                 NOT INVALID KEY ADD 1 TO WS-QTD-CARREGADOS
               END-WRITE
             WHEN 20
               MOVE BKP-LINHA TO EMPRESTIMO-REG
               WRITE EMPRESTIMO-REG
                 INVALID KEY ADD 1 TO WS-QTD-ERROS
                 NOT INVALID KEY ADD 1 TO WS-QTD-CARREGADOS
               END-WRITE
             WHEN 21
               MOVE BKP-LINHA TO PARCELA-REG
               WRITE PARCELA-REG
                 INVALID KEY ADD 1 TO WS-QTD-ERROS
                 NOT INVALID KEY ADD 1 TO WS-QTD-CARREGADOS
               END-WRITE
             WHEN 22
               MOVE BKP-LINHA TO APLICACAO-REG
               WRITE APLICACAO-REG
                 INVALID KEY ADD 1 TO WS-QTD-ERROS
                 NOT INVALID KEY ADD 1 TO WS-QTD-CARREGADOS
               END-WRITE
             WHEN 23
               MOVE BKP-LINHA TO TITULAR-REG
               WRITE TITULAR-REG
                 INVALID KEY ADD 1 TO WS-QTD-ERROS
                 NOT INVALID KEY ADD 1 TO WS-QTD-CARREGADOS
               END-WRITE
             WHEN 24
               MOVE BKP-LINHA TO ENVIADO-REG
               WRITE ENVIADO-REG
                 INVALID KEY ADD 1 TO WS-QTD-ERROS
                 NOT INVALID KEY ADD 1 TO WS-QTD-CARREGADOS
               END-WRITE
             WHEN 25
               MOVE BKP-LINHA TO APROVACAO-REG
               WRITE APROVACAO-REG
                 INVALID KEY ADD 1 TO WS-QTD-ERROS
                 NOT INVALID KEY ADD 1 TO WS-QTD-CARREGADOS
               END-WRITE
             WHEN 26
               MOVE BKP-LINHA TO DEBAUT-REG
               WRITE DEBAUT-REG
                 INVALID KEY ADD 1 TO WS-QTD-ERROS
                 NOT INVALID KEY ADD 1 TO WS-QTD-CARREGADOS
               END-WRITE
             WHEN 27
               MOVE BKP-LINHA TO FATURA-REG
               WRITE FATURA-REG
                 INVALID KEY ADD 1 TO WS-QTD-ERROS
                 NOT INVALID KEY ADD 1 TO WS-QTD-CARREGADOS
               END-WRITE
             WHEN 28
               MOVE BKP-LINHA TO RECEBIDO-REG
               WRITE RECEBIDO-REG
                 INVALID KEY ADD 1 TO WS-QTD-ERROS
                 NOT INVALID KEY ADD 1 TO WS-QTD-CARREGADOS
               END-WRITE
             WHEN 29
               MOVE BKP-LINHA TO ASSINATURA-REG
               WRITE ASSINATURA-REG
                 INVALID KEY ADD 1 TO WS-QTD-ERROS
                 NOT INVALID KEY ADD 1 TO WS-QTD-CARREGADOS
               END-WRITE
             WHEN 30
               MOVE BKP-LINHA TO ALERTA-REG
               WRITE ALERTA-REG
                 INVALID KEY ADD 1 TO WS-QTD-ERROS
                 NOT INVALID KEY ADD 1 TO WS-QTD-CARREGADOS
               END-WRITE
             WHEN 31
               MOVE BKP-LINHA TO PREFERENCIA-REG
               WRITE PREFERENCIA-REG
                 INVALID KEY ADD 1 TO WS-QTD-ERROS
                 NOT INVALID KEY ADD 1 TO WS-QTD-CARREGADOS
               END-WRITE
           END-EVALUATE.

       END PROGRAM RESTAURA-ARQUIVO.
