      *          DADOS.DAT, CLIENTES.txt, AGENCIAS.txt, BLOQUEIOS.txt,
      *          AGENDAMENTOS.txt, CONTAS-ENCERRADAS.txt, TARIFAS.txt,
      *          RECIBOS.txt, ESTORNOS.txt, CAIXAS.txt, REJEITOS.txt,
      *          CALENDARIO.txt, CHEQUES.txt, DEPOSITOS-CHEQUE.txt,
      *          EMPRESTIMOS.txt, PARCELAS-EMPRESTIMO.txt,
      *          APLICACOES.txt, TITULARES.txt, CCS-ENVIADOS.txt,
      *          APROVACOES.txt, DEBITOS-AUTOMATICOS.txt,
      *          FATURAS-DEBITO.txt, ARQUIVOS-RECEBIDOS.txt,
      *          ASSINATURAS-EXTRATO.txt, ALERTAS.txt,
      *          PREFERENCIAS-ALERTA.txt) to a
      *          sequential backup generation BACKUP-G<n>-<arquivo>,
      *          cycling <n> from 1 to WS-MAX-GERACOES so the last N
      *          generations are kept; the slot in use lives in
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

       77 CXA-OK            PIC X(02) VALUE ZEROES.
       77 REJ-OK            PIC X(02) VALUE ZEROES.
       77 CAL-OK            PIC X(02) VALUE ZEROES.
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
       77 WS-NOME-PROGRAMA  PIC X(20) VALUE "BACKUP-ARQUIVOS".

       PROCEDURE DIVISION.
           PERFORM COPIAR-CAIXAS
           PERFORM COPIAR-REJEITOS
           PERFORM COPIAR-CALENDARIO
           PERFORM COPIAR-CHEQUES
           PERFORM COPIAR-DEPCHEQUES
           PERFORM COPIAR-EMPRESTIMOS
           PERFORM COPIAR-PARCELAS
           PERFORM COPIAR-APLICACOES
           PERFORM COPIAR-TITULARES
           PERFORM COPIAR-CCS-ENVIADOS
           PERFORM COPIAR-APROVACOES
           PERFORM COPIAR-DEBITOS-AUT
           PERFORM COPIAR-FATURAS-DEB
           PERFORM COPIAR-RECEBIDOS
           PERFORM COPIAR-ASSINATURAS
           PERFORM COPIAR-ALERTAS
           PERFORM COPIAR-PREFALERTAS
           PERFORM GRAVAR-CONTROLE
           CLOSE F-RELATORIO
           PERFORM LIBERAR-TRAVA
               ADD 1 TO WS-QTD-REGISTROS
           END-READ.

       COPIAR-CHEQUES.
           MOVE ZEROES TO WS-QTD-REGISTROS WS-HASH-SALDO
           OPEN INPUT F-CHEQUES
           IF CHQ-OK NOT = "00" THEN
               DISPLAY "CHEQUES.txt AUSENTE - PULADO."
           ELSE
               MOVE "CHEQUES" TO WS-NOME-CURTO
               PERFORM MONTAR-NOME-BACKUP
               OPEN OUTPUT F-BACKUP
               MOVE "N" TO WS-FIM-COPIA
               PERFORM COPIA-REG-CHEQUES UNTIL WS-FIM-COPIA = "Y"
               CLOSE F-BACKUP
               CLOSE F-CHEQUES
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       COPIA-REG-CHEQUES.
           READ F-CHEQUES NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-COPIA
             NOT AT END
               MOVE SPACES TO BKP-LINHA
               MOVE CHEQUE-REG TO BKP-LINHA
               WRITE BKP-LINHA
               ADD 1 TO WS-QTD-REGISTROS
               ADD chq-valor TO WS-HASH-SALDO
           END-READ.

       COPIAR-DEPCHEQUES.
           MOVE ZEROES TO WS-QTD-REGISTROS WS-HASH-SALDO
           OPEN INPUT F-DEPCHEQUES
           IF DPC-OK NOT = "00" THEN
               DISPLAY "DEPOSITOS-CHEQUE.txt AUSENTE - PULADO."
           ELSE
               MOVE "DEPCHEQUES" TO WS-NOME-CURTO
               PERFORM MONTAR-NOME-BACKUP
               OPEN OUTPUT F-BACKUP
               MOVE "N" TO WS-FIM-COPIA
               PERFORM COPIA-REG-DEPCHEQUES UNTIL WS-FIM-COPIA = "Y"
               CLOSE F-BACKUP
               CLOSE F-DEPCHEQUES
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       COPIA-REG-DEPCHEQUES.
           READ F-DEPCHEQUES NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-COPIA
             NOT AT END
               MOVE SPACES TO BKP-LINHA
               MOVE DEPCHEQUE-REG TO BKP-LINHA
               WRITE BKP-LINHA
               ADD 1 TO WS-QTD-REGISTROS
               ADD dpc-valor TO WS-HASH-SALDO
           END-READ.

       COPIAR-EMPRESTIMOS.
           MOVE ZEROES TO WS-QTD-REGISTROS WS-HASH-SALDO
           OPEN INPUT F-EMPRESTIMOS
           IF EMP-OK NOT = "00" THEN
               DISPLAY "EMPRESTIMOS.txt AUSENTE - PULADO."
           ELSE
               MOVE "EMPRESTIMOS" TO WS-NOME-CURTO
               PERFORM MONTAR-NOME-BACKUP
               OPEN OUTPUT F-BACKUP
               MOVE "N" TO WS-FIM-COPIA
               PERFORM COPIA-REG-EMPRESTIMOS UNTIL WS-FIM-COPIA = "Y"
               CLOSE F-BACKUP
               CLOSE F-EMPRESTIMOS
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       COPIA-REG-EMPRESTIMOS.
           READ F-EMPRESTIMOS NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-COPIA
             NOT AT END
               MOVE SPACES TO BKP-LINHA
               MOVE EMPRESTIMO-REG TO BKP-LINHA
               WRITE BKP-LINHA
               ADD 1 TO WS-QTD-REGISTROS
               ADD emp-valor-principal TO WS-HASH-SALDO
           END-READ.

       COPIAR-PARCELAS.
           MOVE ZEROES TO WS-QTD-REGISTROS WS-HASH-SALDO
           OPEN INPUT F-PARCELAS
           IF PRC-OK NOT = "00" THEN
               DISPLAY "PARCELAS-EMPRESTIMO.txt AUSENTE - PULADO."
           ELSE
               MOVE "PARCELAS" TO WS-NOME-CURTO
               PERFORM MONTAR-NOME-BACKUP
               OPEN OUTPUT F-BACKUP
               MOVE "N" TO WS-FIM-COPIA
               PERFORM COPIA-REG-PARCELAS UNTIL WS-FIM-COPIA = "Y"
               CLOSE F-BACKUP
               CLOSE F-PARCELAS
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       COPIA-REG-PARCELAS.
           READ F-PARCELAS NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-COPIA
             NOT AT END
               MOVE SPACES TO BKP-LINHA
               MOVE PARCELA-REG TO BKP-LINHA
               WRITE BKP-LINHA
               ADD 1 TO WS-QTD-REGISTROS
               ADD prc-valor TO WS-HASH-SALDO
           END-READ.

       COPIAR-APLICACOES.
           MOVE ZEROES TO WS-QTD-REGISTROS WS-HASH-SALDO
           OPEN INPUT F-APLICACOES
           IF APL-OK NOT = "00" THEN
               DISPLAY "APLICACOES.txt AUSENTE - PULADO."
           ELSE
               MOVE "APLICACOES" TO WS-NOME-CURTO
               PERFORM MONTAR-NOME-BACKUP
               OPEN OUTPUT F-BACKUP
               MOVE "N" TO WS-FIM-COPIA
               PERFORM COPIA-REG-APLICACOES UNTIL WS-FIM-COPIA = "Y"
               CLOSE F-BACKUP
               CLOSE F-APLICACOES
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       COPIA-REG-APLICACOES.
           READ F-APLICACOES NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-COPIA
             NOT AT END
               MOVE SPACES TO BKP-LINHA
               MOVE APLICACAO-REG TO BKP-LINHA
               WRITE BKP-LINHA
               ADD 1 TO WS-QTD-REGISTROS
               ADD apl-valor-aplicado TO WS-HASH-SALDO
           END-READ.

       COPIAR-TITULARES.
           MOVE ZEROES TO WS-QTD-REGISTROS WS-HASH-SALDO
           OPEN INPUT F-TITULARES
           IF TIT-OK NOT = "00" THEN
               DISPLAY "TITULARES.txt AUSENTE - PULADO."
           ELSE
               MOVE "TITULARES" TO WS-NOME-CURTO
               PERFORM MONTAR-NOME-BACKUP
               OPEN OUTPUT F-BACKUP
               MOVE "N" TO WS-FIM-COPIA
               PERFORM COPIA-REG-TITULARES UNTIL WS-FIM-COPIA = "Y"
               CLOSE F-BACKUP
               CLOSE F-TITULARES
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       COPIA-REG-TITULARES.
           READ F-TITULARES NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-COPIA
             NOT AT END
               MOVE SPACES TO BKP-LINHA
               MOVE TITULAR-REG TO BKP-LINHA
               WRITE BKP-LINHA
               ADD 1 TO WS-QTD-REGISTROS
           END-READ.

       COPIAR-CCS-ENVIADOS.
           MOVE ZEROES TO WS-QTD-REGISTROS WS-HASH-SALDO
           OPEN INPUT F-ENVIADOS
           IF CCS-OK NOT = "00" THEN
               DISPLAY "CCS-ENVIADOS.txt AUSENTE - PULADO."
           ELSE
               MOVE "CCS-ENVIADOS" TO WS-NOME-CURTO
               PERFORM MONTAR-NOME-BACKUP
               OPEN OUTPUT F-BACKUP
               MOVE "N" TO WS-FIM-COPIA
               PERFORM COPIA-REG-CCS-ENVIADOS UNTIL WS-FIM-COPIA = "Y"
               CLOSE F-BACKUP
               CLOSE F-ENVIADOS
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       COPIA-REG-CCS-ENVIADOS.
           READ F-ENVIADOS NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-COPIA
             NOT AT END
               MOVE SPACES TO BKP-LINHA
               MOVE ENVIADO-REG TO BKP-LINHA
               WRITE BKP-LINHA
               ADD 1 TO WS-QTD-REGISTROS
           END-READ.

       COPIAR-APROVACOES.
           MOVE ZEROES TO WS-QTD-REGISTROS WS-HASH-SALDO
           OPEN INPUT F-APROVACOES
           IF APR-OK NOT = "00" THEN
               DISPLAY "APROVACOES.txt AUSENTE - PULADO."
           ELSE
               MOVE "APROVACOES" TO WS-NOME-CURTO
               PERFORM MONTAR-NOME-BACKUP
               OPEN OUTPUT F-BACKUP
               MOVE "N" TO WS-FIM-COPIA
               PERFORM COPIA-REG-APROVACOES UNTIL WS-FIM-COPIA = "Y"
               CLOSE F-BACKUP
               CLOSE F-APROVACOES
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       COPIA-REG-APROVACOES.
           READ F-APROVACOES NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-COPIA
             NOT AT END
               MOVE SPACES TO BKP-LINHA
               MOVE APROVACAO-REG TO BKP-LINHA
               WRITE BKP-LINHA
               ADD 1 TO WS-QTD-REGISTROS
           END-READ.

       COPIAR-DEBITOS-AUT.
           MOVE ZEROES TO WS-QTD-REGISTROS WS-HASH-SALDO
           OPEN INPUT F-DEBAUT
           IF DBA-OK NOT = "00" THEN
               DISPLAY "DEBITOS-AUTOMATICOS.txt AUSENTE - PULADO."
           ELSE
               MOVE "DEBITOS-AUT" TO WS-NOME-CURTO
               PERFORM MONTAR-NOME-BACKUP
               OPEN OUTPUT F-BACKUP
               MOVE "N" TO WS-FIM-COPIA
               PERFORM COPIA-REG-DEBITOS-AUT UNTIL WS-FIM-COPIA = "Y"
               CLOSE F-BACKUP
               CLOSE F-DEBAUT
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       COPIA-REG-DEBITOS-AUT.
           READ F-DEBAUT NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-COPIA
             NOT AT END
               MOVE SPACES TO BKP-LINHA
               MOVE DEBAUT-REG TO BKP-LINHA
               WRITE BKP-LINHA
               ADD 1 TO WS-QTD-REGISTROS
           END-READ.

       COPIAR-FATURAS-DEB.
           MOVE ZEROES TO WS-QTD-REGISTROS WS-HASH-SALDO
           OPEN INPUT F-FATURAS
           IF FAT-OK NOT = "00" THEN
               DISPLAY "FATURAS-DEBITO.txt AUSENTE - PULADO."
           ELSE
               MOVE "FATURAS-DEB" TO WS-NOME-CURTO
               PERFORM MONTAR-NOME-BACKUP
               OPEN OUTPUT F-BACKUP
               MOVE "N" TO WS-FIM-COPIA
               PERFORM COPIA-REG-FATURAS-DEB UNTIL WS-FIM-COPIA = "Y"
               CLOSE F-BACKUP
               CLOSE F-FATURAS
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       COPIA-REG-FATURAS-DEB.
           READ F-FATURAS NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-COPIA
             NOT AT END
               MOVE SPACES TO BKP-LINHA
               MOVE FATURA-REG TO BKP-LINHA
               WRITE BKP-LINHA
               ADD 1 TO WS-QTD-REGISTROS
               ADD fat-valor TO WS-HASH-SALDO
           END-READ.

       COPIAR-RECEBIDOS.
           MOVE ZEROES TO WS-QTD-REGISTROS WS-HASH-SALDO
           OPEN INPUT F-RECEBIDOS
           IF ARR-OK NOT = "00" THEN
               DISPLAY "ARQUIVOS-RECEBIDOS.txt AUSENTE - PULADO."
           ELSE
               MOVE "RECEBIDOS" TO WS-NOME-CURTO
               PERFORM MONTAR-NOME-BACKUP
               OPEN OUTPUT F-BACKUP
               MOVE "N" TO WS-FIM-COPIA
               PERFORM COPIA-REG-RECEBIDOS UNTIL WS-FIM-COPIA = "Y"
               CLOSE F-BACKUP
               CLOSE F-RECEBIDOS
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       COPIA-REG-RECEBIDOS.
           READ F-RECEBIDOS NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-COPIA
             NOT AT END
               MOVE SPACES TO BKP-LINHA
               MOVE RECEBIDO-REG TO BKP-LINHA
               WRITE BKP-LINHA
               ADD 1 TO WS-QTD-REGISTROS
           END-READ.

       COPIAR-ASSINATURAS.
           MOVE ZEROES TO WS-QTD-REGISTROS WS-HASH-SALDO
           OPEN INPUT F-ASSINATURAS
           IF ASE-OK NOT = "00" THEN
               DISPLAY "ASSINATURAS-EXTRATO.txt AUSENTE - PULADO."
           ELSE
               MOVE "ASSINATURAS" TO WS-NOME-CURTO
               PERFORM MONTAR-NOME-BACKUP
               OPEN OUTPUT F-BACKUP
               MOVE "N" TO WS-FIM-COPIA
               PERFORM COPIA-REG-ASSINATURAS UNTIL WS-FIM-COPIA = "Y"
               CLOSE F-BACKUP
               CLOSE F-ASSINATURAS
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       COPIA-REG-ASSINATURAS.
           READ F-ASSINATURAS NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-COPIA
             NOT AT END
               MOVE SPACES TO BKP-LINHA
               MOVE ASSINATURA-REG TO BKP-LINHA
               WRITE BKP-LINHA
               ADD 1 TO WS-QTD-REGISTROS
           END-READ.

       COPIAR-ALERTAS.
           MOVE ZEROES TO WS-QTD-REGISTROS WS-HASH-SALDO
           OPEN INPUT F-ALERTAS
           IF ALR-OK NOT = "00" THEN
               DISPLAY "ALERTAS.txt AUSENTE - PULADO."
           ELSE
               MOVE "ALERTAS" TO WS-NOME-CURTO
               PERFORM MONTAR-NOME-BACKUP
               OPEN OUTPUT F-BACKUP
               MOVE "N" TO WS-FIM-COPIA
               PERFORM COPIA-REG-ALERTAS UNTIL WS-FIM-COPIA = "Y"
               CLOSE F-BACKUP
               CLOSE F-ALERTAS
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       COPIA-REG-ALERTAS.
           READ F-ALERTAS NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-COPIA
             NOT AT END
               MOVE SPACES TO BKP-LINHA
               MOVE ALERTA-REG TO BKP-LINHA
               WRITE BKP-LINHA
               ADD 1 TO WS-QTD-REGISTROS
               ADD alr-valor TO WS-HASH-SALDO
           END-READ.

       COPIAR-PREFALERTAS.
           MOVE ZEROES TO WS-QTD-REGISTROS WS-HASH-SALDO
           OPEN INPUT F-PREFALERTAS
           IF PRA-OK NOT = "00" THEN
               DISPLAY "PREFERENCIAS-ALERTA.txt AUSENTE - PULADO."
           ELSE
               MOVE "PREFALERTAS" TO WS-NOME-CURTO
               PERFORM MONTAR-NOME-BACKUP
               OPEN OUTPUT F-BACKUP
               MOVE "N" TO WS-FIM-COPIA
               PERFORM COPIA-REG-PREFALERTAS UNTIL WS-FIM-COPIA = "Y"
               CLOSE F-BACKUP
               CLOSE F-PREFALERTAS
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       COPIA-REG-PREFALERTAS.
           READ F-PREFALERTAS NEXT RECORD
             AT END
               MOVE "Y" TO WS-FIM-COPIA
             NOT AT END
               MOVE SPACES TO BKP-LINHA
               MOVE PREFERENCIA-REG TO BKP-LINHA
               WRITE BKP-LINHA
               ADD 1 TO WS-QTD-REGISTROS
           END-READ.

       END PROGRAM BACKUP-ARQUIVOS.
