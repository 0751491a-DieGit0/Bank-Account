               access is dynamic
               record key is rej-sequencia
                   FILE STATUS   REJ-OK.
              select F-CHEQUES assign to disk
               organization is indexed
               access is dynamic
               record key is chq-chave
                   FILE STATUS   CHQ-OK.
              select F-DEPCHEQUES assign to disk
               organization is indexed
               access is dynamic
               record key is dpc-chave
                   FILE STATUS   DPC-OK.
              select F-CALENDARIO assign to disk
               organization is indexed
               access is dynamic
               record key is cal-data
                   FILE STATUS   CAL-OK.
              select F-EMPRESTIMOS assign to disk
               organization is indexed
               access is dynamic
               record key is emp-contrato
                   FILE STATUS   EMP-OK.
              select F-PARCELAS assign to disk
               organization is indexed
               access is dynamic
               record key is prc-chave
                   FILE STATUS   PRC-OK.
              select F-APLICACOES assign to disk
               organization is indexed
               access is dynamic
               record key is apl-numero
                   FILE STATUS   APL-OK.
              select F-TITULARES assign to disk
               organization is indexed
               access is dynamic
               record key is tit-chave
                   FILE STATUS   TIT-OK.
              select F-ALIQUOTA assign to disk
               organization is line sequential
                   FILE STATUS   ALI-OK.
              select F-APROVACOES assign to disk
               organization is indexed
               access is dynamic
               record key is apr-numero
                   FILE STATUS   APR-OK.
              select F-ACESSOS assign to disk
               organization is line sequential
                   FILE STATUS   ACS-OK.
              select F-DEBAUT assign to disk
               organization is indexed
               access is dynamic
               record key is dba-chave
               alternate record key is dba-cod-conta
                   with duplicates
                   FILE STATUS   DBA-OK.
              select F-RECEBIDOS assign to disk
               organization is indexed
               access is dynamic
               record key is arr-chave
                   FILE STATUS   ARR-OK.
              select F-INTERAGENCIAS assign to disk
               organization is line sequential
                   FILE STATUS   IAG-OK.
              select F-ASSINATURAS assign to disk
               organization is indexed
               access is dynamic
               record key is ase-cod-conta
                   FILE STATUS   ASE-OK.
              select F-ALERTAS assign to disk
               organization is indexed
               access is dynamic
               record key is alr-chave
                   FILE STATUS   ALR-OK.
              select F-PREFALERTAS assign to disk
               organization is indexed
               access is dynamic
               record key is pra-cod-cliente
                   FILE STATUS   PRA-OK.

       DATA DIVISION.
       file section.
               02 ext-saldo-anterior     PIC S9(10)V99.
               02 ext-saldo-novo         PIC S9(10)V99.
               02 ext-operador           PIC X(10).
               02 ext-documento          PIC 9(6).

           SD SORT-WORK.
           01 SORT-REC.
               02 hist-cod-agencia       PIC 9(5).
               02 hist-nome              PIC AAAAAAAAAA.
               02 hist-saldo             PIC $---.---.---.--9,99.
               02 hist-cod-cliente       PIC 9(5).
               02 hist-papel             PIC X(1).

           FD F-OPERADORES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "OPERADORES.txt".
               02 rej-motivo-baixa  PIC X(30).
               02 rej-operador      PIC X(10).

           FD F-CHEQUES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CHEQUES.txt".
           01 CHEQUE-REG.
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

           FD F-DEPCHEQUES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEPOSITOS-CHEQUE.txt".
           01 DEPCHEQUE-REG.
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

           FD F-CALENDARIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CALENDARIO.txt".
           01 CALENDARIO-REG.
               02 cal-data      PIC 9(8).
               02 cal-descricao PIC X(30).

           FD F-EMPRESTIMOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EMPRESTIMOS.txt".
           01 EMPRESTIMO-REG.
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

           FD F-PARCELAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARCELAS-EMPRESTIMO.txt".
           01 PARCELA-REG.
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

           FD F-APLICACOES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "APLICACOES.txt".
           01 APLICACAO-REG.
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

           FD F-TITULARES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TITULARES.txt".
           01 TITULAR-REG.
               02 tit-chave.
                   03 tit-cod-conta   PIC 9(5).
                   03 tit-cod-cliente PIC 9(5).
               02 tit-papel           PIC X(1).
               02 tit-assinatura      PIC X(1).
               02 tit-data-inclusao   PIC 9(8).
               02 tit-operador        PIC X(10).

           FD F-ALIQUOTA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ALIQUOTA-IR.txt".
           01 ALIQUOTA-REG.
               02 ali-percentual    PIC 9(2)V99.
               02 ali-data-vigencia PIC 9(8).
               02 ali-operador      PIC X(10).

           FD F-APROVACOES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "APROVACOES.txt".
           01 APROVACAO-REG.
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

           FD F-ACESSOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ACESSOS.txt".
           01 ACESSO-REG.
               02 acs-data              PIC 9(8).
               02 acs-hora              PIC 9(6).
               02 acs-operador          PIC X(10).
               02 acs-agencia-operador  PIC 9(5).
               02 acs-funcao            PIC X(20).
               02 acs-cod-conta         PIC 9(5).
               02 acs-cod-agencia       PIC 9(5).
               02 acs-cod-cliente       PIC 9(5).

           FD F-DEBAUT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEBITOS-AUTOMATICOS.txt".
           01 DEBAUT-REG.
               02 dba-chave.
                   03 dba-convenio      PIC 9(5).
                   03 dba-referencia    PIC X(20).
               02 dba-cod-conta         PIC 9(5).
               02 dba-valor-maximo      PIC S9(9)V99.
               02 dba-status            PIC X(1).
               02 dba-data-inclusao     PIC 9(8).
               02 dba-data-cancelamento PIC 9(8).
               02 dba-operador          PIC X(10).

           FD F-RECEBIDOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQUIVOS-RECEBIDOS.txt".
           01 RECEBIDO-REG.
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

           FD F-INTERAGENCIAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "INTERAGENCIAS.txt".
           01 INTERAGENCIA-REG.
               02 iag-data              PIC 9(8).
               02 iag-hora              PIC 9(6).
               02 iag-agencia-origem    PIC 9(5).
               02 iag-conta-origem      PIC 9(5).
               02 iag-agencia-destino   PIC 9(5).
               02 iag-conta-destino     PIC 9(5).
               02 iag-valor             PIC S9(9)V99.
               02 iag-operador          PIC X(10).

           FD F-ASSINATURAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ASSINATURAS-EXTRATO.txt".
           01 ASSINATURA-REG.
               02 ase-cod-conta         PIC 9(5).
               02 ase-arquivo           PIC X(30).
               02 ase-status            PIC X(1).
               02 ase-data-inclusao     PIC 9(8).
               02 ase-data-cancelamento PIC 9(8).
               02 ase-operador          PIC X(10).
               02 ase-ultima-geracao    PIC 9(8).
               02 ase-nsa               PIC 9(6).

           FD F-ALERTAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ALERTAS.txt".
           01 ALERTA-REG.
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

           FD F-PREFALERTAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PREFERENCIAS-ALERTA.txt".
           01 PREFERENCIA-REG.
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

       working-storage section.
       01 busca-nome    PIC AAAAAAAAAA value spaces.
       01 ws-busca-encontrada PIC X(01) value spaces.
          02 ws-ext-saldo-anterior PIC S9(10)V99.
          02 ws-ext-saldo-novo     PIC S9(10)V99.
          02 ws-ext-operador       PIC X(10).
          02 ws-ext-documento      PIC 9(6) VALUE ZEROES.
       01 EXT-OK           PIC X(02) VALUE ZEROES.
       01 ws-ultima-seq     PIC 9(6)      VALUE ZEROES.
       01 ws-valor-mov      PIC S9(9)V99  VALUE ZEROES.
          02 wst-nome-orig         PIC AAAAAAAAAA value spaces.
          02 wst-saldo-orig        PIC $---.---.---.--9,99.
          02 wst-data-abertura-orig PIC 9(8).
          02 wst-cod-cliente-orig  PIC 9(5).
       01 WS-TRANSF-DESTINO.
          02 wst-cod-conta-dest    PIC 9(5).
          02 wst-cod-agencia-dest  PIC 9(5).
          02 wst-nome-dest         PIC AAAAAAAAAA value spaces.
          02 wst-saldo-dest        PIC $---.---.---.--9,99.
          02 wst-data-abertura-dest PIC 9(8).
          02 wst-cod-cliente-dest  PIC 9(5).
       01 REL-OK              PIC X(02)      VALUE ZEROES.
       01 ws-agencia-corrente PIC 9(5)       VALUE ZEROES.
       01 ws-subtotal-agencia PIC S9(12)V99  VALUE ZEROES.
          02 ws-hist-cod-agencia  PIC 9(5).
          02 ws-hist-nome         PIC AAAAAAAAAA.
          02 ws-hist-saldo        PIC $---.---.---.--9,99.
          02 ws-hist-cod-cliente  PIC 9(5).
          02 ws-hist-papel        PIC X(1).
       01 ws-hist-vinc-cliente PIC 9(5)  VALUE ZEROES.
       01 ws-hist-vinc-papel   PIC X(1)  VALUE SPACES.
       01 HIST-OK              PIC X(02) VALUE ZEROES.
       01 ws-hist-ultima-seq   PIC 9(6)  VALUE ZEROES.
       01 WS-ANTES-ALTERACAO.
          02 wh-cod-agencia PIC 9(5).
          02 wh-nome        PIC AAAAAAAAAA.
          02 wh-saldo       PIC $---.---.---.--9,99.
          02 wh-cod-cliente PIC 9(5).
       01 WS-OPERADOR-REG.
          02 ws-op-id          PIC X(10).
          02 ws-op-senha       PIC X(10).
       01 ws-pos-soma-saldos  PIC S9(12)V99 VALUE ZEROES.
       01 ws-pos-soma-bloq    PIC S9(12)V99 VALUE ZEROES.
       01 ws-pos-soma-agd     PIC S9(12)V99 VALUE ZEROES.
       01 ws-pos-soma-apl     PIC S9(12)V99 VALUE ZEROES.
       01 ws-pos-liquida      PIC S9(12)V99 VALUE ZEROES.
       01 ws-pos-edit         PIC $---.---.---.--9,99.
       01 ws-pos-edit-2       PIC $---.---.---.--9,99.
       01 ws-tem-checkpoint    PIC X(1)  VALUE "N".
       01 ws-ja-passou-ckpt    PIC X(1)  VALUE "N".
       01 ws-contador-ckpt     PIC 9(3)  VALUE ZEROES.
       01 CHQ-OK              PIC X(02) VALUE ZEROES.
       01 WS-CHEQUE-REG.
          02 ws-chq-cod-conta      PIC 9(5).
          02 ws-chq-numero         PIC 9(6).
          02 ws-chq-data-emissao   PIC 9(8).
          02 ws-chq-status         PIC X(1).
          02 ws-chq-valor          PIC S9(9)V99.
          02 ws-chq-data-pagamento PIC 9(8).
          02 ws-chq-data-baixa     PIC 9(8).
          02 ws-chq-motivo         PIC X(30).
          02 ws-chq-operador       PIC X(10).
       01 ws-chq-ultimo-num   PIC 9(6)  VALUE ZEROES.
       01 ws-chq-primeiro     PIC 9(6)  VALUE ZEROES.
       01 ws-chq-qtd          PIC 9(3)  VALUE ZEROES.
       01 ws-chq-fim-talao    PIC 9(7)  VALUE ZEROES.
       01 ws-chq-emitidos     PIC 9(3)  VALUE ZEROES.
       01 ws-chq-busca        PIC 9(6)  VALUE ZEROES.
       01 ws-chq-data-inf     PIC 9(8)  VALUE ZEROES.
       01 ws-chq-fim          PIC X(01) VALUE SPACES.
       01 ws-chq-listados     PIC 9(5)  VALUE ZEROES.
       01 ws-chq-status-ext   PIC X(9)  VALUE SPACES.
       01 ws-chq-valor-edit   PIC $---.---.---.--9,99.
       01 DPC-OK              PIC X(02) VALUE ZEROES.
       01 WS-DEPCHEQUE-REG.
          02 ws-dpc-cod-conta      PIC 9(5).
          02 ws-dpc-sequencia      PIC 9(4).
          02 ws-dpc-data-deposito  PIC 9(8).
          02 ws-dpc-valor          PIC S9(9)V99.
          02 ws-dpc-data-liberacao PIC 9(8).
          02 ws-dpc-status         PIC X(1).
          02 ws-dpc-num-cheque     PIC 9(6).
          02 ws-dpc-ext-sequencia  PIC 9(6).
          02 ws-dpc-data-baixa     PIC 9(8).
          02 ws-dpc-motivo         PIC X(30).
          02 ws-dpc-operador       PIC X(10).
       01 ws-dpc-ultima-seq   PIC 9(4)  VALUE ZEROES.
       01 ws-dpc-busca        PIC 9(4)  VALUE ZEROES.
       01 ws-dpc-total        PIC S9(10)V99 VALUE ZEROES.
       01 ws-dpc-especie      PIC X(01) VALUE SPACES.
       01 ws-dpc-num-inf      PIC 9(6)  VALUE ZEROES.
       01 ws-dpc-prazo        PIC 9(1)  VALUE ZEROES.
       01 ws-dpc-limite-d1    PIC 9(7)V99 VALUE 300,00.
       01 ws-dpc-fim          PIC X(01) VALUE SPACES.
       01 ws-dpc-listados     PIC 9(5)  VALUE ZEROES.
       01 ws-dpc-status-ext   PIC X(11) VALUE SPACES.
       01 ws-dpc-valor-edit   PIC $---.---.---.--9,99.
       01 CAL-OK              PIC X(02) VALUE ZEROES.
       01 ws-cal-data-teste   PIC 9(8)  VALUE ZEROES.
       01 ws-cal-dia-util     PIC X(01) VALUE "N".
       01 ws-cal-dias-corridos PIC S9(7) VALUE ZEROES.
       01 ws-cal-dia-semana   PIC 9(1)  VALUE ZEROES.
       01 EMP-OK              PIC X(02) VALUE ZEROES.
       01 WS-EMPRESTIMO-REG.
          02 ws-emp-contrato            PIC 9(6).
          02 ws-emp-cod-conta           PIC 9(5).
          02 ws-emp-cod-cliente         PIC 9(5).
          02 ws-emp-valor-principal     PIC S9(9)V99.
          02 ws-emp-taxa-mensal         PIC 9(2)V9(4).
          02 ws-emp-prazo               PIC 9(3).
          02 ws-emp-data-contratacao    PIC 9(8).
          02 ws-emp-primeiro-vencimento PIC 9(8).
          02 ws-emp-valor-parcela       PIC S9(9)V99.
          02 ws-emp-status              PIC X(1).
          02 ws-emp-operador            PIC X(10).
       01 PRC-OK              PIC X(02) VALUE ZEROES.
       01 WS-PARCELA-REG.
          02 ws-prc-contrato       PIC 9(6).
          02 ws-prc-numero         PIC 9(3).
          02 ws-prc-cod-conta      PIC 9(5).
          02 ws-prc-vencimento     PIC 9(8).
          02 ws-prc-valor          PIC S9(9)V99.
          02 ws-prc-amortizacao    PIC S9(9)V99.
          02 ws-prc-juros          PIC S9(9)V99.
          02 ws-prc-saldo-devedor  PIC S9(9)V99.
          02 ws-prc-multa          PIC S9(7)V99.
          02 ws-prc-mora           PIC S9(7)V99.
          02 ws-prc-data-encargo   PIC 9(8).
          02 ws-prc-valor-pago     PIC S9(9)V99.
          02 ws-prc-data-pagamento PIC 9(8).
          02 ws-prc-status         PIC X(1).
       01 ws-emp-ultimo-num   PIC 9(6)  VALUE ZEROES.
       01 ws-emp-busca        PIC 9(6)  VALUE ZEROES.
       01 ws-emp-valor-inf    PIC 9(9)V99 VALUE ZEROES.
       01 ws-emp-taxa-inf     PIC 9(2)V9(4) VALUE ZEROES.
       01 ws-emp-taxa-maxima  PIC 9(2)V9(4) VALUE 15,0000.
       01 ws-emp-prazo-inf    PIC 9(3)  VALUE ZEROES.
       01 ws-emp-venc-inf     PIC 9(8)  VALUE ZEROES.
       01 ws-emp-taxa-dec     PIC 9V9(8) VALUE ZEROES.
       01 ws-emp-fator        PIC 9(24)V9(12) VALUE ZEROES.
       01 ws-emp-parcela      PIC S9(9)V99 VALUE ZEROES.
       01 ws-emp-saldo-dev    PIC S9(9)V99 VALUE ZEROES.
       01 ws-emp-juros-calc   PIC S9(9)V99 VALUE ZEROES.
       01 ws-emp-amort-calc   PIC S9(9)V99 VALUE ZEROES.
       01 ws-emp-num-parc     PIC 9(3)  VALUE ZEROES.
       01 ws-emp-venc-base    PIC 9(8)  VALUE ZEROES.
       01 ws-emp-venc-calc    PIC 9(8)  VALUE ZEROES.
       01 ws-emp-ano          PIC 9(4)  VALUE ZEROES.
       01 ws-emp-mes          PIC 9(2)  VALUE ZEROES.
       01 ws-emp-dia          PIC 9(2)  VALUE ZEROES.
       01 ws-emp-meses        PIC 9(6)  VALUE ZEROES.
       01 ws-emp-devido       PIC S9(9)V99 VALUE ZEROES.
       01 ws-emp-devido-total PIC S9(11)V99 VALUE ZEROES.
       01 ws-emp-fim          PIC X(01) VALUE SPACES.
       01 ws-emp-listados     PIC 9(5)  VALUE ZEROES.
       01 ws-emp-ativos       PIC 9(3)  VALUE ZEROES.
       01 ws-emp-status-ext   PIC X(9)  VALUE SPACES.
       01 ws-emp-taxa-edit    PIC Z9,9999.
       01 ws-emp-valor-edit   PIC $---.---.---.--9,99.
       01 ws-emp-parcela-edit PIC $---.---.---.--9,99.
       01 APL-OK              PIC X(02) VALUE ZEROES.
       01 WS-APLICACAO-REG.
          02 ws-apl-numero              PIC 9(6).
          02 ws-apl-cod-conta           PIC 9(5).
          02 ws-apl-cod-cliente         PIC 9(5).
          02 ws-apl-valor-aplicado      PIC S9(9)V99.
          02 ws-apl-taxa-mensal         PIC 9(2)V9(4).
          02 ws-apl-prazo               PIC 9(3).
          02 ws-apl-data-aplicacao      PIC 9(8).
          02 ws-apl-data-vencimento     PIC 9(8).
          02 ws-apl-rendimento          PIC S9(9)V99.
          02 ws-apl-data-rendimento     PIC 9(8).
          02 ws-apl-status              PIC X(1).
          02 ws-apl-data-resgate        PIC 9(8).
          02 ws-apl-taxa-penalidade     PIC 9(3)V99.
          02 ws-apl-valor-resgate       PIC S9(9)V99.
          02 ws-apl-operador            PIC X(10).
       01 ws-apl-ultimo-num   PIC 9(6)  VALUE ZEROES.
       01 ws-apl-busca        PIC 9(6)  VALUE ZEROES.
       01 ws-apl-valor-inf    PIC 9(9)V99 VALUE ZEROES.
       01 ws-apl-prazo-inf    PIC 9(3)  VALUE ZEROES.
       01 ws-apl-taxa-inf     PIC 9(2)V9(4) VALUE ZEROES.
       01 ws-apl-taxa-maxima  PIC 9(2)V9(4) VALUE 5,0000.
       01 ws-apl-taxa-credito PIC 9V9(4) VALUE ZEROES.
       01 ws-apl-penal-inf    PIC 9(3)V99 VALUE ZEROES.
       01 ws-apl-venc-calc    PIC 9(8)  VALUE ZEROES.
       01 ws-apl-dias         PIC S9(7) VALUE ZEROES.
       01 ws-apl-rendimento-calc PIC S9(9)V99 VALUE ZEROES.
       01 ws-apl-penalidade   PIC S9(9)V99 VALUE ZEROES.
       01 ws-apl-resgate-calc PIC S9(9)V99 VALUE ZEROES.
       01 ws-apl-fim          PIC X(01) VALUE SPACES.
       01 ws-apl-tem-arquivo  PIC X(01) VALUE "N".
       01 ws-apl-listadas     PIC 9(5)  VALUE ZEROES.
       01 ws-apl-ativas       PIC 9(3)  VALUE ZEROES.
       01 ws-apl-status-ext   PIC X(9)  VALUE SPACES.
       01 ws-apl-taxa-edit    PIC Z9,9999.
       01 ws-apl-valor-edit   PIC $---.---.---.--9,99.
       01 ws-apl-rendim-edit  PIC $---.---.---.--9,99.
       01 TIT-OK              PIC X(02) VALUE ZEROES.
       01 ws-tit-busca-conta  PIC 9(5)  VALUE ZEROES.
       01 ws-tit-busca-cliente PIC 9(5) VALUE ZEROES.
       01 ws-tit-segundo      PIC 9(5)  VALUE ZEROES.
       01 ws-tit-papel-achado PIC X(01) VALUE SPACES.
       01 ws-tit-papel-inf    PIC X(01) VALUE SPACES.
       01 ws-tit-papel-ext    PIC X(16) VALUE SPACES.
       01 ws-tit-regra        PIC X(01) VALUE SPACES.
       01 ws-tit-regra-conta  PIC X(01) VALUE SPACES.
       01 ws-tit-regra-inf    PIC X(01) VALUE SPACES.
       01 ws-tit-confirmado   PIC X(01) VALUE "S".
       01 ws-tit-tem-arquivo  PIC X(01) VALUE "N".
       01 ws-tit-conta-ok     PIC X(01) VALUE "N".
       01 ws-tit-fim          PIC X(01) VALUE SPACES.
       01 ws-tit-sair         PIC X(01) VALUE SPACES.
       01 ALI-OK              PIC X(02) VALUE ZEROES.
       01 WS-ALIQUOTA-REG.
          02 ws-ali-percentual    PIC 9(2)V99.
          02 ws-ali-data-vigencia PIC 9(8).
          02 ws-ali-operador      PIC X(10).
       01 ws-ali-novo         PIC 9(2)V99 VALUE ZEROES.
       01 ws-ali-edit         PIC Z9,99.
       01 APR-OK              PIC X(02) VALUE ZEROES.
       01 WS-APROVACAO-REG.
          02 ws-apr-numero           PIC 9(6).
          02 ws-apr-tipo             PIC X(1).
          02 ws-apr-status           PIC X(1).
          02 ws-apr-cod-conta        PIC 9(5).
          02 ws-apr-referencia       PIC X(10).
          02 ws-apr-antes            PIC X(40).
          02 ws-apr-depois           PIC X(40).
          02 ws-apr-motivo           PIC X(30).
          02 ws-apr-operador-pedido  PIC X(10).
          02 ws-apr-data-pedido      PIC 9(8).
          02 ws-apr-hora-pedido      PIC 9(6).
          02 ws-apr-operador-decisao PIC X(10).
          02 ws-apr-data-decisao     PIC 9(8).
          02 ws-apr-hora-decisao     PIC 9(6).
      * valores antes/depois de cada tipo de pedido
       01 ws-apr-valores         PIC X(40) VALUE SPACES.
       01 ws-apr-valores-conta REDEFINES ws-apr-valores.
          02 wac-cod-agencia     PIC 9(5).
          02 wac-nome            PIC AAAAAAAAAA.
          02 wac-saldo           PIC $---.---.---.--9,99.
          02 FILLER              PIC X(6).
       01 ws-apr-valores-bloqueio REDEFINES ws-apr-valores.
          02 wab-status          PIC X(1).
          02 wab-valor           PIC $---.---.---.--9,99.
          02 FILLER              PIC X(20).
       01 ws-apr-ultimo-num   PIC 9(6)  VALUE ZEROES.
       01 ws-apr-duplicado    PIC X(01) VALUE "N".
       01 ws-apr-aplicado     PIC X(01) VALUE "N".
       01 ws-apr-fim          PIC X(01) VALUE SPACES.
       01 ws-apr-sair         PIC X(01) VALUE SPACES.
       01 ws-apr-qtd-vistos   PIC 9(5)  VALUE ZEROES.
       01 ws-apr-mensagem     PIC X(50) VALUE SPACES.
       01 ws-apr-tipo-ext     PIC X(20) VALUE SPACES.
       01 ws-apr-texto-antes  PIC X(50) VALUE SPACES.
       01 ws-apr-texto-depois PIC X(50) VALUE SPACES.
       01 ACS-OK              PIC X(02) VALUE ZEROES.
      * agencia do caixa aberto no login (zero se o operador nao
      * abriu caixa no dia)
       01 ws-acs-agencia-operador PIC 9(5) VALUE ZEROES.
       01 ws-acs-funcao       PIC X(20) VALUE SPACES.
       01 ws-acs-cod-conta    PIC 9(5)  VALUE ZEROES.
       01 ws-acs-cod-agencia  PIC 9(5)  VALUE ZEROES.
       01 ws-acs-cod-cliente  PIC 9(5)  VALUE ZEROES.
       01 DBA-OK              PIC X(02) VALUE ZEROES.
       01 WS-DEBAUT-REG.
          02 ws-dba-convenio         PIC 9(5).
          02 ws-dba-referencia       PIC X(20).
          02 ws-dba-cod-conta        PIC 9(5).
          02 ws-dba-valor-maximo     PIC S9(9)V99.
          02 ws-dba-status           PIC X(1).
          02 ws-dba-data-inclusao    PIC 9(8).
          02 ws-dba-data-cancelamento PIC 9(8).
          02 ws-dba-operador         PIC X(10).
       01 ws-dba-valor-edit   PIC $---.---.---.--9,99.
       01 ws-dba-conta-busca  PIC 9(5)  VALUE ZEROES.
       01 ws-dba-fim          PIC X(01) VALUE SPACES.
       01 ws-dba-qtd          PIC 9(5)  VALUE ZEROES.
       01 ARR-OK              PIC X(02) VALUE ZEROES.
       01 ws-arr-arquivo      PIC X(01) VALUE SPACES.
       01 ws-arr-remetente    PIC X(10) VALUE SPACES.
       01 ws-arr-sequencia    PIC 9(6)  VALUE ZEROES.
       01 ws-arr-total-edit   PIC -.---.---.---.--9,99.
       01 ws-arr-status-ext   PIC X(20) VALUE SPACES.
       01 IAG-OK              PIC X(02) VALUE ZEROES.
       01 ws-iag-agencia-origem  PIC 9(5) VALUE ZEROES.
       01 ws-iag-conta-origem    PIC 9(5) VALUE ZEROES.
       01 ws-iag-agencia-destino PIC 9(5) VALUE ZEROES.
       01 ws-iag-conta-destino   PIC 9(5) VALUE ZEROES.
       01 ws-iag-valor           PIC S9(9)V99 VALUE ZEROES.
       01 ASE-OK              PIC X(02) VALUE ZEROES.
       01 WS-ASSINATURA-REG.
          02 ws-ase-cod-conta         PIC 9(5).
          02 ws-ase-arquivo           PIC X(30).
          02 ws-ase-status            PIC X(1).
          02 ws-ase-data-inclusao     PIC 9(8).
          02 ws-ase-data-cancelamento PIC 9(8).
          02 ws-ase-operador          PIC X(10).
          02 ws-ase-ultima-geracao    PIC 9(8).
          02 ws-ase-nsa               PIC 9(6).
       01 ws-ase-tamanho      PIC 9(3)  VALUE ZEROES.
       01 ws-ase-invalidos    PIC 9(3)  VALUE ZEROES.
       01 ALR-OK              PIC X(02) VALUE ZEROES.
       01 ws-alr-cod-conta    PIC 9(5)  VALUE ZEROES.
       01 ws-alr-cod-cliente  PIC 9(5)  VALUE ZEROES.
       01 ws-alr-tipo         PIC X(1)  VALUE SPACES.
       01 ws-alr-referencia   PIC 9(6)  VALUE ZEROES.
       01 ws-alr-valor        PIC S9(9)V99  VALUE ZEROES.
       01 ws-alr-saldo        PIC S9(10)V99 VALUE ZEROES.
       01 ws-alr-ext-tipo     PIC X(1)  VALUE SPACES.
       01 PRA-OK              PIC X(02) VALUE ZEROES.
       01 WS-PREFERENCIA-REG.
          02 ws-pra-cod-cliente      PIC 9(5).
          02 ws-pra-telefone         PIC X(15).
          02 ws-pra-email            PIC X(50).
          02 ws-pra-saldo-baixo      PIC X(1).
          02 ws-pra-limite-saldo     PIC S9(9)V99.
          02 ws-pra-movimento-grande PIC X(1).
          02 ws-pra-bloqueio         PIC X(1).
          02 ws-pra-agendamento      PIC X(1).
          02 ws-pra-data-atualizacao PIC 9(8).
          02 ws-pra-operador         PIC X(10).
       01 ws-pra-limite-edit  PIC $---.---.---.--9,99.
       01 ws-pra-existe       PIC X(01) VALUE SPACES.

       screen section.
       01 TELA-LOGIN.
        03 line 12 col 01 value "(8) TRANSFERENCIA ENTRE CONTAS     ".
        03 line 13 col 01 value "(9) ADMINISTRACAO DE OPERADORES    ".
        03 line 14 col 01 value "(H) MOVIMENTOS DA CONTA            ".
        03 line 15 col 01 value "(Q) CHEQUES E TALOES               ".
        03 line 16 col 01 value "(L) EMPRESTIMOS PESSOAIS           ".
        03 line 17 col 01 value "(P) APLICACOES A PRAZO             ".
        03 line 05 col 37 value "(E) ENCERRAMENTO DE CONTA        ".
        03 line 06 col 37 value "(C) CADASTRO DE CLIENTES         ".
        03 line 07 col 37 value "(G) CADASTRO DE AGENCIAS         ".
        03 line 13 col 37 value "(X) CONTROLE DE CAIXA            ".
        03 line 14 col 37 value "(U) SITUACAO DA CONTA            ".
        03 line 15 col 37 value "(J) REJEITOS DE LOTE             ".
        03 line 16 col 37 value "(V) APROVACOES PENDENTES         ".
        03 line 17 col 37 value "(D) DEBITO AUTOMATICO            ".
        03 line 18 col 01 value "(I) ARQUIVOS RECEBIDOS             ".
        03 line 18 col 37 value "(N) EXTRATO ELETRONICO CNAB      ".
        03 line 19 col 01 value "(S) SAIR                           ".
        03 line 20 col 01 value "OPCAO:                             ".

        03 line 07 col 01 value "(S) SAIR                           ".
        03 line 08 col 01 value "OPCAO:                             ".

       01 TELA-CHEQUES.
        03 BLANK SCREEN.
        03 line 01 col 01 value "***********************************".
        03 line 02 col 01 value "         CHEQUES E TALOES".
        03 line 03 col 01 value "***********************************".
        03 line 04 col 01 value "(1) EMITIR TALAO                   ".
        03 line 05 col 01 value "(2) PAGAR CHEQUE NO CAIXA          ".
        03 line 06 col 01 value "(3) SUSTAR CHEQUE                  ".
        03 line 07 col 01 value "(4) CANCELAR CHEQUE                ".
        03 line 08 col 01 value "(5) CONSULTAR CHEQUES DA CONTA     ".
        03 line 09 col 01 value "(6) DEVOLVER CHEQUE DEPOSITADO     ".
        03 line 10 col 01 value "(7) DEPOSITOS EM CHEQUE DA CONTA   ".
        03 line 11 col 01 value "(S) SAIR                           ".
        03 line 12 col 01 value "OPCAO:                             ".

       01 TELA-CHEQUE-FICHA.
        03 BLANK SCREEN.
        03 line 01 col 01 value "***********************************".
        03 line 02 col 01 value "         FICHA DO CHEQUE".
        03 line 03 col 01 value "***********************************".
        03 line 04 col 01 value "Codigo da conta:".

       01 TELA-EMPRESTIMOS.
        03 BLANK SCREEN.
        03 line 01 col 01 value "***********************************".
        03 line 02 col 01 value "       EMPRESTIMOS PESSOAIS".
        03 line 03 col 01 value "***********************************".
        03 line 04 col 01 value "(1) CONTRATAR E LIBERAR EMPRESTIMO ".
        03 line 05 col 01 value "(2) CONTRATOS DA CONTA             ".
        03 line 06 col 01 value "(3) PARCELAS DO CONTRATO           ".
        03 line 07 col 01 value "(S) SAIR                           ".
        03 line 08 col 01 value "OPCAO:                             ".

       01 TELA-EMPRESTIMO-FICHA.
        03 BLANK SCREEN.
        03 line 01 col 01 value "***********************************".
        03 line 02 col 01 value "      CONTRATO DE EMPRESTIMO".
        03 line 03 col 01 value "***********************************".
        03 line 04 col 01 value "Codigo da conta:".

       01 TELA-APLICACOES.
        03 BLANK SCREEN.
        03 line 01 col 01 value "***********************************".
        03 line 02 col 01 value "        APLICACOES A PRAZO".
        03 line 03 col 01 value "***********************************".
        03 line 04 col 01 value "(1) NOVA APLICACAO                 ".
        03 line 05 col 01 value "(2) APLICACOES DA CONTA            ".
        03 line 06 col 01 value "(3) RESGATE ANTECIPADO             ".
        03 line 07 col 01 value "(S) SAIR                           ".
        03 line 08 col 01 value "OPCAO:                             ".

       01 TELA-APLICACAO-FICHA.
        03 BLANK SCREEN.
        03 line 01 col 01 value "***********************************".
        03 line 02 col 01 value "       APLICACAO A PRAZO".
        03 line 03 col 01 value "***********************************".
        03 line 04 col 01 value "Codigo da conta:".

       01 TELA-SITUACAO.
        03 BLANK SCREEN.
        03 line 01 col 01 value "***********************************".
        03 line 04 col 01 value "(1) INCLUIR CLIENTE                ".
        03 line 05 col 01 value "(2) ALTERAR CLIENTE                ".
        03 line 06 col 01 value "(3) CONSULTAR CLIENTE              ".
        03 line 07 col 01 value "(4) TITULARES DE CONTA             ".
        03 line 08 col 01 value "(5) PREFERENCIAS DE ALERTA         ".
        03 line 09 col 01 value "(S) SAIR                           ".
        03 line 10 col 01 value "OPCAO:                             ".

       01 TELA-TITULARES.
        03 BLANK SCREEN.
        03 line 01 col 01 value "***********************************".
        03 line 02 col 01 value "       TITULARES DA CONTA".
        03 line 03 col 01 value "***********************************".
        03 line 04 col 01 value "(1) INCLUIR TITULAR/PROCURADOR     ".
        03 line 05 col 01 value "(2) EXCLUIR TITULAR/PROCURADOR     ".
        03 line 06 col 01 value "(3) REGRA DE ASSINATURA            ".
        03 line 07 col 01 value "(4) LISTAR TITULARES               ".
        03 line 08 col 01 value "(5) TROCAR PRIMEIRO TITULAR        ".
        03 line 09 col 01 value "(S) SAIR                           ".
        03 line 10 col 01 value "OPCAO:                             ".

       01 TELA-TITULAR-FICHA.
        03 BLANK SCREEN.
        03 line 01 col 01 value "***********************************".
        03 line 02 col 01 value "        TITULAR DA CONTA".
        03 line 03 col 01 value "***********************************".
        03 line 04 col 01 value "Codigo da conta:".

       01 TELA-CLIENTE-FICHA.
        03 BLANK SCREEN.
        03 line 09 col 01 value "CEP:".
        03 line 10 col 01 value "Complemento:".

       01 TELA-PREFERENCIA-FICHA.
        03 BLANK SCREEN.
        03 line 01 col 01 value "***********************************".
        03 line 02 col 01 value "     PREFERENCIAS DE ALERTA".
        03 line 03 col 01 value "***********************************".
        03 line 04 col 01 value "Codigo do cliente:".
        03 line 05 col 01 value "Celular (SMS):".
        03 line 06 col 01 value "E-mail:".
        03 line 07 col 01 value "Alerta de saldo baixo (S/N):".
        03 line 08 col 01 value "Limite de saldo baixo: R$".
        03 line 09 col 01 value "Alerta de movimento grande (S/N):".
        03 line 10 col 01 value "Alerta de bloqueio judicial (S/N):".
        03 line 11 col 01 value "Alerta de agendamento nao executado:".

       01 TELA-AGENCIAS.
        03 BLANK SCREEN.
        03 line 01 col 01 value "***********************************".
        03 line 04 col 01 value "(1) INCLUIR TARIFA                 ".
        03 line 05 col 01 value "(2) ALTERAR TARIFA                 ".
        03 line 06 col 01 value "(3) CONSULTAR TARIFA               ".
        03 line 07 col 01 value "(4) ALIQUOTA DE IR SOBRE JUROS     ".
        03 line 08 col 01 value "(S) SAIR                           ".
        03 line 09 col 01 value "OPCAO:                             ".

       01 TELA-TARIFA-FICHA.
        03 BLANK SCREEN.
        03 line 06 col 01 value "Taxa juros credor (0,0000):".
        03 line 07 col 01 value "Isencao (S/N):".

       01 TELA-ALIQUOTA-IR.
        03 BLANK SCREEN.
        03 line 01 col 01 value "***********************************".
        03 line 02 col 01 value "    ALIQUOTA DE IR SOBRE JUROS".
        03 line 03 col 01 value "***********************************".
        03 line 04 col 01 value "Aliquota atual (%):".
        03 line 05 col 01 value "Vigente desde:".
        03 line 06 col 01 value "Alterada por:".
        03 line 07 col 01 value "Nova aliquota (00,00):".

       01 TELA-APROVACAO.
        03 BLANK SCREEN.
        03 line 01 col 01 value "***********************************".
        03 line 02 col 01 value "      APROVACOES PENDENTES".
        03 line 03 col 01 value "***********************************".
        03 line 04 col 01 value "Pedido:".
        03 line 04 col 30 value "Tipo:".
        03 line 05 col 01 value "Conta:".
        03 line 05 col 30 value "Referencia:".
        03 line 06 col 01 value "Pedido por:".
        03 line 07 col 01 value "Antes:".
        03 line 08 col 01 value "Depois:".
        03 line 10 col 01 value "Motivo:".
        03 line 12 col 01 value "(A) APROVAR  (R) REJEITAR".
        03 line 12 col 28 value "(P) PROXIMO  (S) SAIR".
        03 line 13 col 01 value "OPCAO:".

       01 TELA-DEBITO-AUTOMATICO.
        03 BLANK SCREEN.
        03 line 01 col 01 value "***********************************".
        03 line 02 col 01 value "   DEBITO AUTOMATICO - CONVENIOS".
        03 line 03 col 01 value "***********************************".
        03 line 04 col 01 value "(1) INCLUIR AUTORIZACAO            ".
        03 line 05 col 01 value "(2) CANCELAR AUTORIZACAO           ".
        03 line 06 col 01 value "(3) LISTAR AUTORIZACOES DA CONTA   ".
        03 line 07 col 01 value "(S) SAIR                           ".
        03 line 08 col 01 value "OPCAO:                             ".

       01 TELA-ARQUIVO-RECEBIDO.
        03 BLANK SCREEN.
        03 line 01 col 01 value "***********************************".
        03 line 02 col 01 value "  LIBERACAO DE ARQUIVO RECEBIDO".
        03 line 03 col 01 value "***********************************".
        03 line 04 col 01 value "Arquivo (M=MOVIMENTOS C=COMPENSACAO):".
        03 line 05 col 01 value "Remetente:".
        03 line 06 col 01 value "Sequencia:".

       01 TELA-DEBAUT-FICHA.
        03 BLANK SCREEN.
        03 line 01 col 01 value "***********************************".
        03 line 02 col 01 value "   AUTORIZACAO DE DEBITO AUTOMATICO".
        03 line 03 col 01 value "***********************************".
        03 line 04 col 01 value "Conta:".
        03 line 05 col 01 value "Convenio:".
        03 line 06 col 01 value "Referencia no convenio:".
        03 line 07 col 01 value "Valor maximo (0=sem limite): R$".

       01 TELA-EXTRATO-ELETRONICO.
        03 BLANK SCREEN.
        03 line 01 col 01 value "***********************************".
        03 line 02 col 01 value "  EXTRATO ELETRONICO CNAB 240".
        03 line 03 col 01 value "***********************************".
        03 line 04 col 01 value "(1) INCLUIR ASSINATURA             ".
        03 line 05 col 01 value "(2) CANCELAR ASSINATURA            ".
        03 line 06 col 01 value "(3) CONSULTAR ASSINATURA DA CONTA  ".
        03 line 07 col 01 value "(S) SAIR                           ".
        03 line 08 col 01 value "OPCAO:                             ".

       01 TELA-ASSINATURA-FICHA.
        03 BLANK SCREEN.
        03 line 01 col 01 value "***********************************".
        03 line 02 col 01 value "   ASSINATURA DE EXTRATO ELETRONICO".
        03 line 03 col 01 value "***********************************".
        03 line 04 col 01 value "Conta:".
        03 line 05 col 01 value "Arquivo de saida:".

       01 TELA-AGENDA-FICHA.
        03 BLANK SCREEN.
        03 line 01 col 01 value "***********************************".
               display "Nova senha:" at 1201
               initialize ws-nova-senha
               accept ws-nova-senha at 1213
               initialize WS-APROVACAO-REG
               move "P"           to ws-apr-tipo
               move ws-admin-id   to ws-apr-referencia
               move ws-nova-senha to ws-apr-depois
               perform APROVACAO-REGISTRAR-PEDIDO
               display ws-apr-mensagem at 1301
       end-read.
       display "ENTER para continuar." at 1501.
       accept continua.
         when "j"  perform REJEITOS-LOTE
         when "H"  perform HISTORICO-MOVIMENTOS
         when "h"  perform HISTORICO-MOVIMENTOS
         when "Q"  perform CHEQUES-TALOES
         when "q"  perform CHEQUES-TALOES
         when "L"  perform EMPRESTIMOS-PESSOAIS
         when "l"  perform EMPRESTIMOS-PESSOAIS
         when "P"  perform APLICACOES-PRAZO
         when "p"  perform APLICACOES-PRAZO
         when "U"
             if ws-perfil-atual = "S" then
                 perform SITUACAO-CONTA
             else
                 display "Acesso restrito a supervisores!" at 2101
             end-if
         when "V"
             if ws-perfil-atual = "S" then
                 perform APROVACOES-PENDENTES
             else
                 display "Acesso restrito a supervisores!" at 2101
             end-if
         when "v"
             if ws-perfil-atual = "S" then
                 perform APROVACOES-PENDENTES
             else
                 display "Acesso restrito a supervisores!" at 2101
             end-if
         when "D"  perform DEBITO-AUTOMATICO
         when "d"  perform DEBITO-AUTOMATICO
         when "N"  perform EXTRATO-ELETRONICO
         when "n"  perform EXTRATO-ELETRONICO
         when "I"
             if ws-perfil-atual = "S" then
                 perform ARQUIVOS-RECEBIDOS
             else
                 display "Acesso restrito a supervisores!" at 2101
             end-if
         when "i"
             if ws-perfil-atual = "S" then
                 perform ARQUIVOS-RECEBIDOS
             else
                 display "Acesso restrito a supervisores!" at 2101
             end-if
         when "S"  perform sair
         when "s"  perform sair
         when other display " Opção Inválida"
               not invalid key
               display "Registrado com sucesso! " at 1210
      *        PERFORM MOSTRAR-DADOS-SALVOS
               perform INCLUSAO-TITULARES
               accept continua
       end-write.


      *******************************************************************
      * HISTORICO / AUDITORIA - copia "antes" de toda ALTERACAO e
      * EXCLUSAO, com data/hora, para HISTORICO.txt, e o inicio (V) e
      * o fim (X) de cada vinculo de cliente com a conta, com o papel,
      * que a REMESSA-CCS informa ao Banco Central.
      *******************************************************************
       ABRIR-HISTORICO.
       open i-o F-HISTORICO.
       move wh-cod-agencia              to hist-cod-agencia.
       move wh-nome                     to hist-nome.
       move wh-saldo                    to hist-saldo.
       if ws-hist-operacao = "V" or ws-hist-operacao = "X" then
           move ws-hist-vinc-cliente    to hist-cod-cliente
           move ws-hist-vinc-papel      to hist-papel
       else
           move wh-cod-cliente          to hist-cod-cliente
           move "1"                     to hist-papel
       end-if.
       write HISTORICO-REG
           invalid key
               display "Erro ao gravar o historico!" at 0901
                   move ws-cod-agencia to wh-cod-agencia
                   move ws-nome        to wh-nome
                   move ws-saldo       to wh-saldo
                   move ws-cod-cliente to wh-cod-cliente
                   perform ALTERAR-CONTA until prosseguir = "v"
                   move "v" to prosseguir
               end-read
       initialize opcao.
       accept opcao at 1947.
       if opcao = "s" or "S" then
           if ws-saldo not = wh-saldo then
               perform PEDIR-ALTERACAO-SALDO
               display ws-apr-mensagem at 2001
           else
               perform APLICAR-ALTERACAO-CONTA
               display "Os dados foram salvos!    " at 2001
           end-if
           move "v" to prosseguir
       else
           if opcao = "n" or "N" then
           end-if
       end-if.

      * mudanca de saldo so vale com o visto de outro supervisor: a
      * alteracao inteira (agencia, nome e saldo) vai para APROVACOES
       PEDIR-ALTERACAO-SALDO.
       initialize WS-APROVACAO-REG.
       move "S"            to ws-apr-tipo.
       move ws-cod-conta   to ws-apr-cod-conta.
       move wh-cod-agencia to wac-cod-agencia.
       move wh-nome        to wac-nome.
       move wh-saldo       to wac-saldo.
       move ws-apr-valores to ws-apr-antes.
       move ws-cod-agencia to wac-cod-agencia.
       move ws-nome        to wac-nome.
       move ws-saldo       to wac-saldo.
       move ws-apr-valores to ws-apr-depois.
       perform APROVACAO-REGISTRAR-PEDIDO.

       APLICAR-ALTERACAO-CONTA.
       move "A" to ws-hist-operacao.
       perform GRAVAR-HISTORICO.
       if ws-saldo not = wh-saldo then
           move ws-data-contabil
               to ws-data-ultima-movimentacao
           move wh-saldo to ws-saldo-alpha
           compute ws-saldo-anterior-num =
               function numval-c(ws-saldo-alpha)
           perform SALDO-PARA-NUMERICO
           compute ws-valor-mov =
               ws-saldo-num - ws-saldo-anterior-num
           move ws-saldo-anterior-num to ws-ext-saldo-anterior
           move "C" to ws-ext-tipo
           perform GRAVAR-EXTRATO
       end-if.
       MOVE WS-DADOS-CADASTRO TO DADOS-CADASTRO.
       REWRITE DADOS-CADASTRO
       END-REWRITE.

      *******************************************************************


      *display erase at 0101.
       display TELA-EXCLUSAO.
       perform ABRIR-HISTORICO.
       perform ABRIR-BLOQUEIOS.
       open I-O F-CADASTRO.
           perform until prosseguir = "v"
               initialize cod-conta
            end-perform.
       close F-CADASTRO.
       close F-HISTORICO.
       close F-BLOQUEIOS.
       close F-DEPCHEQUES.
       move "v" to rodar.
       display " ENTER para sair.".
       accept continua.
            display "Conta possui saldo diferente de zero!   " at 0701
            display "Zere o saldo antes de excluir a conta.  " at 0801
        else
            perform CONFERIR-PENDENCIAS-EXCLUSAO
        end-if
        move "v" to prosseguir
       else
        display " Opcao invalida          " at 0701.

      * a exclusao recusa as mesmas pendencias do encerramento
       CONFERIR-PENDENCIAS-EXCLUSAO.
       perform SOMAR-BLOQUEIOS-ATIVOS.
       perform CONTAR-EMPRESTIMOS-ATIVOS.
       perform CONTAR-APLICACOES-ATIVAS.
       evaluate true
         when ws-total-bloqueado not = zeroes
           display "Conta possui bloqueios ativos!  " at 0701
           display "Baixe os bloqueios antes de excluir." at 0801
         when ws-emp-ativos not = zeroes
           display "Conta possui emprestimo ativo!  " at 0701
           display "Quite o contrato antes de excluir." at 0801
         when ws-apl-ativas not = zeroes
           display "Conta possui aplicacao ativa!   " at 0701
           display "Resgate a aplicacao antes de "
               "excluir." at 0801
         when other
           perform EXCLUIR-CONTA
       end-evaluate.

       EXCLUIR-CONTA.
       display "Conta excluida!          " at 0701.
       move ws-cod-conta   to wh-cod-conta.
       move ws-cod-agencia to wh-cod-agencia.
       move ws-nome        to wh-nome.
       move ws-saldo       to wh-saldo.
       move ws-cod-cliente to wh-cod-cliente.
       move "E" to ws-hist-operacao.
       perform GRAVAR-HISTORICO.
       perform EXCLUIR-TITULARES-CONTA.
       move ws-cod-conta to cod-conta.
       DELETE F-CADASTRO RECORD
           invalid key
               display "Erro ao remover a conta!" at 0901
       END-DELETE.

      * as linhas da conta saem do TITULARES; cada segundo titular ou
      * procurador ganha o fim de vinculo (X) para a remessa do CCS
       EXCLUIR-TITULARES-CONTA.
       perform ABRIR-TITULARES.
       move ws-cod-conta to tit-cod-conta.
       move zeroes to tit-cod-cliente.
       move spaces to ws-tit-fim.
       start F-TITULARES key is not less than tit-chave
           invalid key
               move "v" to ws-tit-fim
           not invalid key
               continue
       end-start.
       perform until ws-tit-fim = "v"
           read F-TITULARES next record
               at end
                   move "v" to ws-tit-fim
               not at end
                   if tit-cod-conta not = ws-cod-conta then
                       move "v" to ws-tit-fim
                   else
                       if tit-papel not = "1"
                          and tit-cod-cliente not = ws-cod-cliente then
                           move "X"             to ws-hist-operacao
                           move tit-cod-cliente to ws-hist-vinc-cliente
                           move tit-papel       to ws-hist-vinc-papel
                           perform GRAVAR-HISTORICO
                       end-if
                       delete F-TITULARES record
                           invalid key
                               display "Erro ao excluir o titular!"
                                   at 0901
                       end-delete
                   end-if
           end-read
       end-perform.
       close F-TITULARES.

       MOSTRAR-EXCLUSAO.
       display "======================================================".
       display "Codigo da conta:       " ws-cod-conta.
       close F-EXTRATO.
       close F-ENCERRADAS.
       close F-BLOQUEIOS.
       close F-DEPCHEQUES.
       move "v" to rodar.
       display " ENTER para sair.".
       accept continua.
                   display "Baixe os bloqueios antes de encerrar."
                       at 0801
               else
                   perform CONTAR-EMPRESTIMOS-ATIVOS
                   if ws-emp-ativos not = zeroes then
                       display "Conta possui emprestimo ativo!  "
                           at 0701
                       display "Quite o contrato antes de encerrar."
                           at 0801
                   else
                       perform CONTAR-APLICACOES-ATIVAS
                       if ws-apl-ativas not = zeroes then
                           display "Conta possui aplicacao ativa!   "
                               at 0701
                           display "Resgate a aplicacao antes de "
                               "encerrar." at 0801
                       else
                           perform ENCERRAR-CONTA
                       end-if
                   end-if
               end-if
               move "v" to prosseguir
           else
       move ws-nome           to wst-nome-orig.
       move ws-saldo          to wst-saldo-orig.
       move ws-data-abertura  to wst-data-abertura-orig.
       move ws-cod-cliente    to wst-cod-cliente-orig.
       move ws-cod-cliente    to ws-cliente-orig.
       perform SALDO-PARA-NUMERICO.
       move ws-saldo-num to ws-saldo-varrer.
           move wst-cod-agencia-orig to wh-cod-agencia
           move wst-nome-orig      to wh-nome
           move wst-saldo-orig     to wh-saldo
           move ws-cliente-orig    to wh-cod-cliente
           move "E" to ws-hist-operacao
           perform GRAVAR-HISTORICO
           move wst-cod-conta-orig to cod-conta
                   move ws-nome           to wst-nome-dest
                   move ws-saldo          to wst-saldo-dest
                   move ws-data-abertura  to wst-data-abertura-dest
                   move ws-cod-cliente    to wst-cod-cliente-dest
                   perform POSTAR-VARREDURA
                   move "v" to prosseguir
               end-read
       move ws-saldo-varrer to ws-ext-saldo-anterior.
       move zeroes to ws-saldo-num.
       move wst-cod-conta-orig to ws-cod-conta.
       move wst-cod-cliente-orig to ws-cod-cliente.
       move "T" to ws-ext-tipo.
       compute ws-valor-mov = ws-valor-mov * -1.
       perform GRAVAR-EXTRATO.
       move wst-nome-orig         to nome.
       move zeroes                to saldo.
       move wst-data-abertura-orig to data-abertura.
       move wst-cod-cliente-orig  to cod-cliente.
       move ws-data-contabil to data-ultima-movimentacao.
       rewrite DADOS-CADASTRO
           invalid key
       move ws-saldo-num to ws-ext-saldo-anterior.
       add ws-saldo-varrer to ws-saldo-num.
       move wst-cod-conta-dest to ws-cod-conta.
       move wst-cod-cliente-dest to ws-cod-cliente.
       move "T" to ws-ext-tipo.
       perform GRAVAR-EXTRATO.
       move wst-cod-conta-dest    to cod-conta.
       move wst-nome-dest         to nome.
       move ws-saldo-num          to saldo.
       move wst-data-abertura-dest to data-abertura.
       move wst-cod-cliente-dest  to cod-cliente.
       move ws-data-contabil to data-ultima-movimentacao.
       rewrite DADOS-CADASTRO
           invalid key
               display "Erro ao creditar a conta de destino!" at 0901
       end-rewrite.
       move wst-cod-agencia-orig  to ws-iag-agencia-origem.
       move wst-cod-conta-orig    to ws-iag-conta-origem.
       move wst-cod-agencia-dest  to ws-iag-agencia-destino.
       move wst-cod-conta-dest    to ws-iag-conta-destino.
       move ws-saldo-varrer       to ws-iag-valor.
       perform GRAVAR-INTERAGENCIA.

       GRAVAR-CONTA-ENCERRADA.
       display "Motivo do encerramento (codigo):" at 1001.
       perform until prosseguir = "v"
           display TELA-CLIENTES
           initialize opcao
           accept opcao at 1008
           evaluate opcao
             when "1" perform CLIENTE-INCLUIR
             when "2" perform CLIENTE-ALTERAR
             when "3" perform CLIENTE-CONSULTAR
             when "4" perform TITULARES-CONTA
             when "5" perform CLIENTE-PREFERENCIAS
             when "s" move "v" to prosseguir
             when "S" move "v" to prosseguir
             when other display "Opcao invalida!" at 1001
       display ws-cli-cep(1:30) at 0906.
       display ws-cli-complemento(1:30) at 1014.

      * preferencias de alerta ficam em PREFERENCIAS-ALERTA.txt, uma
      * por cliente; cliente sem preferencia gravada nao recebe aviso
       CLIENTE-PREFERENCIAS.
       display TELA-PREFERENCIA-FICHA.
       initialize WS-PREFERENCIA-REG.
       accept ws-pra-cod-cliente at 0420.
       move ws-pra-cod-cliente to cli-codigo.
       read F-CLIENTES
           key is cli-codigo
           invalid key
               display "Cliente nao encontrado!" at 1301
           not invalid key
               perform PREFERENCIA-ATUALIZAR
       end-read.
       display "ENTER para continuar." at 1401.
       accept continua.

       PREFERENCIA-ATUALIZAR.
       open i-o F-PREFALERTAS.
       if PRA-OK = "35" then
           open output F-PREFALERTAS
           close F-PREFALERTAS
           open i-o F-PREFALERTAS
       end-if.
       move ws-pra-cod-cliente to pra-cod-cliente.
       read F-PREFALERTAS into WS-PREFERENCIA-REG
           key is pra-cod-cliente
           invalid key
               move "N" to ws-pra-saldo-baixo
               move "N" to ws-pra-movimento-grande
               move "N" to ws-pra-bloqueio
               move "N" to ws-pra-agendamento
               move zeroes to ws-pra-limite-saldo
               move "N" to ws-pra-existe
           not invalid key
               move "S" to ws-pra-existe
       end-read.
       move ws-pra-limite-saldo to ws-pra-limite-edit.
       display ws-pra-telefone at 0516.
       display ws-pra-email at 0609.
       display ws-pra-saldo-baixo at 0730.
       display ws-pra-limite-edit at 0827.
       display ws-pra-movimento-grande at 0935.
       display ws-pra-bloqueio at 1036.
       display ws-pra-agendamento at 1138.
       accept ws-pra-telefone at 0516.
       accept ws-pra-email at 0609.
       accept ws-pra-saldo-baixo at 0730.
       accept ws-pra-limite-saldo at 0827.
       accept ws-pra-movimento-grande at 0935.
       accept ws-pra-bloqueio at 1036.
       accept ws-pra-agendamento at 1138.
       perform PREFERENCIA-CONFERIR-OPCOES.
       if ws-pra-telefone = spaces and ws-pra-email = spaces then
           display "Informe celular ou e-mail!" at 1301
       else
           if ws-pra-limite-saldo < zeroes then
               display "Limite nao pode ser negativo!" at 1301
           else
               move function current-date(1:8)
                   to ws-pra-data-atualizacao
               move ws-login-id to ws-pra-operador
               perform PREFERENCIA-GRAVAR
           end-if
       end-if.
       close F-PREFALERTAS.

      * qualquer resposta que nao seja S desliga o aviso
       PREFERENCIA-CONFERIR-OPCOES.
       if ws-pra-saldo-baixo = "s" then
           move "S" to ws-pra-saldo-baixo
       end-if.
       if ws-pra-saldo-baixo not = "S" then
           move "N" to ws-pra-saldo-baixo
       end-if.
       if ws-pra-movimento-grande = "s" then
           move "S" to ws-pra-movimento-grande
       end-if.
       if ws-pra-movimento-grande not = "S" then
           move "N" to ws-pra-movimento-grande
       end-if.
       if ws-pra-bloqueio = "s" then
           move "S" to ws-pra-bloqueio
       end-if.
       if ws-pra-bloqueio not = "S" then
           move "N" to ws-pra-bloqueio
       end-if.
       if ws-pra-agendamento = "s" then
           move "S" to ws-pra-agendamento
       end-if.
       if ws-pra-agendamento not = "S" then
           move "N" to ws-pra-agendamento
       end-if.

       PREFERENCIA-GRAVAR.
       move WS-PREFERENCIA-REG to PREFERENCIA-REG.
       if ws-pra-existe = "S" then
           rewrite PREFERENCIA-REG
               invalid key
                   display "Erro ao gravar as preferencias!" at 1301
               not invalid key
                   display "Preferencias alteradas!" at 1301
           end-rewrite
       else
           write PREFERENCIA-REG
               invalid key
                   display "Erro ao gravar as preferencias!" at 1301
               not invalid key
                   display "Preferencias registradas!" at 1301
           end-write
       end-if.

       CLIENTE-CONSULTAR.
       display TELA-CLIENTE-FICHA.
       initialize WS-CLIENTE-REG.
               display "Cliente nao encontrado!" at 1201
           not invalid key
               perform CLIENTE-MOSTRAR-FICHA
               move "CLIENTE-CONSULTAR" to ws-acs-funcao
               perform GRAVAR-ACESSO-CLIENTE
       end-read.
       display "ENTER para continuar." at 1401.
       accept continua.

      *******************************************************************
      * TITULARES DA CONTA - co-titularidade em TITULARES.txt, uma linha
      * por conta e cliente: papel 1=primeiro titular, 2=segundo
      * titular, P=procurador, e a regra de assinatura da conta em
      * todas as linhas (I=qualquer um assina, C=os dois assinam). O
      * primeiro titular e sempre o cod-cliente do F-CADASTRO; conta
      * sem linhas aqui tem um titular so e assinatura indistinta.
      *******************************************************************
       ABRIR-TITULARES.
       open i-o F-TITULARES.
       if TIT-OK = "35" then
           open output F-TITULARES
           close F-TITULARES
           open i-o F-TITULARES
       end-if.

      * abre so para consulta; sem o arquivo as buscas ficam pelo
      * cod-cliente do F-CADASTRO
       ABRIR-TITULARES-INPUT.
       move "N" to ws-tit-tem-arquivo.
       open input F-TITULARES.
       if TIT-OK = "00" then
           move "S" to ws-tit-tem-arquivo
       end-if.

       FECHAR-TITULARES-INPUT.
       if ws-tit-tem-arquivo = "S" then
           close F-TITULARES
       end-if.

      * papel de ws-tit-busca-cliente na conta em WS-DADOS-CADASTRO,
      * ou espaco quando o cliente nao e titular dela
       BUSCAR-TITULARIDADE.
       move spaces to ws-tit-papel-achado.
       if ws-cod-cliente = ws-tit-busca-cliente then
           move "1" to ws-tit-papel-achado
       else
           if ws-tit-tem-arquivo = "S" then
               move ws-cod-conta to tit-cod-conta
               move ws-tit-busca-cliente to tit-cod-cliente
               read F-TITULARES
                   invalid key
                       continue
                   not invalid key
                       if tit-papel not = "1" then
                           move tit-papel to ws-tit-papel-achado
                       end-if
               end-read
           end-if
       end-if.

       MOSTRAR-PAPEL-TITULAR.
       evaluate ws-tit-papel-achado
         when "1" move "PRIMEIRO TITULAR" to ws-tit-papel-ext
         when "2" move "SEGUNDO TITULAR " to ws-tit-papel-ext
         when "P" move "PROCURADOR      " to ws-tit-papel-ext
         when other move spaces to ws-tit-papel-ext
       end-evaluate.

      * conta de assinatura conjunta so movimenta no balcao com o CPF
      * do segundo titular; ws-tit-busca-conta traz a conta debitada
       CONFIRMAR-ASSINATURA-CONJUNTA.
       move "S" to ws-tit-confirmado.
       move zeroes to ws-tit-segundo.
       move spaces to ws-tit-regra.
       perform ABRIR-TITULARES-INPUT.
       if ws-tit-tem-arquivo = "S" then
           move ws-tit-busca-conta to tit-cod-conta
           move zeroes to tit-cod-cliente
           move spaces to ws-tit-fim
           start F-TITULARES key is not less than tit-chave
               invalid key
                   move "v" to ws-tit-fim
               not invalid key
                   continue
           end-start
           perform until ws-tit-fim = "v"
               read F-TITULARES next record
                   at end
                       move "v" to ws-tit-fim
                   not at end
                       if tit-cod-conta not = ws-tit-busca-conta then
                           move "v" to ws-tit-fim
                       else
                           if tit-assinatura = "C" then
                               move "C" to ws-tit-regra
                           end-if
                           if tit-papel = "2" then
                               move tit-cod-cliente to ws-tit-segundo
                           end-if
                       end-if
               end-read
           end-perform
           close F-TITULARES
       end-if.
       if ws-tit-regra = "C" and ws-tit-segundo not = zeroes then
           move "N" to ws-tit-confirmado
           display "Assinatura conjunta - CPF do 2o titular:"
               at 1201
           initialize busca-cpf
           accept busca-cpf at 1243
           open input F-CLIENTES
           move ws-tit-segundo to cli-codigo
           read F-CLIENTES
               invalid key
                   continue
               not invalid key
                   if cli-cpf = busca-cpf then
                       move "S" to ws-tit-confirmado
                   end-if
           end-read
           close F-CLIENTES
           if ws-tit-confirmado = "N" then
               display "Assinatura conjunta nao confirmada!" at 1301
           end-if
       end-if.

       TITULARES-CONTA.
       perform ABRIR-TITULARES.
       perform ABRIR-CADASTRO-IO.
       move "f" to ws-tit-sair.
       perform until ws-tit-sair = "v"
           display TELA-TITULARES
           initialize opcao
           accept opcao at 1008
           evaluate opcao
             when "1" perform TITULAR-INCLUIR
             when "2" perform TITULAR-EXCLUIR
             when "3" perform TITULAR-REGRA-ASSINATURA
             when "4" perform TITULAR-LISTAR
             when "5" perform TITULAR-TROCAR-PRIMEIRO
             when "s" move "v" to ws-tit-sair
             when "S" move "v" to ws-tit-sair
             when other display "Opcao invalida!" at 1001
           end-evaluate
       end-perform.
       close F-CADASTRO.
       close F-TITULARES.

       TITULAR-LER-CONTA.
       move "N" to ws-tit-conta-ok.
       display TELA-TITULAR-FICHA.
       initialize cod-conta.
       initialize WS-DADOS-CADASTRO.
       accept cod-conta at 0418.
       read F-CADASTRO into WS-DADOS-CADASTRO
           key is cod-conta
           invalid key
               display "Conta inexistente!" at 1201
           not invalid key
               move "S" to ws-tit-conta-ok
               display ws-nome at 0425
       end-read.

      * a linha do primeiro titular e criada junto com a primeira
      * inclusao, para a conta ficar completa no arquivo
       TITULAR-GARANTIR-PRIMEIRO.
       move ws-cod-conta to tit-cod-conta.
       move ws-cod-cliente to tit-cod-cliente.
       read F-TITULARES
           invalid key
               move ws-cod-conta       to tit-cod-conta
               move ws-cod-cliente     to tit-cod-cliente
               move "1"                to tit-papel
               move ws-tit-regra-conta to tit-assinatura
               move function current-date(1:8) to tit-data-inclusao
               move ws-login-id        to tit-operador
               write TITULAR-REG
                   invalid key
                       display "Erro ao gravar o primeiro titular!"
                           at 1301
               end-write
           not invalid key
               continue
       end-read.

      * regra atual da conta (I quando nao ha linha nenhuma) e o
      * segundo titular, se houver
       TITULAR-LER-REGRA.
       move "I" to ws-tit-regra-conta.
       move zeroes to ws-tit-segundo.
       move ws-cod-conta to tit-cod-conta.
       move zeroes to tit-cod-cliente.
       move spaces to ws-tit-fim.
       start F-TITULARES key is not less than tit-chave
           invalid key
               move "v" to ws-tit-fim
           not invalid key
               continue
       end-start.
       perform until ws-tit-fim = "v"
           read F-TITULARES next record
               at end
                   move "v" to ws-tit-fim
               not at end
                   if tit-cod-conta not = ws-cod-conta then
                       move "v" to ws-tit-fim
                   else
                       move tit-assinatura to ws-tit-regra-conta
                       if tit-papel = "2" then
                           move tit-cod-cliente to ws-tit-segundo
                       end-if
                   end-if
           end-read
       end-perform.

       TITULAR-INCLUIR.
       perform TITULAR-LER-CONTA.
       if ws-tit-conta-ok = "S" then
           perform TITULAR-LER-REGRA
           display "Codigo do cliente:" at 0501
           initialize ws-tit-busca-cliente
           accept ws-tit-busca-cliente at 0520
           display "Papel (2=segundo titular, P=procurador):" at 0601
           initialize ws-tit-papel-inf
           accept ws-tit-papel-inf at 0642
           if ws-tit-papel-inf = "p" then
               move "P" to ws-tit-papel-inf
           end-if
           move ws-tit-busca-cliente to cli-codigo
           evaluate true
             when ws-tit-busca-cliente = ws-cod-cliente
                 display "Cliente ja e o primeiro titular!" at 1201
             when ws-tit-papel-inf not = "2" and not = "P"
                 display "Papel invalido!                 " at 1201
             when ws-tit-papel-inf = "2"
                  and ws-tit-segundo not = zeroes
                 display "Conta ja tem segundo titular!   " at 1201
             when other
                 read F-CLIENTES
                     invalid key
                         display "Cliente nao cadastrado!" at 1201
                     not invalid key
                         perform TITULAR-GRAVAR-NOVO
                 end-read
           end-evaluate
       end-if.
       display "ENTER para continuar." at 1401.
       accept continua.

       TITULAR-GRAVAR-NOVO.
       perform TITULAR-GARANTIR-PRIMEIRO.
       move ws-cod-conta         to tit-cod-conta.
       move ws-tit-busca-cliente to tit-cod-cliente.
       move ws-tit-papel-inf     to tit-papel.
       move ws-tit-regra-conta   to tit-assinatura.
       move function current-date(1:8) to tit-data-inclusao.
       move ws-login-id          to tit-operador.
       write TITULAR-REG
           invalid key
               display "Cliente ja e titular desta conta!" at 1201
           not invalid key
               display "Titular incluido!                " at 1201
               move "V"                  to ws-hist-operacao
               move ws-tit-busca-cliente to ws-hist-vinc-cliente
               move ws-tit-papel-inf     to ws-hist-vinc-papel
               perform GRAVAR-VINCULO-HISTORICO
       end-write.

       TITULAR-EXCLUIR.
       perform TITULAR-LER-CONTA.
       if ws-tit-conta-ok = "S" then
           display "Codigo do cliente:" at 0501
           initialize ws-tit-busca-cliente
           accept ws-tit-busca-cliente at 0520
           move ws-cod-conta to tit-cod-conta
           move ws-tit-busca-cliente to tit-cod-cliente
           read F-TITULARES
               invalid key
                   display "Cliente nao e titular desta conta!" at 1201
               not invalid key
                   if tit-papel = "1"
                      or ws-tit-busca-cliente = ws-cod-cliente then
                       display "O primeiro titular nao sai por aqui!"
                           at 1201
                   else
                       perform TITULAR-CONFIRMAR-EXCLUSAO
                   end-if
           end-read
       end-if.
       display "ENTER para continuar." at 1401.
       accept continua.

      * sem segundo titular a conta volta a assinatura indistinta
       TITULAR-CONFIRMAR-EXCLUSAO.
       display "Confirma a exclusao? (S/N):" at 0701.
       initialize opcao.
       accept opcao at 0729.
       if opcao = "S" or "s" then
           move tit-papel to ws-tit-papel-inf
           delete F-TITULARES record
               invalid key
                   display "Erro ao excluir o titular!" at 1201
               not invalid key
                   display "Titular excluido!         " at 1201
                   move "X"                  to ws-hist-operacao
                   move ws-tit-busca-cliente to ws-hist-vinc-cliente
                   move ws-tit-papel-inf     to ws-hist-vinc-papel
                   perform GRAVAR-VINCULO-HISTORICO
                   if ws-tit-papel-inf = "2" then
                       move "I" to ws-tit-regra-inf
                       perform TITULAR-GRAVAR-REGRA
                   end-if
           end-delete
       else
           display "Exclusao cancelada.       " at 1201
       end-if.

       TITULAR-REGRA-ASSINATURA.
       perform TITULAR-LER-CONTA.
       if ws-tit-conta-ok = "S" then
           perform TITULAR-LER-REGRA
           display "Regra atual:" at 0501
           display ws-tit-regra-conta at 0514
           display "Nova regra (I=qualquer um, C=os dois assinam):"
               at 0601
           initialize ws-tit-regra-inf
           accept ws-tit-regra-inf at 0648
           if ws-tit-regra-inf = "i" then
               move "I" to ws-tit-regra-inf
           end-if
           if ws-tit-regra-inf = "c" then
               move "C" to ws-tit-regra-inf
           end-if
           evaluate true
             when ws-tit-regra-inf not = "I" and not = "C"
                 display "Regra invalida!                 " at 1201
             when ws-tit-regra-inf = "C" and ws-tit-segundo = zeroes
                 display "Conta sem segundo titular!      " at 1201
             when other
                 move ws-tit-regra-inf to ws-tit-regra-conta
                 perform TITULAR-GARANTIR-PRIMEIRO
                 perform TITULAR-GRAVAR-REGRA
                 display "Regra de assinatura alterada!   " at 1201
           end-evaluate
       end-if.
       display "ENTER para continuar." at 1401.
       accept continua.

      * a regra fica igual em todas as linhas da conta
       TITULAR-GRAVAR-REGRA.
       move ws-cod-conta to tit-cod-conta.
       move zeroes to tit-cod-cliente.
       move spaces to ws-tit-fim.
       start F-TITULARES key is not less than tit-chave
           invalid key
               move "v" to ws-tit-fim
           not invalid key
               continue
       end-start.
       perform until ws-tit-fim = "v"
           read F-TITULARES next record
               at end
                   move "v" to ws-tit-fim
               not at end
                   if tit-cod-conta not = ws-cod-conta then
                       move "v" to ws-tit-fim
                   else
                       move ws-tit-regra-inf to tit-assinatura
                       rewrite TITULAR-REG
                           invalid key
                               display "Erro ao gravar a regra!"
                                   at 1301
                       end-rewrite
                   end-if
           end-read
       end-perform.

       TITULAR-LISTAR.
       perform TITULAR-LER-CONTA.
       if ws-tit-conta-ok = "S" then
           perform TITULAR-LER-REGRA
           display spaces
           display "Titulares da conta " ws-cod-conta ":"
           if ws-tit-regra-conta = "C" then
               display "Assinatura: CONJUNTA (os dois assinam)"
           else
               display "Assinatura: INDISTINTA (qualquer um assina)"
           end-if
           move ws-cod-cliente to ws-tit-busca-cliente
           move "1" to ws-tit-papel-achado
           perform MOSTRAR-TITULAR
           move ws-cod-conta to tit-cod-conta
           move zeroes to tit-cod-cliente
           move spaces to ws-tit-fim
           start F-TITULARES key is not less than tit-chave
               invalid key
                   move "v" to ws-tit-fim
               not invalid key
                   continue
           end-start
           perform until ws-tit-fim = "v"
               read F-TITULARES next record
                   at end
                       move "v" to ws-tit-fim
                   not at end
                       if tit-cod-conta not = ws-cod-conta then
                           move "v" to ws-tit-fim
                       else
                           if tit-papel not = "1" then
                               move tit-cod-cliente
                                   to ws-tit-busca-cliente
                               move tit-papel to ws-tit-papel-achado
                               perform MOSTRAR-TITULAR
                           end-if
                       end-if
               end-read
           end-perform
           display "ENTER para continuar."
       else
           display "ENTER para continuar." at 1401
       end-if.
       accept continua.

       MOSTRAR-TITULAR.
       perform MOSTRAR-PAPEL-TITULAR.
       move ws-tit-busca-cliente to cli-codigo.
       read F-CLIENTES
           invalid key
               move spaces to cli-nome
       end-read.
       display "    " ws-tit-papel-ext
               " Cliente " ws-tit-busca-cliente
               " " cli-nome.

      * troca do cod-cliente da conta (supervisor): o cliente novo nao
      * pode ja ser titular ou procurador dela; a linha de papel 1 do
      * TITULARES acompanha a troca
       TITULAR-TROCAR-PRIMEIRO.
       if ws-perfil-atual not = "S" then
           display "Acesso restrito a supervisores!" at 1101
       else
           perform TITULAR-LER-CONTA
           if ws-tit-conta-ok = "S" then
               perform TITULAR-LER-NOVO-PRIMEIRO
           end-if
       end-if.
       display "ENTER para continuar." at 1401.
       accept continua.

       TITULAR-LER-NOVO-PRIMEIRO.
       display "Primeiro titular atual:" at 0501.
       display ws-cod-cliente at 0525.
       display "Novo primeiro titular (cod. cliente):" at 0601.
       initialize ws-tit-busca-cliente.
       accept ws-tit-busca-cliente at 0639.
       if ws-tit-busca-cliente = ws-cod-cliente then
           display "Cliente ja e o primeiro titular!" at 1201
       else
           move ws-tit-busca-cliente to cli-codigo
           read F-CLIENTES
               invalid key
                   display "Cliente nao cadastrado!" at 1201
               not invalid key
                   perform TITULAR-CONFIRMAR-TROCA
           end-read
       end-if.

      * uma linha de papel 1 de outro cliente e resto de troca antiga e
      * nao impede a troca
       TITULAR-CONFIRMAR-TROCA.
       move ws-cod-conta to tit-cod-conta.
       move ws-tit-busca-cliente to tit-cod-cliente.
       move "S" to ws-tit-confirmado.
       read F-TITULARES
           invalid key
               continue
           not invalid key
               if tit-papel not = "1" then
                   move "N" to ws-tit-confirmado
               end-if
       end-read.
       if ws-tit-confirmado = "N" then
           display "Cliente ja e titular - exclua-o antes!" at 1201
       else
           display "Confirma a troca? (S/N):" at 0701
           initialize opcao
           accept opcao at 0726
           if opcao = "S" or opcao = "s" then
               perform TITULAR-GRAVAR-TROCA
           else
               display "Troca cancelada.                " at 1201
           end-if
       end-if.

       TITULAR-GRAVAR-TROCA.
       perform TITULAR-LER-REGRA.
       move ws-cod-cliente to ws-cliente-orig.
       move "N" to ws-tit-tem-arquivo.
       move ws-cod-conta to tit-cod-conta.
       move ws-cod-cliente to tit-cod-cliente.
       read F-TITULARES
           invalid key
               continue
           not invalid key
               move "S" to ws-tit-tem-arquivo
               delete F-TITULARES record
                   invalid key
                       display "Erro ao excluir o titular antigo!"
                           at 1301
               end-delete
       end-read.
       move ws-tit-busca-cliente to ws-cod-cliente.
       move WS-DADOS-CADASTRO to DADOS-CADASTRO.
       rewrite DADOS-CADASTRO
           invalid key
               display "Erro ao gravar a conta!" at 1201
           not invalid key
               display "Primeiro titular trocado!" at 1201
               move "X"             to ws-hist-operacao
               move ws-cliente-orig to ws-hist-vinc-cliente
               move "1"             to ws-hist-vinc-papel
               perform GRAVAR-VINCULO-HISTORICO
               if ws-tit-tem-arquivo = "S" then
                   perform TITULAR-GARANTIR-PRIMEIRO
               end-if
               move "V"            to ws-hist-operacao
               move ws-cod-cliente to ws-hist-vinc-cliente
               move "1"            to ws-hist-vinc-papel
               perform GRAVAR-VINCULO-HISTORICO
       end-rewrite.

      * inicio (V) ou fim (X) de vinculo de ws-hist-vinc-cliente com a
      * conta no registro do F-CADASTRO, para a remessa do CCS
       GRAVAR-VINCULO-HISTORICO.
       move cod-conta   to wh-cod-conta.
       move cod-agencia to wh-cod-agencia.
       move nome        to wh-nome.
       move saldo       to wh-saldo.
       move cod-cliente to wh-cod-cliente.
       perform ABRIR-HISTORICO.
       perform GRAVAR-HISTORICO.
       close F-HISTORICO.

      * apos a inclusao da conta: grava o primeiro titular e, se o
      * cliente pedir, o segundo titular e a regra de assinatura
       INCLUSAO-TITULARES.
       perform ABRIR-TITULARES.
       move "I" to ws-tit-regra-conta.
       move ws-cod-cliente to ws-tit-busca-cliente.
       display "Segundo titular (cod. cliente, 0=nenhum):" at 1301.
       initialize ws-tit-segundo.
       accept ws-tit-segundo at 1343.
       if ws-tit-segundo not = zeroes then
           if ws-tit-segundo = ws-cod-cliente then
               display "Segundo titular igual ao primeiro!" at 1501
               move zeroes to ws-tit-segundo
           else
               open input F-CLIENTES
               move ws-tit-segundo to cli-codigo
               read F-CLIENTES
                   invalid key
                       display "Cliente nao cadastrado!   " at 1501
                       move zeroes to ws-tit-segundo
               end-read
               close F-CLIENTES
           end-if
       end-if.
       if ws-tit-segundo not = zeroes then
           display "Assinatura (I=qualquer um, C=os dois):" at 1401
           initialize ws-tit-regra-inf
           accept ws-tit-regra-inf at 1440
           if ws-tit-regra-inf = "C" or ws-tit-regra-inf = "c" then
               move "C" to ws-tit-regra-conta
           end-if
       end-if.
       move cod-conta to ws-cod-conta.
       perform TITULAR-GARANTIR-PRIMEIRO.
       if ws-tit-segundo not = zeroes then
           move ws-cod-conta       to tit-cod-conta
           move ws-tit-segundo     to tit-cod-cliente
           move "2"                to tit-papel
           move ws-tit-regra-conta to tit-assinatura
           move function current-date(1:8) to tit-data-inclusao
           move ws-login-id        to tit-operador
           write TITULAR-REG
               invalid key
                   display "Erro ao gravar o segundo titular!" at 1501
               not invalid key
                   display "Segundo titular incluido!" at 1501
                   move "V"            to ws-hist-operacao
                   move ws-tit-segundo to ws-hist-vinc-cliente
                   move "2"            to ws-hist-vinc-papel
                   perform GRAVAR-VINCULO-HISTORICO
           end-write
       end-if.
       close F-TITULARES.

      *******************************************************************
      * CADASTRO DE AGENCIAS - arquivo mestre AGENCIAS.txt; INCLUSAO,
      * ALTERACAO e a carga em lote so aceitam agencias ativas daqui,
      * e os relatorios imprimem o nome ao lado do codigo.
      *******************************************************************
       ABRIR-AGENCIAS.
       open i-o F-AGENCIAS.
       if AGE-OK = "35" then
           open output F-AGENCIAS
           close F-AGENCIAS
           open i-o F-AGENCIAS
       end-if.

       BUSCAR-NOME-AGENCIA.
       move "AGENCIA DESCONHECIDA" to ws-nome-agencia-rel.
       read F-AGENCIAS into WS-AGENCIA-REG
           key is age-codigo
           invalid key
               continue
           not invalid key
               move ws-age-nome to ws-nome-agencia-rel
       end-read.

       CADASTRO-AGENCIAS.
       perform ABRIR-AGENCIAS.
       move "f" to prosseguir.
       perform until prosseguir = "v"
           display TELA-AGENCIAS
           initialize opcao
           accept opcao at 0808
           evaluate opcao
             when "1" perform AGENCIA-INCLUIR
             when "2" perform AGENCIA-ALTERAR
             when "3" perform AGENCIA-CONSULTAR
             when "s" move "v" to prosseguir
             when "S" move "v" to prosseguir
             when other display "Opcao invalida!" at 1001
           end-evaluate
       end-perform.
       close F-AGENCIAS.

       AGENCIA-INCLUIR.
       display TELA-AGENCIA-FICHA.
       initialize WS-AGENCIA-REG.
       accept ws-age-codigo at 0420.
       if ws-age-codigo = zeroes then
           display "Codigo deve ser diferente de zero!" at 0801
       else
           move ws-age-codigo to age-codigo
           read F-AGENCIAS
               invalid key
                   perform AGENCIA-GRAVAR-NOVA
               not invalid key
                   display "Agencia ja cadastrada!" at 0801
           end-read
       end-if.
       display "ENTER para continuar." at 1001.
       accept continua.

       AGENCIA-GRAVAR-NOVA.
       accept ws-age-nome at 0507.
      *******************************************************************
      * BLOQUEIOS JUDICIAIS - arquivo BLOQUEIOS.txt por conta; SAQUE e
      * TRANSFERENCIA calculam o saldo disponivel como saldo menos os
      * bloqueios ativos e recusam qualquer valor acima dele. Os
      * depositos em cheque ainda a compensar (DEPOSITOS-CHEQUE.txt)
      * entram na mesma soma, por isso o arquivo abre junto.
      *******************************************************************
       ABRIR-BLOQUEIOS.
       open i-o F-BLOQUEIOS.
           close F-BLOQUEIOS
           open i-o F-BLOQUEIOS
       end-if.
       perform ABRIR-DEPCHEQUES.

       SOMAR-BLOQUEIOS-ATIVOS.
       move zeroes to ws-total-bloqueado.
                   end-if
           end-read
       end-perform.
       perform SOMAR-DEPOSITOS-A-COMPENSAR.
       add ws-dpc-total to ws-total-bloqueado.

       BLOQUEIOS-JUDICIAIS.
       perform ABRIR-BLOQUEIOS.
       end-perform.
       close F-CADASTRO.
       close F-BLOQUEIOS.
       close F-DEPCHEQUES.

       BLOQUEIO-INCLUIR.
       display TELA-BLOQUEIO-FICHA.
                   display "Erro ao gravar o bloqueio!" at 0901
               not invalid key
                   display "Bloqueio registrado!      " at 0901
                   perform ALERTA-BLOQUEIO
           end-write
       end-if.

      * o saldo do aviso e o disponivel que sobra com o novo bloqueio
       ALERTA-BLOQUEIO.
       perform LER-DIA-CONTABIL.
       perform SALDO-PARA-NUMERICO.
       move ws-cod-conta    to ws-alr-cod-conta.
       move ws-cod-cliente  to ws-alr-cod-cliente.
       move "B"             to ws-alr-tipo.
       move blq-sequencia   to ws-alr-referencia.
       move blq-valor       to ws-alr-valor.
       compute ws-alr-saldo =
           ws-saldo-num - ws-total-bloqueado - blq-valor.
       move spaces          to ws-alr-ext-tipo.
       perform GRAVAR-ALERTA.

       BLOQUEIO-BAIXAR.
       display TELA-BLOQUEIO-FICHA.
       initialize WS-BLOQUEIO-REG.
               if ws-blq-status not = "A" then
                   display "Bloqueio ja baixado!    " at 0901
               else
                   perform PEDIR-BAIXA-BLOQUEIO
                   display ws-apr-mensagem at 0901
               end-if
       end-read.
       display "ENTER para continuar." at 1201.
       accept continua.

      * a baixa so acontece com o visto de outro supervisor
       PEDIR-BAIXA-BLOQUEIO.
       initialize WS-APROVACAO-REG.
       move "B"              to ws-apr-tipo.
       move ws-blq-cod-conta to ws-apr-cod-conta.
       move ws-blq-sequencia to ws-apr-referencia.
       move spaces           to ws-apr-valores.
       move "A"              to wab-status.
       move ws-blq-valor     to wab-valor.
       move ws-apr-valores   to ws-apr-antes.
       move "B"              to wab-status.
       move ws-apr-valores   to ws-apr-depois.
       move ws-blq-processo  to ws-apr-motivo.
       perform APROVACAO-REGISTRAR-PEDIDO.

       BAIXAR-BLOQUEIO.
       move "B" to ws-blq-status.
       move function current-date(1:8) to ws-blq-data-baixa.
       move WS-BLOQUEIO-REG to BLOQUEIO-REG.
       rewrite BLOQUEIO-REG
           invalid key
               display "Erro ao baixar o bloqueio!" at 1501
           not invalid key
               move "S" to ws-apr-aplicado
       end-rewrite.

       BLOQUEIO-CONSULTAR.
       display TELA-BLOQUEIO-FICHA.
       initialize ws-cod-conta.
       perform LISTAR-BLOQUEIOS-CONTA.
       move ws-total-bloqueado to ws-blq-valor-edit.
       display "Total bloqueado (ativos): " ws-blq-valor-edit.
       perform SOMAR-DEPOSITOS-A-COMPENSAR.
       if ws-dpc-total not = zeroes then
           move ws-dpc-total to ws-dpc-valor-edit
           display "Depositos em cheque a compensar: " ws-dpc-valor-edit
       end-if.
       display "ENTER para continuar.".
       accept continua.
       move "f" to prosseguir.
               " Oper " ws-agd-operador.

      *******************************************************************
      * DEBITO AUTOMATICO - autorizacoes em DEBITOS-AUTOMATICOS.txt,
      * uma por convenio e referencia do cliente no convenio, com a
      * conta a debitar e um valor maximo opcional. O lote
      * DEBITO-AUTOMATICO le o arquivo de cobranca de cada convenio e
      * debita no vencimento as faturas com autorizacao ativa.
      *******************************************************************
       ABRIR-DEBAUT.
       open i-o F-DEBAUT.
       if DBA-OK = "35" then
           open output F-DEBAUT
           close F-DEBAUT
           open i-o F-DEBAUT
       end-if.

       DEBITO-AUTOMATICO.
       perform ABRIR-DEBAUT.
       perform ABRIR-CADASTRO-INPUT.
       move "f" to prosseguir.
       perform until prosseguir = "v"
           display TELA-DEBITO-AUTOMATICO
           initialize opcao
           accept opcao at 0808
           evaluate opcao
             when "1" perform DEBAUT-INCLUIR
             when "2" perform DEBAUT-CANCELAR
             when "3" perform DEBAUT-LISTAR
             when "s" move "v" to prosseguir
             when "S" move "v" to prosseguir
             when other display "Opcao invalida!" at 1001
           end-evaluate
       end-perform.
       close F-CADASTRO.
       close F-DEBAUT.

       DEBAUT-INCLUIR.
       display TELA-DEBAUT-FICHA.
       initialize WS-DEBAUT-REG.
       accept ws-dba-cod-conta at 0408.
       move ws-dba-cod-conta to cod-conta.
       read F-CADASTRO
           key is cod-conta
           invalid key
               display "Conta inexistente!" at 1001
           not invalid key
               perform DEBAUT-ACEITAR-DADOS
       end-read.
       display "ENTER para continuar." at 1301.
       accept continua.
       move "f" to prosseguir.

       DEBAUT-ACEITAR-DADOS.
       accept ws-dba-convenio at 0511.
       accept ws-dba-referencia at 0625.
       accept ws-dba-valor-maximo at 0733.
       if ws-dba-convenio = zeroes then
           display "Convenio invalido!" at 1001
       else
           if ws-dba-referencia = spaces then
               display "Referencia e obrigatoria!" at 1001
           else
               if ws-dba-valor-maximo < zeroes then
                   display "Valor maximo nao pode ser negativo!"
                       at 1001
               else
                   perform DEBAUT-GRAVAR-NOVO
               end-if
           end-if
       end-if.

      * a referencia e unica no convenio: autorizacao cancelada volta a
      * valer (na conta informada agora); ativa nao se duplica
       DEBAUT-GRAVAR-NOVO.
       move "A" to ws-dba-status.
       move function current-date(1:8) to ws-dba-data-inclusao.
       move zeroes to ws-dba-data-cancelamento.
       move ws-login-id to ws-dba-operador.
       move ws-dba-convenio to dba-convenio.
       move ws-dba-referencia to dba-referencia.
       read F-DEBAUT
           key is dba-chave
           invalid key
               move WS-DEBAUT-REG to DEBAUT-REG
               write DEBAUT-REG
                   invalid key
                       display "Erro ao gravar a autorizacao!" at 1001
                   not invalid key
                       display "Autorizacao registrada!" at 1001
               end-write
           not invalid key
               if dba-status = "A" then
                   display "Referencia ja autorizada na conta" at 1001
                   display dba-cod-conta at 1035
               else
                   move WS-DEBAUT-REG to DEBAUT-REG
                   rewrite DEBAUT-REG
                       invalid key
                           display "Erro ao gravar a autorizacao!"
                               at 1001
                       not invalid key
                           display "Autorizacao reativada!" at 1001
                   end-rewrite
               end-if
       end-read.

       DEBAUT-CANCELAR.
       display TELA-DEBAUT-FICHA.
       initialize WS-DEBAUT-REG.
       accept ws-dba-convenio at 0511.
       accept ws-dba-referencia at 0625.
       move ws-dba-convenio to dba-convenio.
       move ws-dba-referencia to dba-referencia.
       read F-DEBAUT into WS-DEBAUT-REG
           key is dba-chave
           invalid key
               display "Autorizacao nao encontrada!" at 1001
           not invalid key
               display ws-dba-cod-conta at 0408
               if ws-dba-status not = "A" then
                   display "Autorizacao nao esta ativa!" at 1001
               else
                   move "C" to ws-dba-status
                   move function current-date(1:8)
                       to ws-dba-data-cancelamento
                   move ws-login-id to ws-dba-operador
                   move WS-DEBAUT-REG to DEBAUT-REG
                   rewrite DEBAUT-REG
                       invalid key
                           display "Erro ao cancelar!" at 1001
                       not invalid key
                           display "Autorizacao cancelada!" at 1001
                   end-rewrite
               end-if
       end-read.
       display "ENTER para continuar." at 1301.
       accept continua.

       DEBAUT-LISTAR.
       display TELA-DEBITO-AUTOMATICO.
       display "Conta:" at 1001.
       initialize ws-dba-conta-busca.
       accept ws-dba-conta-busca at 1008.
       display spaces.
       display "Autorizacoes de debito automatico da conta "
               ws-dba-conta-busca.
       display "======================================================".
       move zeroes to ws-dba-qtd.
       move ws-dba-conta-busca to dba-cod-conta.
       move spaces to ws-dba-fim.
       start F-DEBAUT key is not less than dba-cod-conta
           invalid key
               move "v" to ws-dba-fim
           not invalid key
               continue
       end-start.
       perform until ws-dba-fim = "v"
           read F-DEBAUT next record into WS-DEBAUT-REG
               at end
                   move "v" to ws-dba-fim
               not at end
                   if ws-dba-cod-conta not = ws-dba-conta-busca then
                       move "v" to ws-dba-fim
                   else
                       add 1 to ws-dba-qtd
                       perform MOSTRAR-DEBAUT
                   end-if
           end-read
       end-perform.
       display "======================================================".
       display "Autorizacoes: " ws-dba-qtd.
       display "ENTER para continuar.".
       accept continua.

       MOSTRAR-DEBAUT.
       move ws-dba-valor-maximo to ws-dba-valor-edit.
       display "Convenio " ws-dba-convenio
               " Ref " ws-dba-referencia
               " Status " ws-dba-status.
       display "    Maximo " ws-dba-valor-edit
               " Incluida " ws-dba-data-inclusao
               " Cancelada " ws-dba-data-cancelamento
               " Oper " ws-dba-operador.

      *******************************************************************
      * EXTRATO ELETRONICO - assinaturas em ASSINATURAS-EXTRATO.txt,
      * uma por conta, com o nome base do arquivo de saida. O lote
      * EXTRATO-ELETRONICO grava todo dia, para cada assinatura ativa,
      * o extrato CNAB 240 <arquivo>-<conta>-AAAAMMDD.txt com os
      * movimentos do dia e guarda na assinatura a ultima geracao e o
      * numero sequencial do arquivo.
      *******************************************************************
       ABRIR-ASSINATURAS.
       open i-o F-ASSINATURAS.
       if ASE-OK = "35" then
           open output F-ASSINATURAS
           close F-ASSINATURAS
           open i-o F-ASSINATURAS
       end-if.

       EXTRATO-ELETRONICO.
       perform ABRIR-ASSINATURAS.
       perform ABRIR-CADASTRO-INPUT.
       move "f" to prosseguir.
       perform until prosseguir = "v"
           display TELA-EXTRATO-ELETRONICO
           initialize opcao
           accept opcao at 0808
           evaluate opcao
             when "1" perform ASSINATURA-INCLUIR
             when "2" perform ASSINATURA-CANCELAR
             when "3" perform ASSINATURA-CONSULTAR
             when "s" move "v" to prosseguir
             when "S" move "v" to prosseguir
             when other display "Opcao invalida!" at 1001
           end-evaluate
       end-perform.
       close F-CADASTRO.
       close F-ASSINATURAS.

       ASSINATURA-INCLUIR.
       display TELA-ASSINATURA-FICHA.
       initialize WS-ASSINATURA-REG.
       accept ws-ase-cod-conta at 0408.
       move ws-ase-cod-conta to cod-conta.
       read F-CADASTRO
           key is cod-conta
           invalid key
               display "Conta inexistente!" at 1001
           not invalid key
               accept ws-ase-arquivo at 0519
               if ws-ase-arquivo = spaces then
                   display "Arquivo de saida e obrigatorio!" at 1001
               else
                   perform ASSINATURA-CONFERIR-NOME
                   if ws-ase-invalidos not = zeroes then
                       display "Nome nao pode ter espaco nem barra!"
                           at 1001
                   else
                       perform ASSINATURA-GRAVAR-NOVA
                   end-if
               end-if
       end-read.
       display "ENTER para continuar." at 1301.
       accept continua.
       move "f" to prosseguir.

      * o nome vira parte do nome do arquivo gerado: sem espaco no
      * meio e sem barra de diretorio
       ASSINATURA-CONFERIR-NOME.
       move zeroes to ws-ase-invalidos.
       move function length(function trim(ws-ase-arquivo trailing))
           to ws-ase-tamanho.
       inspect ws-ase-arquivo(1:ws-ase-tamanho) tallying
           ws-ase-invalidos for all " " all "/" all "\".

      * uma assinatura por conta: cancelada volta a valer com o
      * arquivo informado agora, mantendo a sequencia de arquivos
       ASSINATURA-GRAVAR-NOVA.
       move "A" to ws-ase-status.
       move function current-date(1:8) to ws-ase-data-inclusao.
       move zeroes to ws-ase-data-cancelamento.
       move ws-login-id to ws-ase-operador.
       move ws-ase-cod-conta to ase-cod-conta.
       read F-ASSINATURAS
           key is ase-cod-conta
           invalid key
               move WS-ASSINATURA-REG to ASSINATURA-REG
               write ASSINATURA-REG
                   invalid key
                       display "Erro ao gravar a assinatura!" at 1001
                   not invalid key
                       display "Assinatura registrada!" at 1001
               end-write
           not invalid key
               if ase-status = "A" then
                   display "Conta ja assinante - arquivo" at 1001
                   display ase-arquivo at 1030
               else
                   move ase-ultima-geracao to ws-ase-ultima-geracao
                   move ase-nsa to ws-ase-nsa
                   move WS-ASSINATURA-REG to ASSINATURA-REG
                   rewrite ASSINATURA-REG
                       invalid key
                           display "Erro ao gravar a assinatura!"
                               at 1001
                       not invalid key
                           display "Assinatura reativada!" at 1001
                   end-rewrite
               end-if
       end-read.

       ASSINATURA-CANCELAR.
       display TELA-ASSINATURA-FICHA.
       initialize WS-ASSINATURA-REG.
       accept ws-ase-cod-conta at 0408.
       move ws-ase-cod-conta to ase-cod-conta.
       read F-ASSINATURAS into WS-ASSINATURA-REG
           key is ase-cod-conta
           invalid key
               display "Assinatura nao encontrada!" at 1001
           not invalid key
               display ws-ase-arquivo at 0519
               if ws-ase-status not = "A" then
                   display "Assinatura nao esta ativa!" at 1001
               else
                   move "C" to ws-ase-status
                   move function current-date(1:8)
                       to ws-ase-data-cancelamento
                   move ws-login-id to ws-ase-operador
                   move WS-ASSINATURA-REG to ASSINATURA-REG
                   rewrite ASSINATURA-REG
                       invalid key
                           display "Erro ao cancelar!" at 1001
                       not invalid key
                           display "Assinatura cancelada!" at 1001
                   end-rewrite
               end-if
       end-read.
       display "ENTER para continuar." at 1301.
       accept continua.

       ASSINATURA-CONSULTAR.
       display TELA-ASSINATURA-FICHA.
       initialize WS-ASSINATURA-REG.
       accept ws-ase-cod-conta at 0408.
       move ws-ase-cod-conta to ase-cod-conta.
       read F-ASSINATURAS into WS-ASSINATURA-REG
           key is ase-cod-conta
           invalid key
               display "Conta sem assinatura!" at 1001
           not invalid key
               display ws-ase-arquivo at 0519
               display "Status:" at 0701
               display ws-ase-status at 0720
               display "Incluida em:" at 0801
               display ws-ase-data-inclusao at 0820
               display "Cancelada em:" at 0901
               display ws-ase-data-cancelamento at 0920
               display "Ultima geracao:" at 1101
               display ws-ase-ultima-geracao at 1120
               display "Arquivos gerados:" at 1201
               display ws-ase-nsa at 1220
               display "Operador:" at 0601
               display ws-ase-operador at 0620
       end-read.
       display "ENTER para continuar." at 1401.
       accept continua.

      *******************************************************************
      * ARQUIVOS RECEBIDOS - CARGA-MOVIMENTOS e a COMPENSACAO
      * registram em ARQUIVOS-RECEBIDOS.txt cada arquivo aceito, por
      * remetente e sequencia, e recusam o mesmo arquivo uma segunda
      * vez. O supervisor libera aqui um arquivo para ser processado
      * de novo (uma execucao so); a liberacao fica com seu login.
      *******************************************************************
       ARQUIVOS-RECEBIDOS.
       open i-o F-RECEBIDOS.
       if ARR-OK not = "00" then
           display "Nenhum arquivo recebido registrado!" at 2101
       else
           display TELA-ARQUIVO-RECEBIDO
           initialize ws-arr-arquivo ws-arr-remetente ws-arr-sequencia
           accept ws-arr-arquivo at 0439
           accept ws-arr-remetente at 0512
           accept ws-arr-sequencia at 0612
           evaluate ws-arr-arquivo
             when "m" move "M" to ws-arr-arquivo
             when "c" move "C" to ws-arr-arquivo
             when other continue
           end-evaluate
           if ws-arr-arquivo not = "M" and ws-arr-arquivo not = "C"
               display "Arquivo invalido!" at 1501
           else
               move ws-arr-arquivo   to arr-arquivo
               move ws-arr-remetente to arr-remetente
               move ws-arr-sequencia to arr-sequencia
               read F-RECEBIDOS
                   key is arr-chave
                   invalid key
                       display "Arquivo nao registrado!" at 1501
                   not invalid key
                       perform MOSTRAR-ARQUIVO-RECEBIDO
                       perform LIBERAR-ARQUIVO-RECEBIDO
               end-read
           end-if
           display "ENTER para continuar." at 1701
           accept continua
           close F-RECEBIDOS
       end-if.

       MOSTRAR-ARQUIVO-RECEBIDO.
       if arr-status = "C" then
           move "CONCLUIDO" to ws-arr-status-ext
       else
           move "INTERROMPIDO" to ws-arr-status-ext
       end-if.
       move arr-total-controle to ws-arr-total-edit.
       display "Data do arquivo:" at 0801.
       display arr-data-arquivo at 0818.
       display "Processado em:" at 0901.
       display arr-data-processamento at 0916.
       display arr-hora-processamento at 0926.
       display "Execucoes:" at 0936.
       display arr-qtd-processamentos at 0947.
       display "Detalhes:" at 1001.
       display arr-qtd-detalhes at 1011.
       display "Total:" at 1019.
       display ws-arr-total-edit at 1026.
       display "Situacao:" at 1101.
       display ws-arr-status-ext at 1111.

       LIBERAR-ARQUIVO-RECEBIDO.
       if arr-liberado = "S" then
           display "Ja liberado por" at 1301
           display arr-operador-liberacao at 1317
           display arr-data-liberacao at 1328
       else
           display "Liberar para reprocessamento? (S/N):" at 1301
           initialize opcao
           accept opcao at 1338
           if opcao = "S" or "s" then
               move "S" to arr-liberado
               move ws-login-id to arr-operador-liberacao
               move function current-date(1:8) to arr-data-liberacao
               rewrite RECEBIDO-REG
                   invalid key
                       display "Erro ao liberar o arquivo!" at 1501
                   not invalid key
                       display "Reprocessamento liberado!" at 1501
               end-rewrite
           else
               display "Arquivo nao liberado." at 1501
           end-if
       end-if.

      *******************************************************************
      * TARIFAS - arquivo mestre TARIFAS.txt por agencia (tarifa de
      * manutencao, taxa de juros sobre saldo credor e flag de
      * isencao), usado pelo lote mensal TARIFA-MENSAL para postar
      * os lancamentos F (tarifa) e J (juros) no extrato.
      *******************************************************************
       ABRIR-TARIFAS.
       open i-o F-TARIFAS.
       if TRF-OK = "35" then
           open output F-TARIFAS
           close F-TARIFAS
           open i-o F-TARIFAS
       end-if.

       CADASTRO-TARIFAS.
       perform ABRIR-TARIFAS.
       perform ABRIR-AGENCIAS.
       move "f" to prosseguir.
       perform until prosseguir = "v"
           display TELA-TARIFAS
           initialize opcao
           accept opcao at 0908
           evaluate opcao
             when "1" perform TARIFA-INCLUIR
             when "2" perform TARIFA-ALTERAR
             when "3" perform TARIFA-CONSULTAR
             when "4" perform TARIFA-ALIQUOTA-IR
             when "s" move "v" to prosseguir
             when "S" move "v" to prosseguir
             when other display "Opcao invalida!" at 1001
       display "ENTER para continuar." at 1101.
       accept continua.

      * ALIQUOTA-IR.txt guarda um registro so: o percentual de IR que a
      * TARIFA-MENSAL retem sobre os juros creditados (lancamento I);
      * aliquota zero suspende a retencao
       TARIFA-ALIQUOTA-IR.
       display TELA-ALIQUOTA-IR.
       initialize WS-ALIQUOTA-REG.
       open input F-ALIQUOTA.
       if ALI-OK = "00" then
           read F-ALIQUOTA into WS-ALIQUOTA-REG
               at end
                   continue
           end-read
           close F-ALIQUOTA
       end-if.
       move ws-ali-percentual to ws-ali-edit.
       display ws-ali-edit at 0421.
       display ws-ali-data-vigencia at 0516.
       display ws-ali-operador at 0616.
       move zeroes to ws-ali-novo.
       accept ws-ali-novo at 0724.
       if ws-ali-novo > 50 then
           display "Aliquota acima de 50%!" at 0901
       else
           display "Confirma a nova aliquota? (S/N):" at 0901
           initialize opcao
           accept opcao at 0934
           if opcao = "S" or opcao = "s" then
               perform TARIFA-GRAVAR-ALIQUOTA
           else
               display "Alteracao cancelada.            " at 0901
           end-if
       end-if.
       display "ENTER para continuar." at 1101.
       accept continua.

       TARIFA-GRAVAR-ALIQUOTA.
       perform LER-DIA-CONTABIL.
       move ws-ali-novo      to ws-ali-percentual.
       move ws-data-contabil to ws-ali-data-vigencia.
       move ws-login-id      to ws-ali-operador.
       open output F-ALIQUOTA.
       if ALI-OK not = "00" then
           display "Erro ao gravar a aliquota!      " at 0901
       else
           move WS-ALIQUOTA-REG to ALIQUOTA-REG
           write ALIQUOTA-REG
           close F-ALIQUOTA
           display "Aliquota gravada!               " at 0901
       end-if.

      *******************************************************************
      * MOVIMENTOS DA CONTA - consulta de balcao ao EXTRATO.txt vivo:
      * carrega os lancamentos da conta (com filtro de datas) num
           move 99999999 to ws-hmv-data-fim
       end-if.
       perform CARREGAR-MOVIMENTOS-CONTA.
       move "HISTORICO-MOVIMENTOS" to ws-acs-funcao.
       move ws-hmv-conta to ws-acs-cod-conta.
       move zeroes to ws-acs-cod-agencia.
       move zeroes to ws-acs-cod-cliente.
       perform GRAVAR-ACESSO.
       if ws-hmv-qtd = zeroes then
           display "Nenhum movimento no periodo." at 0801
       else
               continue
       end-start.
       perform LER-MOVIMENTO-CONTA until ws-hmv-fim = "v".
       move zeroes to ws-ext-documento.

       LER-MOVIMENTO-CONTA.
       read F-EXTRATO next record into WS-EXTRATO-REG
         when "C" move "AJUSTE CADASTR" to ws-hmv-tipo-ext
         when "F" move "TARIFA MENSAL " to ws-hmv-tipo-ext
         when "J" move "JUROS CREDOR  " to ws-hmv-tipo-ext
         when "I" move "IR RETIDO     " to ws-hmv-tipo-ext
         when "E" move "ESTORNO       " to ws-hmv-tipo-ext
         when "Q" move "CHEQUE PAGO   " to ws-hmv-tipo-ext
         when "K" move "DEPOSITO CHEQ " to ws-hmv-tipo-ext
         when "V" move "CHEQUE DEVOLV " to ws-hmv-tipo-ext
         when "L" move "EMPRESTIMO    " to ws-hmv-tipo-ext
         when "P" move "PARCELA EMPR  " to ws-hmv-tipo-ext
         when "A" move "APLICACAO     " to ws-hmv-tipo-ext
         when "R" move "RESGATE APLIC " to ws-hmv-tipo-ext
         when "B" move "DEBITO AUTOMAT" to ws-hmv-tipo-ext
         when other move "MOVIMENTO     " to ws-hmv-tipo-ext
       end-evaluate.
       move ws-hmv-valor(ws-hmv-idx) to ws-hmv-valor-edit.
       close F-CADASTRO.
       close F-EXTRATO.
       close F-BLOQUEIOS.
       close F-DEPCHEQUES.
       close F-REJEITOS.

       REJEITO-LISTAR.
       else
           evaluate ws-rej-tipo
             when "D" perform REJ-POSTAR-DEPOSITO
             when "K" perform REJ-POSTAR-DEPOSITO
             when "S" perform REJ-POSTAR-SAQUE
             when "T" perform REJ-POSTAR-TRANSF
             when "B"
                 display "Fatura de convenio: use a baixa!" at 1401
             when other display "Tipo de rejeito invalido!" at 1401
           end-evaluate
       end-if.
               move ws-rej-valor to ws-valor-mov
               add ws-valor-mov to ws-saldo-num
               perform REJ-REGRAVAR-CONTA
               if ws-rej-tipo = "K" then
                   move "K" to ws-ext-tipo
               else
                   move "D" to ws-ext-tipo
               end-if
               perform GRAVAR-EXTRATO
               if ws-rej-tipo = "K" then
                   move zeroes to ws-dpc-num-inf
                   perform REGISTRAR-DEPOSITO-CHEQUE
               end-if
               move "S" to ws-rej-postado
       end-read.

                       move "T" to ws-ext-tipo
                       compute ws-valor-mov = ws-rej-valor * -1
                       perform GRAVAR-EXTRATO
                       move ws-cod-agencia to ws-iag-agencia-origem
                       perform REJ-POSTAR-TRANSF-DESTINO
                       move "S" to ws-rej-postado
                   end-if
               perform REJ-REGRAVAR-CONTA
               move "T" to ws-ext-tipo
               perform GRAVAR-EXTRATO
               move ws-rej-cod-conta     to ws-iag-conta-origem
               move ws-cod-agencia       to ws-iag-agencia-destino
               move ws-rej-conta-destino to ws-iag-conta-destino
               move ws-rej-valor         to ws-iag-valor
               perform GRAVAR-INTERAGENCIA
       end-read.

       REJ-REGRAVAR-CONTA.
               if ws-sit-motivo = spaces then
                   display "Motivo e obrigatorio!" at 0901
               else
                   initialize WS-APROVACAO-REG
                   move "U"           to ws-apr-tipo
                   move ws-cod-conta  to ws-apr-cod-conta
                   move ws-sit-atual  to ws-apr-antes
                   move ws-sit-nova   to ws-apr-depois
                   move ws-sit-motivo to ws-apr-motivo
                   perform APROVACAO-REGISTRAR-PEDIDO
                   display ws-apr-mensagem at 0901
               end-if
           end-if
       end-if.
       end-rewrite.

      *******************************************************************
      * APROVACOES - dupla custodia: alteracao de saldo, baixa de
      * bloqueio judicial, mudanca de situacao da conta e reset de
      * senha viram pedido pendente em APROVACOES.txt, com os valores
      * antes e depois, e so sao aplicados quando outro supervisor
      * aprova. O que nao for decidido ate o fechamento do dia expira
      * (ABERTURA-FECHAMENTO-DIA); RELATORIO-APROVACOES lista tudo.
      *******************************************************************
       ABRIR-APROVACOES.
       open i-o F-APROVACOES.
       if APR-OK = "35" then
           open output F-APROVACOES
           close F-APROVACOES
           open i-o F-APROVACOES
       end-if.

      * recebe em WS-APROVACAO-REG o tipo, a conta, a referencia, os
      * valores e o motivo; devolve o resultado em ws-apr-mensagem
       APROVACAO-REGISTRAR-PEDIDO.
       perform LER-DIA-CONTABIL.
       perform ABRIR-APROVACOES.
       perform APROVACAO-VARRER-PEDIDOS.
       if ws-apr-duplicado = "S" then
           move "Ja ha pedido pendente para este item!"
               to ws-apr-mensagem
       else
           compute ws-apr-numero = ws-apr-ultimo-num + 1
           move "P"              to ws-apr-status
           move ws-login-id      to ws-apr-operador-pedido
           move ws-data-contabil to ws-apr-data-pedido
           move function current-date(9:6) to ws-apr-hora-pedido
           move spaces           to ws-apr-operador-decisao
           move zeroes           to ws-apr-data-decisao
           move zeroes           to ws-apr-hora-decisao
           move WS-APROVACAO-REG to APROVACAO-REG
           write APROVACAO-REG
               invalid key
                   move "Erro ao gravar o pedido de aprovacao!"
                       to ws-apr-mensagem
               not invalid key
                   move spaces to ws-apr-mensagem
                   string "Pedido " ws-apr-numero
                          " aguarda aprovacao de outro supervisor."
                       delimited by size into ws-apr-mensagem
                   end-string
           end-write
       end-if.
       close F-APROVACOES.

      * ultimo numero usado e pedido pendente igual (mesmo tipo, conta
      * e referencia) numa so leitura
       APROVACAO-VARRER-PEDIDOS.
       move zeroes to ws-apr-ultimo-num.
       move "N" to ws-apr-duplicado.
       move zeroes to apr-numero.
       move spaces to ws-apr-fim.
       start F-APROVACOES key is not less than apr-numero
           invalid key
               move "v" to ws-apr-fim
           not invalid key
               continue
       end-start.
       perform until ws-apr-fim = "v"
           read F-APROVACOES next record
               at end
                   move "v" to ws-apr-fim
               not at end
                   move apr-numero to ws-apr-ultimo-num
                   if apr-status = "P"
                      and apr-tipo = ws-apr-tipo
                      and apr-cod-conta = ws-apr-cod-conta
                      and apr-referencia = ws-apr-referencia then
                       move "S" to ws-apr-duplicado
                   end-if
           end-read
       end-perform.

       APROVACOES-PENDENTES.
       perform LER-DIA-CONTABIL.
       if ws-dia-aberto not = "S" then
           perform AVISO-DIA-FECHADO
       else
           perform APROVACOES-DIA-ABERTO
       end-if.

       APROVACOES-DIA-ABERTO.
       perform ABRIR-APROVACOES.
       perform ABRIR-CADASTRO-IO.
       perform ABRIR-HISTORICO.
       perform ABRIR-EXTRATO.
       perform ABRIR-BLOQUEIOS.
       perform ABRIR-SITUACOES.
       perform ABRIR-OPERADORES.
       move zeroes to ws-apr-qtd-vistos.
       move zeroes to apr-numero.
       move spaces to ws-apr-sair.
       start F-APROVACOES key is not less than apr-numero
           invalid key
               move "v" to ws-apr-sair
           not invalid key
               continue
       end-start.
       perform until ws-apr-sair = "v"
           read F-APROVACOES next record into WS-APROVACAO-REG
               at end
                   move "v" to ws-apr-sair
               not at end
                   if ws-apr-status = "P" then
                       add 1 to ws-apr-qtd-vistos
                       perform APROVACAO-MOSTRAR-PEDIDO
                   end-if
           end-read
       end-perform.
       if ws-apr-qtd-vistos = zeroes then
           display TELA-APROVACAO
           display "Nenhum pedido pendente." at 1501
           display "ENTER para continuar." at 1601
           accept continua
       end-if.
       close F-APROVACOES.
       close F-CADASTRO.
       close F-HISTORICO.
       close F-EXTRATO.
       close F-BLOQUEIOS.
       close F-DEPCHEQUES.
       close F-SITUACOES.
       close F-OPERADORES.

       APROVACAO-MOSTRAR-PEDIDO.
       display TELA-APROVACAO.
       perform APROVACAO-FORMATAR-PEDIDO.
       display ws-apr-numero at 0413.
       display ws-apr-tipo-ext at 0436.
       display ws-apr-cod-conta at 0513.
       display ws-apr-referencia at 0542.
       display ws-apr-operador-pedido at 0613.
       display ws-apr-data-pedido at 0625.
       display ws-apr-hora-pedido at 0635.
       display ws-apr-texto-antes at 0713.
       display ws-apr-texto-depois at 0813.
       display ws-apr-motivo at 1013.
       initialize opcao.
       accept opcao at 1308.
       evaluate opcao
         when "A" perform APROVACAO-APROVAR
         when "a" perform APROVACAO-APROVAR
         when "R" perform APROVACAO-REJEITAR
         when "r" perform APROVACAO-REJEITAR
         when "S" move "v" to ws-apr-sair
         when "s" move "v" to ws-apr-sair
         when other continue
       end-evaluate.

       APROVACAO-FORMATAR-PEDIDO.
       move spaces to ws-apr-texto-antes.
       move spaces to ws-apr-texto-depois.
       evaluate ws-apr-tipo
         when "S"
             move "ALTERACAO DE SALDO" to ws-apr-tipo-ext
             move ws-apr-antes to ws-apr-valores
             string "Ag " wac-cod-agencia " " wac-nome " " wac-saldo
                 delimited by size into ws-apr-texto-antes
             end-string
             move ws-apr-depois to ws-apr-valores
             string "Ag " wac-cod-agencia " " wac-nome " " wac-saldo
                 delimited by size into ws-apr-texto-depois
             end-string
         when "B"
             move "BAIXA DE BLOQUEIO" to ws-apr-tipo-ext
             move ws-apr-antes to ws-apr-valores
             string "Status " wab-status " Valor " wab-valor
                 delimited by size into ws-apr-texto-antes
             end-string
             move ws-apr-depois to ws-apr-valores
             string "Status " wab-status
                 delimited by size into ws-apr-texto-depois
             end-string
         when "U"
             move "SITUACAO DA CONTA" to ws-apr-tipo-ext
             string "Situacao " ws-apr-antes(1:1)
                 delimited by size into ws-apr-texto-antes
             end-string
             string "Situacao " ws-apr-depois(1:1)
                 delimited by size into ws-apr-texto-depois
             end-string
         when "P"
             move "RESET DE SENHA" to ws-apr-tipo-ext
             move "Nova senha (oculta), troca forcada no login"
                 to ws-apr-texto-depois
         when other
             move ws-apr-tipo to ws-apr-tipo-ext
       end-evaluate.

      * o autor do pedido nao decide sobre ele
       APROVACAO-APROVAR.
       if ws-apr-operador-pedido = ws-login-id then
           display "Pedido seu: outro supervisor deve decidir!" at 1501
       else
           move "N" to ws-apr-aplicado
           evaluate ws-apr-tipo
             when "S" perform APROVACAO-APLICAR-SALDO
             when "B" perform APROVACAO-APLICAR-BAIXA
             when "U" perform APROVACAO-APLICAR-SITUACAO
             when "P" perform APROVACAO-APLICAR-SENHA
           end-evaluate
           if ws-apr-aplicado = "S" then
               move "A" to ws-apr-status
               perform APROVACAO-GRAVAR-DECISAO
               display "Pedido aprovado e aplicado!" at 1501
           end-if
       end-if.
       display "ENTER para continuar." at 1601.
       accept continua.

       APROVACAO-REJEITAR.
       if ws-apr-operador-pedido = ws-login-id then
           display "Pedido seu: outro supervisor deve decidir!" at 1501
       else
           move "R" to ws-apr-status
           perform APROVACAO-GRAVAR-DECISAO
           display "Pedido rejeitado!" at 1501
       end-if.
       display "ENTER para continuar." at 1601.
       accept continua.

       APROVACAO-GRAVAR-DECISAO.
       move ws-login-id      to ws-apr-operador-decisao.
       move ws-data-contabil to ws-apr-data-decisao.
       move function current-date(9:6) to ws-apr-hora-decisao.
       move WS-APROVACAO-REG to APROVACAO-REG.
       rewrite APROVACAO-REG
           invalid key
               display "Erro ao gravar a decisao!" at 1401
       end-rewrite.

      * a conta tem de estar como no pedido; se mudou, o pedido deve
      * ser rejeitado e refeito
       APROVACAO-APLICAR-SALDO.
       move ws-apr-cod-conta to cod-conta.
       read F-CADASTRO into WS-DADOS-CADASTRO
           key is cod-conta
           invalid key
               display "Conta inexistente!" at 1501
           not invalid key
               move ws-apr-antes to ws-apr-valores
               if ws-cod-agencia not = wac-cod-agencia
                  or ws-nome not = wac-nome
                  or ws-saldo not = wac-saldo then
                   display "A conta mudou desde o pedido - rejeite-o!"
                       at 1501
               else
                   move ws-cod-conta    to wh-cod-conta
                   move wac-cod-agencia to wh-cod-agencia
                   move wac-nome        to wh-nome
                   move wac-saldo       to wh-saldo
                   move ws-cod-cliente  to wh-cod-cliente
                   move ws-apr-depois to ws-apr-valores
                   move wac-cod-agencia to ws-cod-agencia
                   move wac-nome        to ws-nome
                   move wac-saldo       to ws-saldo
                   perform APLICAR-ALTERACAO-CONTA
                   move "S" to ws-apr-aplicado
               end-if
       end-read.

       APROVACAO-APLICAR-BAIXA.
       move ws-apr-cod-conta to blq-cod-conta.
       move ws-apr-referencia(1:3) to blq-sequencia.
       read F-BLOQUEIOS into WS-BLOQUEIO-REG
           key is blq-chave
           invalid key
               display "Bloqueio nao encontrado!" at 1501
           not invalid key
               if ws-blq-status not = "A" then
                   display "Bloqueio ja baixado!" at 1501
               else
                   perform BAIXAR-BLOQUEIO
               end-if
       end-read.

       APROVACAO-APLICAR-SITUACAO.
       move ws-apr-cod-conta to cod-conta.
       read F-CADASTRO into WS-DADOS-CADASTRO
           key is cod-conta
           invalid key
               display "Conta inexistente!" at 1501
           not invalid key
               move ws-situacao to ws-sit-atual
               if ws-sit-atual = spaces then
                   move "A" to ws-sit-atual
               end-if
               if ws-sit-atual not = ws-apr-antes(1:1) then
                   display "A situacao mudou desde o pedido!" at 1501
               else
                   move ws-apr-depois(1:1) to ws-sit-nova
                   move ws-apr-motivo to ws-sit-motivo
                   perform SITUACAO-GRAVAR
                   move "S" to ws-apr-aplicado
               end-if
       end-read.

       APROVACAO-APLICAR-SENHA.
       move ws-apr-referencia to op-id.
       read F-OPERADORES into WS-OPERADOR-REG
           key is op-id
           invalid key
               display "Operador nao encontrado!" at 1501
           not invalid key
               move ws-apr-depois(1:10) to ws-op-senha
               move "S" to ws-op-troca-senha
               move zeroes to ws-op-falhas
               move "S" to ws-op-ativo
               perform REGRAVAR-OPERADOR
               move "S" to ws-apr-aplicado
       end-read.

      *******************************************************************
      * CAIXA E NUMERARIO - controle fisico do dinheiro por operador e
      * data contabil em CAIXAS.txt: fundo inicial contado no login,
      * suprimentos e recolhimentos do cofre, e fechamento com a
      * diferenca (sobra/falta) contra os movimentos D e S do proprio
      * operador no EXTRATO.txt. O relatorio diario de posicao do
      * cofre por agencia e o lote POSICAO-NUMERARIO.
      *******************************************************************
       ABRIR-CAIXAS.
       open i-o F-CAIXAS.
       if CXA-OK = "35" then
           open output F-CAIXAS
           close F-CAIXAS
           open i-o F-CAIXAS
       end-if.

       ABRIR-CAIXA-LOGIN.
       perform LER-DIA-CONTABIL.
       if ws-dia-aberto = "S" then
           perform ABRIR-CAIXAS
           perform LER-CAIXA-OPERADOR
           if ws-cxa-tem-caixa = "N" then
               perform PERGUNTAR-ABERTURA-CAIXA
           else
               move ws-cxa-cod-agencia to ws-acs-agencia-operador
           end-if
           close F-CAIXAS
       end-if.

       LER-CAIXA-OPERADOR.
       move "N" to ws-cxa-tem-caixa.
       move ws-data-contabil to cxa-data.
       move ws-login-id to cxa-operador.
       read F-CAIXAS into WS-CAIXA-REG
           key is cxa-chave
           invalid key
               continue
           not invalid key
               move "S" to ws-cxa-tem-caixa
       end-read.

       PERGUNTAR-ABERTURA-CAIXA.
       display "Abertura de caixa do operador " ws-login-id at 0901.
       display "Agencia do caixa (0=sem caixa hoje):" at 1001.
       initialize ws-cxa-cod-agencia.
       accept ws-cxa-cod-agencia at 1038.
       if ws-cxa-cod-agencia not = zeroes then
           display "Fundo inicial contado: R$" at 1101
           initialize ws-cxa-valor
           accept ws-cxa-valor at 1127
           move ws-cxa-cod-agencia to ws-acs-agencia-operador
           initialize WS-CAIXA-REG
           move ws-acs-agencia-operador to ws-cxa-cod-agencia
           move ws-data-contabil to ws-cxa-data
           move ws-login-id      to ws-cxa-operador
           move ws-cxa-valor     to ws-cxa-fundo-inicial
           move "A"              to ws-cxa-status
           move WS-CAIXA-REG to CAIXA-REG
           move ws-data-contabil to cxa-data
           move ws-login-id      to cxa-operador
           write CAIXA-REG
               invalid key
                   display "Erro ao abrir o caixa!" at 1201
               not invalid key
                   display "Caixa aberto!          " at 1201
           end-write
       end-if.

                       if ws-ext-tipo = "D" then
                           add ws-ext-valor to ws-cxa-entradas
                       end-if
                       if ws-ext-tipo = "S" or ws-ext-tipo = "Q" then
                           subtract ws-ext-valor from ws-cxa-saidas
                       end-if
                   end-if
           end-read
       end-perform.
       close F-EXTRATO.
       move zeroes to ws-ext-documento.

       CAIXA-CONSULTAR.
       perform LER-CAIXA-OPERADOR.
       display TELA-ESTORNO.
       perform ABRIR-EXTRATO.
       perform ABRIR-ESTORNOS.
       perform ABRIR-DEPCHEQUES.
       perform ABRIR-CHEQUES.
       perform ABRIR-CADASTRO-IO.
       initialize WS-EXTRATO-REG.
       initialize ext-chave.
       close F-CADASTRO.
       close F-EXTRATO.
       close F-ESTORNOS.
       close F-DEPCHEQUES.
       close F-CHEQUES.
       move zeroes to ws-ext-documento.

       ESTORNO-VALIDAR.
       if ws-ext-tipo = "E" or ws-ext-tipo = "V" then
           display "Lancamento ja e um estorno!" at 0701
       else
       if ws-ext-tipo = "L" or ws-ext-tipo = "P"
          or ws-ext-tipo = "A" or ws-ext-tipo = "R" then
           display "Lancamento de emprestimo/aplicacao nao se estorna!"
               at 0701
       else
       if ws-ext-tipo = "J" or ws-ext-tipo = "I" then
           display "Juros e IR retido nao se estornam!" at 0701
       else
           move "N" to ws-est-ja-feito
           move ws-ext-cod-conta to est-cod-conta
           else
               perform ESTORNO-CONFIRMAR
           end-if
       end-if
       end-if
       end-if.

       ESTORNO-CONFIRMAR.
                   invalid key
                       display "Erro ao atualizar o saldo!" at 1001
               end-rewrite
               if ws-ext-tipo = "K" then
                   perform BAIXAR-DEPOSITO-ESTORNADO
               end-if
               if ws-ext-tipo = "Q" then
                   perform BAIXAR-CHEQUE-ESTORNADO
               end-if
               move "E" to ws-ext-tipo
               perform GRAVAR-EXTRATO
               perform ESTORNO-REGISTRAR
               display "Recibo nao encontrado!" at 0701
           not invalid key
               perform MOSTRAR-RECIBO
               move "REIMPRESSAO-RECIBO" to ws-acs-funcao
               move ws-rcb-cod-conta   to ws-acs-cod-conta
               move ws-rcb-cod-agencia to ws-acs-cod-agencia
               move zeroes to ws-acs-cod-cliente
               perform GRAVAR-ACESSO
       end-read.
       display "ENTER para continuar.".
       accept continua.
       close F-RECIBOS.

      *******************************************************************
      * ACESSOS - registro LGPD de quem consultou dados de cliente: cada
      * consulta grava em ACESSOS.txt o operador, data e hora, a funcao
      * usada e a conta e/ou o cliente vistos. O RELATORIO-ACESSOS
      * responde quem viu os dados de um CPF e aponta operadores fora
      * do padrao.
      *******************************************************************
       GRAVAR-ACESSO-CONTA.
       move ws-cod-conta   to ws-acs-cod-conta.
       move ws-cod-agencia to ws-acs-cod-agencia.
       move ws-cod-cliente to ws-acs-cod-cliente.
       perform GRAVAR-ACESSO.

       GRAVAR-ACESSO-CLIENTE.
       move zeroes         to ws-acs-cod-conta.
       move zeroes         to ws-acs-cod-agencia.
       move ws-cli-codigo  to ws-acs-cod-cliente.
       perform GRAVAR-ACESSO.

       GRAVAR-ACESSO.
       open extend F-ACESSOS.
       if ACS-OK = "35" then
           open output F-ACESSOS
       end-if.
       move function current-date(1:8) to acs-data.
       move function current-date(9:6) to acs-hora.
       move ws-login-id             to acs-operador.
       move ws-acs-agencia-operador to acs-agencia-operador.
       move ws-acs-funcao           to acs-funcao.
       move ws-acs-cod-conta        to acs-cod-conta.
       move ws-acs-cod-agencia      to acs-cod-agencia.
       move ws-acs-cod-cliente      to acs-cod-cliente.
       write ACESSO-REG.
       close F-ACESSOS.

      *******************************************************************
      * MOVIMENTO INTERAGENCIAS - transferencia entre contas de
      * agencias diferentes desbalanceia os livros de cada agencia:
      * a de origem fica devendo o valor a de destino. Cada uma vai
      * para INTERAGENCIAS.txt, de onde saem o acerto entre agencias
      * (RELATORIO-INTERAGENCIAS), as contrapartidas da
      * INTERFACE-CONTABIL e a conferencia do fechamento do dia.
      *******************************************************************
       GRAVAR-INTERAGENCIA.
       if ws-iag-agencia-origem not = ws-iag-agencia-destino then
           open extend F-INTERAGENCIAS
           if IAG-OK = "35" then
               open output F-INTERAGENCIAS
           end-if
           move ws-data-contabil        to iag-data
           move function current-date(9:6) to iag-hora
           move ws-iag-agencia-origem   to iag-agencia-origem
           move ws-iag-conta-origem     to iag-conta-origem
           move ws-iag-agencia-destino  to iag-agencia-destino
           move ws-iag-conta-destino    to iag-conta-destino
           move ws-iag-valor            to iag-valor
           move ws-login-id             to iag-operador
           write INTERAGENCIA-REG
           close F-INTERAGENCIAS
       end-if.

      *******************************************************************
      * ALERTAS - fila de avisos ao cliente em ALERTAS.txt: todo
      * lancamento no extrato (M) e todo bloqueio judicial (B) entra
      * pendente, com o cliente, a conta, o valor, o saldo resultante
      * e a data contabil. O lote ENVIA-ALERTAS aplica as preferencias
      * do cliente (PREFERENCIAS-ALERTA.txt), monta o arquivo do
      * gateway de SMS/e-mail e marca cada evento como enviado ou
      * descartado.
      *******************************************************************
       GRAVAR-ALERTA.
       open i-o F-ALERTAS.
       if ALR-OK = "35" then
           open output F-ALERTAS
           close F-ALERTAS
           open i-o F-ALERTAS
       end-if.
       move ws-alr-cod-conta   to alr-cod-conta.
       move function current-date(1:16) to alr-data-hora.
       move ws-alr-tipo        to alr-tipo.
       move ws-alr-referencia  to alr-referencia.
       move ws-alr-cod-cliente to alr-cod-cliente.
       move ws-alr-valor       to alr-valor.
       move ws-alr-saldo       to alr-saldo.
       move ws-data-contabil   to alr-data-contabil.
       move ws-alr-ext-tipo    to alr-ext-tipo.
       move ws-login-id        to alr-origem.
       move "P"                to alr-status.
       move zeroes             to alr-data-envio.
       write ALERTA-REG
           invalid key
               display "Erro ao gravar o alerta!" at 2101
       end-write.
       close F-ALERTAS.

      *******************************************************************
      * DIA CONTABIL - o registro de controle em DIA-CONTABIL.txt
      * (mantido por ABERTURA-FECHAMENTO-DIA) diz a data-movimento do
       move ws-ext-saldo-anterior    to ext-saldo-anterior.
       move ws-saldo-num             to ext-saldo-novo.
       move ws-login-id              to ext-operador.
       move ws-ext-documento         to ext-documento.
       write EXTRATO-REG
           invalid key
               display "Erro ao gravar o extrato!" at 0901
           not invalid key
               perform ATUALIZAR-CONTADOR-EXTRATO
               move ext-cod-conta    to ws-alr-cod-conta
               move ws-cod-cliente   to ws-alr-cod-cliente
               move "M"              to ws-alr-tipo
               move ext-sequencia    to ws-alr-referencia
               move ext-valor        to ws-alr-valor
               move ext-saldo-novo   to ws-alr-saldo
               move ext-tipo         to ws-alr-ext-tipo
               perform GRAVAR-ALERTA
       end-write.
       move zeroes to ws-ext-documento.
       close F-CONTADORES.

       DEPOSITO.
       move "f" to prosseguir.
       display TELA-DEPOSITO.
       perform ABRIR-EXTRATO.
       perform ABRIR-BLOQUEIOS.
       perform ABRIR-RECIBOS.
       perform ABRIR-CADASTRO-IO.
           perform until prosseguir = "v"
                 not invalid key
                   display "                  " at 0435
                   perform ENTRADA-VALOR-MOVIMENTO
                   perform ENTRADA-ESPECIE-DEPOSITO
                   perform SALDO-PARA-NUMERICO
                   move ws-saldo-num to ws-ext-saldo-anterior
                   add ws-valor-mov to ws-saldo-num
                       invalid key
                           display "Erro ao atualizar saldo!" at 0701
                   end-rewrite
                   if ws-dpc-especie = "C" then
                       move "K" to ws-ext-tipo
                       move ws-dpc-num-inf to ws-ext-documento
                   else
                       move "D" to ws-ext-tipo
                   end-if
                   perform GRAVAR-EXTRATO
                   if ws-dpc-especie = "C" then
                       perform REGISTRAR-DEPOSITO-CHEQUE
                   end-if
                   move ws-cod-agencia to ws-rcb-cod-agencia
                   move ws-cod-conta   to ws-rcb-cod-conta
                   move ws-ext-tipo    to ws-rcb-tipo
                   move ws-valor-mov   to ws-rcb-valor
                   move ws-saldo-num   to ws-rcb-saldo-novo
                   perform GRAVAR-RECIBO
                   display "Deposito efetuado! Novo saldo:" at 0801
                   display ws-saldo at 0840
                   if ws-dpc-especie = "C" then
                       display "Cheque a compensar, liberado em"
                           at 0901
                       display ws-dpc-data-liberacao at 0933
                   end-if
                   move "v" to prosseguir
               end-read
           end-perform.
       close F-CADASTRO.
       close F-EXTRATO.
       close F-BLOQUEIOS.
       close F-DEPCHEQUES.
       close F-RECIBOS.
       move "v" to rodar.
       display " ENTER para sair.".
           move "v" to prosseguir
           move "f" to rodar
       else
           if opcao = "N" or "n" then
               move "v" to prosseguir
               move "v" to rodar
               display "Entre com uma conta valida!       " at 0501
           else
               display "Opcao invalida"
               move "f" to prosseguir
               move "v" to rodar
           end-if
       end-if.

       SAQUE.
       move "f" to rodar.
       perform VERIFICAR-TRAVA.
       perform LER-DIA-CONTABIL.
       if ws-trava-ativa = "S" then
           perform AVISO-MANUTENCAO
           move "v" to rodar
       else
           if ws-dia-aberto not = "S" then
               perform AVISO-DIA-FECHADO
               move "v" to rodar
           else
               perform SAQUE-DIA-ABERTO
           end-if
       end-if.

       SAQUE-DIA-ABERTO.
       initialize opcao.
       move "f" to prosseguir.
       display TELA-SAQUE.
       perform ABRIR-EXTRATO.
       perform ABRIR-BLOQUEIOS.
       perform ABRIR-RECIBOS.
       perform ABRIR-CADASTRO-IO.
           perform until prosseguir = "v"
               initialize cod-conta
               initialize WS-DADOS-CADASTRO
               accept cod-conta at 0427
               read F-CADASTRO into WS-DADOS-CADASTRO
                 key is cod-conta
                 invalid key
                   display "Conta inexistente!" at 0435
                   perform PERGUNTA-SAIR-SAQUE until prosseguir = "v"
                   if rodar = "f" then
                       move "v" to prosseguir
                   else
                       move "f" to prosseguir
                   end-if
                 not invalid key
                   display "                  " at 0435
                   if ws-situacao = "D" or ws-situacao = "B" then
                       perform AVISO-CONTA-SEM-DEBITO
                   else
                       perform POSTAR-SAQUE-CONTA
                   end-if
                   move "v" to prosseguir
               end-read
           end-perform.
       close F-CADASTRO.
       close F-EXTRATO.
       close F-BLOQUEIOS.
       close F-DEPCHEQUES.
       close F-RECIBOS.
       move "v" to rodar.
       display " ENTER para sair.".
       accept continua.

       POSTAR-SAQUE-CONTA.
       perform ENTRADA-VALOR-MOVIMENTO.
       move ws-cod-conta to ws-tit-busca-conta.
       perform CONFIRMAR-ASSINATURA-CONJUNTA.
       perform SALDO-PARA-NUMERICO.
       perform SOMAR-BLOQUEIOS-ATIVOS.
       compute ws-saldo-disponivel =
           ws-saldo-num - ws-total-bloqueado.
       if ws-tit-confirmado = "N" then
           display "Saque cancelado!              " at 0801
       else
       if ws-valor-mov > ws-saldo-disponivel then
           display "Saldo disponivel insuficiente!" at 0801
           move ws-total-bloqueado to ws-blq-valor-edit
           display "Bloqueios ativos:" at 0901
           display ws-blq-valor-edit at 0919
       else
           move ws-saldo-num to ws-ext-saldo-anterior
           subtract ws-valor-mov from ws-saldo-num
           move ws-saldo-num to ws-saldo
           move WS-DADOS-CADASTRO to DADOS-CADASTRO
           move ws-data-contabil
               to data-ultima-movimentacao
           rewrite DADOS-CADASTRO
               invalid key
                   display "Erro ao atualizar saldo!"
                       at 0701
           end-rewrite
           move "S" to ws-ext-tipo
           compute ws-valor-mov = ws-valor-mov * -1
           perform GRAVAR-EXTRATO
           compute ws-valor-mov = ws-valor-mov * -1
           move ws-cod-agencia to ws-rcb-cod-agencia
           move ws-cod-conta   to ws-rcb-cod-conta
           move "S"            to ws-rcb-tipo
           move ws-valor-mov   to ws-rcb-valor
           move ws-saldo-num   to ws-rcb-saldo-novo
           perform GRAVAR-RECIBO
           display "Saque efetuado! Novo saldo:   " at 0801
           display ws-saldo at 0840
       end-if
       end-if.

       AVISO-CONTA-SEM-DEBITO.
       display "Conta dormente ou bloqueada!     " at 0801.
       display "Debito recusado. Reative a conta " at 0901.
       display "pela opcao U (supervisor).       " at 1001.

       PERGUNTA-SAIR-SAQUE.
       move "f" to  prosseguir.
       display         "Deseja voltar ao menu? (S/N):" at 0501.
       initialize opcao.
       accept opcao at 0531.
       if opcao = "S" or "s" then
           move "v" to prosseguir
           move "f" to rodar
       else
           if opcao = "N" or "n" then
               move "v" to prosseguir
               move "v" to rodar
               display "Entre com uma conta valida!       " at 0501
           else
               display "Opcao invalida"
               move "f" to prosseguir
               move "v" to rodar
           end-if
       end-if.

       ENTRADA-VALOR-MOVIMENTO.
       move "f" to prosseguir.
       perform until prosseguir = "v"
           display "Valor do movimento: R$" at 0601
           initialize ws-valor-mov
           accept ws-valor-mov at 0624
           if ws-valor-mov not greater than zeroes then
               display "Valor deve ser maior que zero!" at 0701
           else
               display "                               " at 0701
               move "v" to prosseguir
           end-if
       end-perform.

      *******************************************************************
      * CHEQUES - folhas de talao em CHEQUES.txt por conta e numero:
      * E=emitido, P=pago, S=sustado, C=cancelado. O pagamento no caixa
      * passa pelas mesmas regras do saque (situacao e saldo disponivel)
      * e grava o extrato tipo Q com o numero do cheque no documento.
      * A COMPENSACAO-INTERBANCARIA consulta o mesmo arquivo.
      *******************************************************************
       ABRIR-CHEQUES.
       open i-o F-CHEQUES.
       if CHQ-OK = "35" then
           open output F-CHEQUES
           close F-CHEQUES
           open i-o F-CHEQUES
       end-if.

       CHEQUES-TALOES.
       perform VERIFICAR-TRAVA.
       perform LER-DIA-CONTABIL.
       if ws-trava-ativa = "S" then
           perform AVISO-MANUTENCAO
       else
           if ws-dia-aberto not = "S" then
               perform AVISO-DIA-FECHADO
           else
               perform CHEQUES-DIA-ABERTO
           end-if
       end-if.

       CHEQUES-DIA-ABERTO.
       perform ABRIR-CHEQUES.
       perform ABRIR-EXTRATO.
       perform ABRIR-BLOQUEIOS.
       perform ABRIR-RECIBOS.
       perform ABRIR-ESTORNOS.
       perform ABRIR-CADASTRO-IO.
       move "f" to prosseguir.
       perform until prosseguir = "v"
           display TELA-CHEQUES
           initialize opcao
           accept opcao at 1208
           evaluate opcao
             when "1"
                 if ws-perfil-atual = "S" then
                     perform CHEQUE-EMITIR-TALAO
                 else
                     display "Acesso restrito a supervisores!" at 1401
                     display "ENTER para continuar." at 1501
                     accept continua
                 end-if
             when "2" perform CHEQUE-PAGAR
             when "3" perform CHEQUE-SUSTAR
             when "4"
                 if ws-perfil-atual = "S" then
                     perform CHEQUE-CANCELAR
                 else
                     display "Acesso restrito a supervisores!" at 1401
                     display "ENTER para continuar." at 1501
                     accept continua
                 end-if
             when "5" perform CHEQUE-CONSULTAR
             when "6"
                 if ws-perfil-atual = "S" then
                     perform CHEQUE-DEVOLVER-DEPOSITO
                 else
                     display "Acesso restrito a supervisores!" at 1401
                     display "ENTER para continuar." at 1501
                     accept continua
                 end-if
             when "7" perform CHEQUE-CONSULTAR-DEPOSITOS
             when "s" move "v" to prosseguir
             when "S" move "v" to prosseguir
             when other display "Opcao invalida!" at 1401
           end-evaluate
       end-perform.
       close F-CADASTRO.
       close F-EXTRATO.
       close F-BLOQUEIOS.
       close F-DEPCHEQUES.
       close F-RECIBOS.
       close F-ESTORNOS.
       close F-CHEQUES.

       CHEQUE-LER-CONTA.
       display TELA-CHEQUE-FICHA.
       initialize cod-conta.
       initialize WS-DADOS-CADASTRO.
       accept cod-conta at 0418.
       read F-CADASTRO into WS-DADOS-CADASTRO
           key is cod-conta
           invalid key
               display "Conta inexistente!" at 0801
               move spaces to ws-chq-fim
           not invalid key
               move "v" to ws-chq-fim
       end-read.

       CHEQUE-LER-FOLHA.
       display "Numero do cheque:" at 0501.
       initialize ws-chq-busca.
       accept ws-chq-busca at 0519.
       move ws-cod-conta to chq-cod-conta.
       move ws-chq-busca to chq-numero.
       read F-CHEQUES into WS-CHEQUE-REG
           key is chq-chave
           invalid key
               display "Cheque nao emitido para esta conta!" at 0801
               move spaces to ws-chq-fim
           not invalid key
               move "v" to ws-chq-fim
       end-read.

      * o talao continua a numeracao da conta; nenhum numero ja
      * emitido e reaproveitado
       CHEQUE-EMITIR-TALAO.
       perform CHEQUE-LER-CONTA.
       if ws-chq-fim = "v" then
           if ws-situacao = "D" or ws-situacao = "B" then
               perform AVISO-CONTA-SEM-DEBITO
           else
               perform CHEQUE-GRAVAR-TALAO
           end-if
       end-if.
       display "ENTER para continuar." at 1801.
       accept continua.
       move "f" to prosseguir.

       CHEQUE-GRAVAR-TALAO.
       perform ULTIMO-CHEQUE-CONTA.
       display "Ultimo numero emitido:" at 0501.
       display ws-chq-ultimo-num at 0524.
       display "Primeiro numero (0=proximo):" at 0601.
       initialize ws-chq-primeiro.
       accept ws-chq-primeiro at 0630.
       if ws-chq-primeiro = zeroes then
           compute ws-chq-primeiro = ws-chq-ultimo-num + 1
       end-if.
       display "Quantidade de folhas (0=20):" at 0701.
       initialize ws-chq-qtd.
       accept ws-chq-qtd at 0730.
       if ws-chq-qtd = zeroes then
           move 20 to ws-chq-qtd
       end-if.
       compute ws-chq-fim-talao = ws-chq-primeiro + ws-chq-qtd - 1.
       if ws-chq-primeiro not > ws-chq-ultimo-num then
           display "Numeracao ja usada nesta conta!" at 0801
       else
           if ws-chq-fim-talao > 999999 then
               display "Numeracao excede 999999!" at 0801
           else
               move zeroes to ws-chq-emitidos
               perform CHEQUE-GRAVAR-FOLHA ws-chq-qtd times
               display "Folhas emitidas:" at 0801
               display ws-chq-emitidos at 0818
               display "Do numero" at 0901
               display ws-chq-primeiro at 0911
               display "ao" at 0918
               display ws-chq-fim-talao(2:6) at 0921
           end-if
       end-if.

       CHEQUE-GRAVAR-FOLHA.
       initialize CHEQUE-REG.
       move ws-cod-conta to chq-cod-conta.
       compute chq-numero = ws-chq-primeiro + ws-chq-emitidos.
       move ws-data-contabil to chq-data-emissao.
       move "E" to chq-status.
       move zeroes to chq-valor.
       move zeroes to chq-data-pagamento.
       move zeroes to chq-data-baixa.
       move spaces to chq-motivo.
       move ws-login-id to chq-operador.
       write CHEQUE-REG
           invalid key
               display "Erro ao gravar o cheque!" at 1001
       end-write.
       add 1 to ws-chq-emitidos.

       ULTIMO-CHEQUE-CONTA.
       move zeroes to ws-chq-ultimo-num.
       move ws-cod-conta to chq-cod-conta.
       move zeroes to chq-numero.
       move spaces to ws-chq-fim.
       start F-CHEQUES key is not less than chq-chave
           invalid key
               move "v" to ws-chq-fim
           not invalid key
               continue
       end-start.
       perform until ws-chq-fim = "v"
           read F-CHEQUES next record into WS-CHEQUE-REG
               at end
                   move "v" to ws-chq-fim
               not at end
                   if ws-chq-cod-conta = ws-cod-conta then
                       move ws-chq-numero to ws-chq-ultimo-num
                   else
                       move "v" to ws-chq-fim
                   end-if
           end-read
       end-perform.

       CHEQUE-PAGAR.
       perform CHEQUE-LER-CONTA.
       if ws-chq-fim = "v" then
           if ws-situacao = "D" or ws-situacao = "B" then
               perform AVISO-CONTA-SEM-DEBITO
           else
               perform CHEQUE-LER-FOLHA
               if ws-chq-fim = "v" then
                   evaluate ws-chq-status
                     when "P"
                         display "Cheque ja pago em" at 0801
                         display ws-chq-data-pagamento at 0819
                     when "S"
                         display "Cheque sustado! Motivo:" at 0801
                         display ws-chq-motivo at 0825
                     when "C"
                         display "Cheque cancelado!" at 0801
                     when other
                         perform POSTAR-CHEQUE-CONTA
                   end-evaluate
               end-if
           end-if
       end-if.
       display "ENTER para continuar." at 1801.
       accept continua.
       move "f" to prosseguir.

       POSTAR-CHEQUE-CONTA.
       perform ENTRADA-VALOR-MOVIMENTO.
       perform SALDO-PARA-NUMERICO.
       perform SOMAR-BLOQUEIOS-ATIVOS.
       compute ws-saldo-disponivel =
           ws-saldo-num - ws-total-bloqueado.
       if ws-valor-mov > ws-saldo-disponivel then
           display "Saldo disponivel insuficiente!" at 0801
           move ws-total-bloqueado to ws-blq-valor-edit
           display "Bloqueios ativos:" at 0901
           display ws-blq-valor-edit at 0919
       else
           move ws-saldo-num to ws-ext-saldo-anterior
           subtract ws-valor-mov from ws-saldo-num
           move ws-saldo-num to ws-saldo
           move WS-DADOS-CADASTRO to DADOS-CADASTRO
           move ws-data-contabil
               to data-ultima-movimentacao
           rewrite DADOS-CADASTRO
               invalid key
                   display "Erro ao atualizar saldo!"
                       at 0701
           end-rewrite
           move "Q" to ws-ext-tipo
           move ws-chq-numero to ws-ext-documento
           compute ws-valor-mov = ws-valor-mov * -1
           perform GRAVAR-EXTRATO
           compute ws-valor-mov = ws-valor-mov * -1
           move "P"              to ws-chq-status
           move ws-valor-mov     to ws-chq-valor
           move ws-data-contabil to ws-chq-data-pagamento
           move ws-login-id      to ws-chq-operador
           move WS-CHEQUE-REG to CHEQUE-REG
           rewrite CHEQUE-REG
               invalid key
                   display "Erro ao baixar o cheque!" at 1101
           end-rewrite
           move ws-cod-agencia to ws-rcb-cod-agencia
           move ws-cod-conta   to ws-rcb-cod-conta
           move "Q"            to ws-rcb-tipo
           move ws-valor-mov   to ws-rcb-valor
           move ws-saldo-num   to ws-rcb-saldo-novo
           perform GRAVAR-RECIBO
           display "Cheque pago! Novo saldo:      " at 0801
           display ws-saldo at 0840
       end-if.

       CHEQUE-SUSTAR.
       perform CHEQUE-LER-CONTA.
       if ws-chq-fim = "v" then
           perform CHEQUE-LER-FOLHA
           if ws-chq-fim = "v" then
               evaluate ws-chq-status
                 when "P"
                     display "Cheque ja pago - nao pode ser sustado!"
                         at 0801
                 when "S"
                     display "Cheque ja sustado!" at 0801
                 when "C"
                     display "Cheque cancelado!" at 0801
                 when other
                     perform CHEQUE-GRAVAR-SUSTACAO
               end-evaluate
           end-if
       end-if.
       display "ENTER para continuar." at 1801.
       accept continua.
       move "f" to prosseguir.

       CHEQUE-GRAVAR-SUSTACAO.
       display "Motivo da sustacao:" at 0601.
       initialize ws-chq-motivo.
       accept ws-chq-motivo at 0621.
       if ws-chq-motivo = spaces then
           display "Motivo e obrigatorio!" at 0801
       else
           display "Data da sustacao (0=data contabil):" at 0701
           initialize ws-chq-data-inf
           accept ws-chq-data-inf at 0737
           if ws-chq-data-inf = zeroes then
               move ws-data-contabil to ws-chq-data-inf
           end-if
           move "S"             to ws-chq-status
           move ws-chq-data-inf to ws-chq-data-baixa
           move ws-login-id     to ws-chq-operador
           move WS-CHEQUE-REG to CHEQUE-REG
           rewrite CHEQUE-REG
               invalid key
                   display "Erro ao sustar o cheque!" at 0801
               not invalid key
                   display "Cheque sustado!         " at 0801
           end-rewrite
       end-if.

      * folha inutilizada ou devolvida pelo cliente; cheque pago nao
      * se cancela (a via e o ESTORNO)
       CHEQUE-CANCELAR.
       perform CHEQUE-LER-CONTA.
       if ws-chq-fim = "v" then
           perform CHEQUE-LER-FOLHA
           if ws-chq-fim = "v" then
               evaluate ws-chq-status
                 when "P"
                     display "Cheque ja pago - use o estorno!" at 0801
                 when "C"
                     display "Cheque ja cancelado!" at 0801
                 when other
                     perform CHEQUE-GRAVAR-CANCELAMENTO
               end-evaluate
           end-if
       end-if.
       display "ENTER para continuar." at 1801.
       accept continua.
       move "f" to prosseguir.

       CHEQUE-GRAVAR-CANCELAMENTO.
       display "Motivo do cancelamento:" at 0601.
       initialize ws-chq-motivo.
       accept ws-chq-motivo at 0625.
       if ws-chq-motivo = spaces then
           display "Motivo e obrigatorio!" at 0801
       else
           move "C"              to ws-chq-status
           move ws-data-contabil to ws-chq-data-baixa
           move ws-login-id      to ws-chq-operador
           move WS-CHEQUE-REG to CHEQUE-REG
           rewrite CHEQUE-REG
               invalid key
                   display "Erro ao cancelar o cheque!" at 0801
               not invalid key
                   display "Cheque cancelado!         " at 0801
           end-rewrite
       end-if.

       CHEQUE-CONSULTAR.
       display TELA-CHEQUE-FICHA.
       initialize ws-cod-conta.
       accept ws-cod-conta at 0418.
       display spaces.
       display "Cheques da conta " ws-cod-conta ":".
       move zeroes to ws-chq-listados.
       move ws-cod-conta to chq-cod-conta.
       move zeroes to chq-numero.
       move spaces to ws-chq-fim.
       start F-CHEQUES key is not less than chq-chave
           invalid key
               move "v" to ws-chq-fim
           not invalid key
               continue
       end-start.
       perform until ws-chq-fim = "v"
           read F-CHEQUES next record into WS-CHEQUE-REG
               at end
                   move "v" to ws-chq-fim
               not at end
                   if ws-chq-cod-conta = ws-cod-conta then
                       perform MOSTRAR-CHEQUE
                   else
                       move "v" to ws-chq-fim
                   end-if
           end-read
       end-perform.
       display "Folhas listadas: " ws-chq-listados.
       display "ENTER para continuar.".
       accept continua.
       move "f" to prosseguir.

       MOSTRAR-CHEQUE.
       evaluate ws-chq-status
         when "E" move "EMITIDO  " to ws-chq-status-ext
         when "P" move "PAGO     " to ws-chq-status-ext
         when "S" move "SUSTADO  " to ws-chq-status-ext
         when "C" move "CANCELADO" to ws-chq-status-ext
         when other move "?        " to ws-chq-status-ext
       end-evaluate.
       display "Cheque " ws-chq-numero
               " " ws-chq-status-ext
               " Emissao " ws-chq-data-emissao.
       if ws-chq-status = "P" then
           move ws-chq-valor to ws-chq-valor-edit
           display "    Pago em " ws-chq-data-pagamento
                   " Valor " ws-chq-valor-edit
                   " Oper " ws-chq-operador
       end-if.
       if ws-chq-status = "S" or ws-chq-status = "C" then
           display "    Em " ws-chq-data-baixa
                   " Motivo " ws-chq-motivo
                   " Oper " ws-chq-operador
       end-if.
       add 1 to ws-chq-listados.

      *******************************************************************
      * DEPOSITOS EM CHEQUE - o deposito em cheque credita o saldo na
      * hora, mas o valor fica a compensar em DEPOSITOS-CHEQUE.txt
      * (P=a compensar, L=liberado, D=devolvido) ate a data de
      * liberacao em dias uteis do CALENDARIO.txt. Enquanto P, entra
      * na soma do SOMAR-BLOQUEIOS-ATIVOS como um bloqueio; a abertura
      * do dia libera os vencidos. Cheque devolvido e debitado de volta
      * com o motivo da devolucao.
      *******************************************************************
       ABRIR-DEPCHEQUES.
       open i-o F-DEPCHEQUES.
       if DPC-OK = "35" then
           open output F-DEPCHEQUES
           close F-DEPCHEQUES
           open i-o F-DEPCHEQUES
       end-if.

       SOMAR-DEPOSITOS-A-COMPENSAR.
       move zeroes to ws-dpc-total.
       move zeroes to ws-dpc-ultima-seq.
       move ws-cod-conta to dpc-cod-conta.
       move zeroes to dpc-sequencia.
       move spaces to ws-dpc-fim.
       start F-DEPCHEQUES key is not less than dpc-chave
           invalid key
               move "v" to ws-dpc-fim
           not invalid key
               continue
       end-start.
       perform until ws-dpc-fim = "v"
           read F-DEPCHEQUES next record into WS-DEPCHEQUE-REG
               at end
                   move "v" to ws-dpc-fim
               not at end
                   if ws-dpc-cod-conta = ws-cod-conta then
                       move ws-dpc-sequencia to ws-dpc-ultima-seq
                       if ws-dpc-status = "P" then
                           add ws-dpc-valor to ws-dpc-total
                       end-if
                   else
                       move "v" to ws-dpc-fim
                   end-if
           end-read
       end-perform.

       ENTRADA-ESPECIE-DEPOSITO.
       move spaces to ws-dpc-fim.
       perform until ws-dpc-fim = "v"
           display "Especie (D=dinheiro C=cheque):" at 0701
           initialize ws-dpc-especie
           accept ws-dpc-especie at 0732
           if ws-dpc-especie = "d" then
               move "D" to ws-dpc-especie
           end-if
           if ws-dpc-especie = "c" then
               move "C" to ws-dpc-especie
           end-if
           if ws-dpc-especie = "D" or ws-dpc-especie = "C" then
               move "v" to ws-dpc-fim
           end-if
       end-perform.
       move zeroes to ws-dpc-num-inf.
       if ws-dpc-especie = "C" then
           display "Numero do cheque:" at 0735
           accept ws-dpc-num-inf at 0753
       end-if.

      * chamado logo apos o GRAVAR-EXTRATO do deposito: ext-sequencia
      * ainda e a do lancamento K, que fica amarrado ao registro
       REGISTRAR-DEPOSITO-CHEQUE.
       perform SOMAR-DEPOSITOS-A-COMPENSAR.
       perform CALCULAR-LIBERACAO-CHEQUE.
       initialize DEPCHEQUE-REG.
       move ws-cod-conta      to dpc-cod-conta.
       compute dpc-sequencia = ws-dpc-ultima-seq + 1.
       move ws-data-contabil  to dpc-data-deposito.
       move ws-valor-mov      to dpc-valor.
       move ws-cal-data-teste to dpc-data-liberacao.
       move "P"               to dpc-status.
       move ws-dpc-num-inf    to dpc-num-cheque.
       move ext-sequencia     to dpc-ext-sequencia.
       move zeroes            to dpc-data-baixa.
       move spaces            to dpc-motivo.
       move ws-login-id       to dpc-operador.
       write DEPCHEQUE-REG
           invalid key
               display "Erro ao registrar o cheque a compensar!"
                   at 1101
       end-write.
       move dpc-data-liberacao to ws-dpc-data-liberacao.

      * cheque a partir de ws-dpc-limite-d1 compensa em D+1 dia util;
      * abaixo dele, em D+2, contados da data contabil do deposito
       CALCULAR-LIBERACAO-CHEQUE.
       if ws-valor-mov not < ws-dpc-limite-d1 then
           move 1 to ws-dpc-prazo
       else
           move 2 to ws-dpc-prazo
       end-if.
       move ws-data-contabil to ws-cal-data-teste.
       perform PROXIMO-DIA-UTIL ws-dpc-prazo times.

       PROXIMO-DIA-UTIL.
       move "N" to ws-cal-dia-util.
       perform AVANCAR-ATE-DIA-UTIL until ws-cal-dia-util = "S".

       AVANCAR-ATE-DIA-UTIL.
       compute ws-cal-dias-corridos =
           function integer-of-date(ws-cal-data-teste) + 1.
       compute ws-cal-data-teste =
           function date-of-integer(ws-cal-dias-corridos).
       perform EH-DIA-UTIL.

      * mesma regra da ABERTURA-FECHAMENTO-DIA: sabado e domingo pelo
      * dia da semana (16010101 foi uma segunda-feira), feriados pelo
      * CALENDARIO.txt
       EH-DIA-UTIL.
       move "S" to ws-cal-dia-util.
       compute ws-cal-dia-semana =
           function mod(ws-cal-dias-corridos, 7).
       if ws-cal-dia-semana = 6 or ws-cal-dia-semana = 0 then
           move "N" to ws-cal-dia-util
       else
           open input F-CALENDARIO
           if CAL-OK = "00" then
               move ws-cal-data-teste to cal-data
               read F-CALENDARIO
                   invalid key
                       continue
                   not invalid key
                       move "N" to ws-cal-dia-util
               end-read
               close F-CALENDARIO
           end-if
       end-if.

      * cheque depositado que voltou da compensacao: debita a conta
      * pelo valor do deposito, mesmo que o saldo fique negativo, e
      * amarra o lancamento original em ESTORNOS.txt para que ele nao
      * seja estornado uma segunda vez
       CHEQUE-DEVOLVER-DEPOSITO.
       perform CHEQUE-LER-CONTA.
       if ws-chq-fim = "v" then
           display "Sequencia do deposito:" at 0501
           initialize ws-dpc-busca
           accept ws-dpc-busca at 0524
           move ws-cod-conta to dpc-cod-conta
           move ws-dpc-busca to dpc-sequencia
           read F-DEPCHEQUES into WS-DEPCHEQUE-REG
               key is dpc-chave
               invalid key
                   display "Deposito em cheque nao encontrado!" at 0801
               not invalid key
                   if ws-dpc-status = "D" then
                       display "Cheque ja devolvido em" at 0801
                       display ws-dpc-data-baixa at 0824
                   else
                       perform DEVOLVER-DEPOSITO-CONFIRMAR
                   end-if
           end-read
       end-if.
       display "ENTER para continuar." at 1801.
       accept continua.
       move "f" to prosseguir.

       DEVOLVER-DEPOSITO-CONFIRMAR.
       move ws-dpc-valor to ws-dpc-valor-edit.
       display "Cheque" at 0601.
       display ws-dpc-num-cheque at 0608.
       display "de" at 0615.
       display ws-dpc-data-deposito at 0618.
       display "Valor" at 0627.
       display ws-dpc-valor-edit at 0633.
       display "Motivo da devolucao:" at 0701.
       initialize ws-dpc-motivo.
       accept ws-dpc-motivo at 0722.
       if ws-dpc-motivo = spaces then
           display "Motivo e obrigatorio!" at 0801
       else
           display "Confirma a devolucao? (S/N):" at 0801
           initialize opcao
           accept opcao at 0830
           if opcao = "S" or opcao = "s" then
               perform DEVOLVER-DEPOSITO-POSTAR
           else
               display "Devolucao cancelada.        " at 0901
           end-if
       end-if.

       DEVOLVER-DEPOSITO-POSTAR.
       perform SALDO-PARA-NUMERICO.
       move ws-saldo-num to ws-ext-saldo-anterior.
       compute ws-valor-mov = ws-dpc-valor * -1.
       add ws-valor-mov to ws-saldo-num.
       move ws-saldo-num to ws-saldo.
       move WS-DADOS-CADASTRO to DADOS-CADASTRO.
       move ws-data-contabil to data-ultima-movimentacao.
       rewrite DADOS-CADASTRO
           invalid key
               display "Erro ao atualizar saldo!" at 1001
       end-rewrite.
       move "V" to ws-ext-tipo.
       move ws-dpc-num-cheque to ws-ext-documento.
       perform GRAVAR-EXTRATO.
       move "D"              to ws-dpc-status.
       move ws-data-contabil to ws-dpc-data-baixa.
       move ws-login-id      to ws-dpc-operador.
       move WS-DEPCHEQUE-REG to DEPCHEQUE-REG.
       rewrite DEPCHEQUE-REG
           invalid key
               display "Erro ao baixar o deposito!" at 1101
       end-rewrite.
       move ws-cod-conta         to est-cod-conta.
       move ws-dpc-ext-sequencia to est-seq-original.
       move ws-data-contabil     to est-data.
       move ext-sequencia        to est-seq-estorno.
       move ws-dpc-motivo        to est-motivo.
       move ws-login-id          to est-operador.
       write ESTORNO-REG
           invalid key
               display "Deposito original ja constava estornado!"
                   at 1201
       end-write.
       display "Cheque devolvido! Novo saldo:" at 0901.
       display ws-saldo at 0931.

      * estorno (menu O) de um deposito em cheque tira o valor da
      * soma a compensar; le direto no FD para nao tocar os campos
      * ws-ext-* que o ESTORNO-POSTAR ainda vai usar
       BAIXAR-DEPOSITO-ESTORNADO.
       move ws-ext-cod-conta to dpc-cod-conta.
       move zeroes to dpc-sequencia.
       move spaces to ws-dpc-fim.
       start F-DEPCHEQUES key is not less than dpc-chave
           invalid key
               move "v" to ws-dpc-fim
           not invalid key
               continue
       end-start.
       perform until ws-dpc-fim = "v"
           read F-DEPCHEQUES next record
               at end
                   move "v" to ws-dpc-fim
               not at end
                   if dpc-cod-conta not = ws-ext-cod-conta then
                       move "v" to ws-dpc-fim
                   else
                       if dpc-ext-sequencia = ws-ext-sequencia
                               and dpc-status not = "D" then
                           move "D"              to dpc-status
                           move ws-data-contabil to dpc-data-baixa
                           move ws-est-motivo    to dpc-motivo
                           move ws-login-id      to dpc-operador
                           rewrite DEPCHEQUE-REG
                               invalid key
                                   display "Erro ao baixar o deposito!"
                                       at 1201
                           end-rewrite
                           move "v" to ws-dpc-fim
                       end-if
                   end-if
           end-read
       end-perform.

      * estorno de um cheque pago no caixa devolve a folha para
      * emitido, para poder ser paga, sustada ou cancelada de novo
       BAIXAR-CHEQUE-ESTORNADO.
       move ws-ext-cod-conta to chq-cod-conta.
       move ws-ext-documento to chq-numero.
       read F-CHEQUES
           key is chq-chave
           invalid key
               display "Cheque do lancamento nao encontrado!" at 1201
           not invalid key
               if chq-status = "P" then
                   move "E"         to chq-status
                   move zeroes      to chq-data-pagamento
                   move zeroes      to chq-valor
                   move ws-login-id to chq-operador
                   rewrite CHEQUE-REG
                       invalid key
                           display "Erro ao reabrir o cheque!" at 1201
                   end-rewrite
               end-if
       end-read.

       CHEQUE-CONSULTAR-DEPOSITOS.
       display TELA-CHEQUE-FICHA.
       initialize ws-cod-conta.
       accept ws-cod-conta at 0418.
       display spaces.
       display "Depositos em cheque da conta " ws-cod-conta ":".
       move zeroes to ws-dpc-listados.
       move ws-cod-conta to dpc-cod-conta.
       move zeroes to dpc-sequencia.
       move spaces to ws-dpc-fim.
       start F-DEPCHEQUES key is not less than dpc-chave
           invalid key
               move "v" to ws-dpc-fim
           not invalid key
               continue
       end-start.
       perform until ws-dpc-fim = "v"
           read F-DEPCHEQUES next record into WS-DEPCHEQUE-REG
               at end
                   move "v" to ws-dpc-fim
               not at end
                   if ws-dpc-cod-conta = ws-cod-conta then
                       perform MOSTRAR-DEPOSITO-CHEQUE
                   else
                       move "v" to ws-dpc-fim
                   end-if
           end-read
       end-perform.
       perform SOMAR-DEPOSITOS-A-COMPENSAR.
       move ws-dpc-total to ws-dpc-valor-edit.
       display "Depositos listados: " ws-dpc-listados.
       display "Total a compensar.: " ws-dpc-valor-edit.
       display "ENTER para continuar.".
       accept continua.
       move "f" to prosseguir.

       MOSTRAR-DEPOSITO-CHEQUE.
       evaluate ws-dpc-status
         when "P" move "A COMPENSAR" to ws-dpc-status-ext
         when "L" move "LIBERADO   " to ws-dpc-status-ext
         when "D" move "DEVOLVIDO  " to ws-dpc-status-ext
         when other move "?          " to ws-dpc-status-ext
       end-evaluate.
       move ws-dpc-valor to ws-dpc-valor-edit.
       display "Seq " ws-dpc-sequencia
               " Cheque " ws-dpc-num-cheque
               " " ws-dpc-status-ext
               " Valor " ws-dpc-valor-edit.
       display "    Depositado " ws-dpc-data-deposito
               " Liberacao " ws-dpc-data-liberacao.
       if ws-dpc-status = "D" then
           display "    Devolvido " ws-dpc-data-baixa
                   " Motivo " ws-dpc-motivo
                   " Oper " ws-dpc-operador
       end-if.
       add 1 to ws-dpc-listados.

      *******************************************************************
      * EMPRESTIMOS - contratos de emprestimo pessoal em EMPRESTIMOS.txt
      * (A=ativo, Q=quitado) com o cronograma de parcelas pela tabela
      * Price em PARCELAS-EMPRESTIMO.txt (A=aberta, P=paga). A liberacao
      * credita a conta com o extrato tipo L e o numero do contrato no
      * documento; o debito das parcelas, a cobranca de multa e mora e
      * a baixa do contrato sao feitos pelo lote DEBITO-PARCELAS.
      *******************************************************************
       ABRIR-EMPRESTIMOS.
       open i-o F-EMPRESTIMOS.
       if EMP-OK = "35" then
           open output F-EMPRESTIMOS
           close F-EMPRESTIMOS
           open i-o F-EMPRESTIMOS
       end-if.
       open i-o F-PARCELAS.
       if PRC-OK = "35" then
           open output F-PARCELAS
           close F-PARCELAS
           open i-o F-PARCELAS
       end-if.

      * contratos ativos da conta, para o encerramento recusar a
      * conta que ainda tem parcela a debitar
       CONTAR-EMPRESTIMOS-ATIVOS.
       move zeroes to ws-emp-ativos.
       open input F-EMPRESTIMOS.
       if EMP-OK = "00" then
           move zeroes to emp-contrato
           move spaces to ws-emp-fim
           start F-EMPRESTIMOS key is not less than emp-contrato
               invalid key
                   move "v" to ws-emp-fim
               not invalid key
                   continue
           end-start
           perform until ws-emp-fim = "v"
               read F-EMPRESTIMOS next record
                   at end
                       move "v" to ws-emp-fim
                   not at end
                       if emp-cod-conta = ws-cod-conta
                          and emp-status = "A" then
                           add 1 to ws-emp-ativos
                       end-if
               end-read
           end-perform
           close F-EMPRESTIMOS
       end-if.

       EMPRESTIMOS-PESSOAIS.
       perform VERIFICAR-TRAVA.
       perform LER-DIA-CONTABIL.
       if ws-trava-ativa = "S" then
           perform AVISO-MANUTENCAO
       else
           if ws-dia-aberto not = "S" then
               perform AVISO-DIA-FECHADO
           else
               perform EMPRESTIMOS-DIA-ABERTO
           end-if
       end-if.

       EMPRESTIMOS-DIA-ABERTO.
       perform ABRIR-EMPRESTIMOS.
       perform ABRIR-EXTRATO.
       perform ABRIR-RECIBOS.
       perform ABRIR-CADASTRO-IO.
       move "f" to prosseguir.
       perform until prosseguir = "v"
           display TELA-EMPRESTIMOS
           initialize opcao
           accept opcao at 0808
           evaluate opcao
             when "1"
                 if ws-perfil-atual = "S" then
                     perform EMPRESTIMO-CONTRATAR
                 else
                     display "Acesso restrito a supervisores!" at 1001
                     display "ENTER para continuar." at 1101
                     accept continua
                 end-if
             when "2" perform EMPRESTIMO-CONTRATOS-CONTA
             when "3" perform EMPRESTIMO-PARCELAS-CONTRATO
             when "s" move "v" to prosseguir
             when "S" move "v" to prosseguir
             when other display "Opcao invalida!" at 1001
           end-evaluate
       end-perform.
       close F-CADASTRO.
       close F-EXTRATO.
       close F-RECIBOS.
       close F-PARCELAS.
       close F-EMPRESTIMOS.

       EMPRESTIMO-CONTRATAR.
       display TELA-EMPRESTIMO-FICHA.
       initialize cod-conta.
       initialize WS-DADOS-CADASTRO.
       accept cod-conta at 0418.
       read F-CADASTRO into WS-DADOS-CADASTRO
           key is cod-conta
           invalid key
               display "Conta inexistente!" at 0801
           not invalid key
               if ws-situacao = "D" or ws-situacao = "B" then
                   perform AVISO-CONTA-SEM-DEBITO
               else
                   perform EMPRESTIMO-ACEITAR-DADOS
                   if ws-emp-fim = "v" then
                       perform EMPRESTIMO-CONFIRMAR
                   end-if
               end-if
       end-read.
       display "ENTER para continuar." at 1801.
       accept continua.
       move "f" to prosseguir.

      * valor, taxa ao mes e prazo sao obrigatorios; o primeiro
      * vencimento padrao e um mes depois da data contabil
       EMPRESTIMO-ACEITAR-DADOS.
       move spaces to ws-emp-fim.
       display "Valor do emprestimo: R$" at 0501.
       initialize ws-emp-valor-inf.
       accept ws-emp-valor-inf at 0525.
       display "Taxa de juros ao mes (%):" at 0601.
       initialize ws-emp-taxa-inf.
       accept ws-emp-taxa-inf at 0627.
       display "Prazo em meses (1-360):" at 0701.
       initialize ws-emp-prazo-inf.
       accept ws-emp-prazo-inf at 0725.
       display "Primeiro vencimento (0=daqui a um mes):" at 0801.
       initialize ws-emp-venc-inf.
       accept ws-emp-venc-inf at 0841.
       if ws-emp-venc-inf = zeroes then
           move ws-data-contabil to ws-emp-venc-base
           move 2 to ws-emp-num-parc
           perform CALCULAR-VENCIMENTO-PARCELA
           move ws-emp-venc-calc to ws-emp-venc-inf
       end-if.
       evaluate true
         when ws-emp-valor-inf not > zeroes
             display "Valor deve ser maior que zero!    " at 1101
         when ws-emp-prazo-inf = zeroes or ws-emp-prazo-inf > 360
             display "Prazo deve ser de 1 a 360 meses!  " at 1101
         when ws-emp-taxa-inf > ws-emp-taxa-maxima
             display "Taxa acima do maximo de 15% a.m.! " at 1101
         when function test-date-yyyymmdd(ws-emp-venc-inf) not = 0
             display "Primeiro vencimento invalido!     " at 1101
         when ws-emp-venc-inf not > ws-data-contabil
             display "Vencimento deve ser apos a data   " at 1101
             display "contabil!" at 1201
         when other
             move "v" to ws-emp-fim
       end-evaluate.

      * tabela Price: parcela = P * i * (1+i)**n / ((1+i)**n - 1);
      * sem juros a parcela e o principal dividido pelo prazo
       CALCULAR-PARCELA-PRICE.
       compute ws-emp-taxa-dec = ws-emp-taxa-inf / 100.
       if ws-emp-taxa-dec = zeroes then
           compute ws-emp-parcela rounded =
               ws-emp-valor-inf / ws-emp-prazo-inf
       else
           compute ws-emp-fator =
               (1 + ws-emp-taxa-dec) ** ws-emp-prazo-inf
           compute ws-emp-parcela rounded =
               ws-emp-valor-inf * ws-emp-taxa-dec * ws-emp-fator
               / (ws-emp-fator - 1)
       end-if.

       EMPRESTIMO-CONFIRMAR.
       perform CALCULAR-PARCELA-PRICE.
       move ws-emp-parcela to ws-emp-valor-edit.
       display "Parcela mensal:" at 0901.
       display ws-emp-valor-edit at 0917.
       display "Primeiro vencimento:" at 0937.
       display ws-emp-venc-inf at 0958.
       display "Confirma a contratacao? (S/N):" at 1001.
       initialize opcao.
       accept opcao at 1032.
       if opcao = "S" or "s" then
           perform EMPRESTIMO-GRAVAR
       else
           display "Contratacao cancelada.        " at 1101
       end-if.

       EMPRESTIMO-GRAVAR.
       perform ULTIMO-CONTRATO-EMPRESTIMO.
       initialize WS-EMPRESTIMO-REG.
       compute ws-emp-contrato = ws-emp-ultimo-num + 1.
       move ws-cod-conta       to ws-emp-cod-conta.
       move ws-cod-cliente     to ws-emp-cod-cliente.
       move ws-emp-valor-inf   to ws-emp-valor-principal.
       move ws-emp-taxa-inf    to ws-emp-taxa-mensal.
       move ws-emp-prazo-inf   to ws-emp-prazo.
       move ws-data-contabil   to ws-emp-data-contratacao.
       move ws-emp-venc-inf    to ws-emp-primeiro-vencimento.
       move ws-emp-parcela     to ws-emp-valor-parcela.
       move "A"                to ws-emp-status.
       move ws-login-id        to ws-emp-operador.
       move WS-EMPRESTIMO-REG to EMPRESTIMO-REG.
       write EMPRESTIMO-REG
           invalid key
               display "Erro ao gravar o contrato!" at 1101
               move spaces to ws-emp-fim
           not invalid key
               move "v" to ws-emp-fim
       end-write.
       if ws-emp-fim = "v" then
           move ws-emp-valor-inf to ws-emp-saldo-dev
           move ws-emp-venc-inf to ws-emp-venc-base
           perform GERAR-PARCELA-EMPRESTIMO
               varying ws-emp-num-parc from 1 by 1
               until ws-emp-num-parc > ws-emp-prazo-inf
           perform EMPRESTIMO-LIBERAR
       end-if.

       ULTIMO-CONTRATO-EMPRESTIMO.
       move zeroes to ws-emp-ultimo-num.
       move zeroes to emp-contrato.
       move spaces to ws-emp-fim.
       start F-EMPRESTIMOS key is not less than emp-contrato
           invalid key
               move "v" to ws-emp-fim
           not invalid key
               continue
       end-start.
       perform until ws-emp-fim = "v"
           read F-EMPRESTIMOS next record
               at end
                   move "v" to ws-emp-fim
               not at end
                   move emp-contrato to ws-emp-ultimo-num
           end-read
       end-perform.

      * juros sobre o saldo devedor; a ultima parcela amortiza o que
      * sobrou do arredondamento e zera o saldo
       GERAR-PARCELA-EMPRESTIMO.
       initialize WS-PARCELA-REG.
       compute ws-emp-juros-calc rounded =
           ws-emp-saldo-dev * ws-emp-taxa-dec.
       if ws-emp-num-parc = ws-emp-prazo-inf then
           move ws-emp-saldo-dev to ws-emp-amort-calc
       else
           compute ws-emp-amort-calc =
               ws-emp-parcela - ws-emp-juros-calc
       end-if.
       subtract ws-emp-amort-calc from ws-emp-saldo-dev.
       perform CALCULAR-VENCIMENTO-PARCELA.
       move ws-emp-contrato    to ws-prc-contrato.
       move ws-emp-num-parc    to ws-prc-numero.
       move ws-cod-conta       to ws-prc-cod-conta.
       move ws-emp-venc-calc   to ws-prc-vencimento.
       compute ws-prc-valor = ws-emp-amort-calc + ws-emp-juros-calc.
       move ws-emp-amort-calc  to ws-prc-amortizacao.
       move ws-emp-juros-calc  to ws-prc-juros.
       move ws-emp-saldo-dev   to ws-prc-saldo-devedor.
       move zeroes             to ws-prc-multa.
       move zeroes             to ws-prc-mora.
       move zeroes             to ws-prc-data-encargo.
       move zeroes             to ws-prc-valor-pago.
       move zeroes             to ws-prc-data-pagamento.
       move "A"                to ws-prc-status.
       move WS-PARCELA-REG to PARCELA-REG.
       write PARCELA-REG
           invalid key
               display "Erro ao gravar a parcela!" at 1201
       end-write.

      * a parcela N vence N-1 meses apos o vencimento base, no mesmo
      * dia; dias 29-31 viram 28 a partir da segunda, como nos
      * agendamentos mensais
       CALCULAR-VENCIMENTO-PARCELA.
       move ws-emp-venc-base(1:4) to ws-emp-ano.
       move ws-emp-venc-base(5:2) to ws-emp-mes.
       move ws-emp-venc-base(7:2) to ws-emp-dia.
       compute ws-emp-meses =
           ws-emp-ano * 12 + ws-emp-mes - 1 + ws-emp-num-parc - 1.
       divide ws-emp-meses by 12 giving ws-emp-ano
           remainder ws-emp-mes.
       add 1 to ws-emp-mes.
       if ws-emp-num-parc > 1 and ws-emp-dia > 28 then
           move 28 to ws-emp-dia
       end-if.
       compute ws-emp-venc-calc =
           ws-emp-ano * 10000 + ws-emp-mes * 100 + ws-emp-dia.

       EMPRESTIMO-LIBERAR.
       perform SALDO-PARA-NUMERICO.
       move ws-saldo-num to ws-ext-saldo-anterior.
       move ws-emp-valor-inf to ws-valor-mov.
       add ws-valor-mov to ws-saldo-num.
       move ws-saldo-num to ws-saldo.
       move WS-DADOS-CADASTRO to DADOS-CADASTRO.
       move ws-data-contabil to data-ultima-movimentacao.
       rewrite DADOS-CADASTRO
           invalid key
               display "Erro ao atualizar saldo!" at 1301
       end-rewrite.
       move "L" to ws-ext-tipo.
       move ws-emp-contrato to ws-ext-documento.
       perform GRAVAR-EXTRATO.
       move ws-cod-agencia to ws-rcb-cod-agencia.
       move ws-cod-conta   to ws-rcb-cod-conta.
       move "L"            to ws-rcb-tipo.
       move ws-valor-mov   to ws-rcb-valor.
       move ws-saldo-num   to ws-rcb-saldo-novo.
       perform GRAVAR-RECIBO.
       display "Contrato numero:" at 1101.
       display ws-emp-contrato at 1118.
       display "Emprestimo liberado! Novo saldo:" at 1201.
       display ws-saldo at 1234.

       EMPRESTIMO-CONTRATOS-CONTA.
       display TELA-EMPRESTIMO-FICHA.
       initialize ws-cod-conta.
       accept ws-cod-conta at 0418.
       display spaces.
       display "Contratos de emprestimo da conta " ws-cod-conta ":".
       move zeroes to ws-emp-listados.
       move zeroes to emp-contrato.
       move spaces to ws-emp-fim.
       start F-EMPRESTIMOS key is not less than emp-contrato
           invalid key
               move "v" to ws-emp-fim
           not invalid key
               continue
       end-start.
       perform until ws-emp-fim = "v"
           read F-EMPRESTIMOS next record into WS-EMPRESTIMO-REG
               at end
                   move "v" to ws-emp-fim
               not at end
                   if ws-emp-cod-conta = ws-cod-conta then
                       perform MOSTRAR-CONTRATO-EMPRESTIMO
                   end-if
           end-read
       end-perform.
       display "Contratos listados: " ws-emp-listados.
       display "ENTER para continuar.".
       accept continua.
       move "f" to prosseguir.

       MOSTRAR-CONTRATO-EMPRESTIMO.
       evaluate ws-emp-status
         when "A" move "ATIVO    " to ws-emp-status-ext
         when "Q" move "QUITADO  " to ws-emp-status-ext
         when other move "?        " to ws-emp-status-ext
       end-evaluate.
       move ws-emp-valor-principal to ws-emp-valor-edit.
       move ws-emp-valor-parcela to ws-emp-parcela-edit.
       move ws-emp-taxa-mensal to ws-emp-taxa-edit.
       display "Contrato " ws-emp-contrato
               " " ws-emp-status-ext
               " Contratado " ws-emp-data-contratacao
               " Oper " ws-emp-operador.
       display "    Principal " ws-emp-valor-edit
               " Taxa " ws-emp-taxa-edit "% a.m."
               " Prazo " ws-emp-prazo.
       display "    Parcela " ws-emp-parcela-edit
               " 1o vencimento " ws-emp-primeiro-vencimento.
       add 1 to ws-emp-listados.

       EMPRESTIMO-PARCELAS-CONTRATO.
       display TELA-EMPRESTIMO-FICHA.
       display "Numero do contrato:" at 0501.
       initialize ws-emp-busca.
       accept ws-emp-busca at 0521.
       move ws-emp-busca to emp-contrato.
       read F-EMPRESTIMOS into WS-EMPRESTIMO-REG
           key is emp-contrato
           invalid key
               display "Contrato inexistente!" at 0801
               display "ENTER para continuar." at 1801
               accept continua
           not invalid key
               perform LISTAR-PARCELAS-CONTRATO
       end-read.
       move "f" to prosseguir.

       LISTAR-PARCELAS-CONTRATO.
       display spaces.
       perform MOSTRAR-CONTRATO-EMPRESTIMO.
       move zeroes to ws-emp-listados.
       move zeroes to ws-emp-devido-total.
       move ws-emp-contrato to prc-contrato.
       move zeroes to prc-numero.
       move spaces to ws-emp-fim.
       start F-PARCELAS key is not less than prc-chave
           invalid key
               move "v" to ws-emp-fim
           not invalid key
               continue
       end-start.
       perform until ws-emp-fim = "v"
           read F-PARCELAS next record into WS-PARCELA-REG
               at end
                   move "v" to ws-emp-fim
               not at end
                   if ws-prc-contrato = ws-emp-contrato then
                       perform MOSTRAR-PARCELA-EMPRESTIMO
                   else
                       move "v" to ws-emp-fim
                   end-if
           end-read
       end-perform.
       move ws-emp-devido-total to ws-emp-valor-edit.
       display "Total em aberto (com encargos): " ws-emp-valor-edit.
       display "ENTER para continuar.".
       accept continua.

       MOSTRAR-PARCELA-EMPRESTIMO.
       compute ws-emp-devido = ws-prc-valor + ws-prc-multa
           + ws-prc-mora - ws-prc-valor-pago.
       if ws-prc-status = "P" then
           move "PAGA   " to ws-emp-status-ext
       else
           if ws-prc-vencimento < ws-data-contabil then
               move "ATRASO " to ws-emp-status-ext
           else
               move "ABERTA " to ws-emp-status-ext
           end-if
           add ws-emp-devido to ws-emp-devido-total
       end-if.
       move ws-prc-valor to ws-emp-parcela-edit.
       move ws-emp-devido to ws-emp-valor-edit.
       display ws-prc-numero " Venc " ws-prc-vencimento
               " " ws-emp-status-ext
               " Parcela " ws-emp-parcela-edit
               " Devido " ws-emp-valor-edit.
       if ws-prc-status = "P" then
           display "    Paga em " ws-prc-data-pagamento
       end-if.
       add 1 to ws-emp-listados.
       if function mod(ws-emp-listados, 15) = 0 then
           display "ENTER para continuar."
           accept continua
       end-if.

      *******************************************************************
      * APLICACOES A PRAZO - aplicacoes de 30/60/90/180 dias em
      * APLICACOES.txt (A=ativa, V=vencida e creditada, R=resgatada
      * antes do vencimento). A aplicacao debita a conta com o extrato
      * tipo A e o numero da aplicacao no documento; o rendimento
      * diario e o credito no vencimento (extrato tipo R) sao feitos
      * pelo lote RENDIMENTO-APLICACOES. O resgate antecipado e do
      * supervisor e perde parte do rendimento pela taxa de penalidade.
      *******************************************************************
       ABRIR-APLICACOES.
       open i-o F-APLICACOES.
       if APL-OK = "35" then
           open output F-APLICACOES
           close F-APLICACOES
           open i-o F-APLICACOES
       end-if.

      * aplicacoes ativas da conta, para o encerramento recusar a
      * conta que ainda tem aplicacao a creditar
       CONTAR-APLICACOES-ATIVAS.
       move zeroes to ws-apl-ativas.
       open input F-APLICACOES.
       if APL-OK = "00" then
           move zeroes to apl-numero
           move spaces to ws-apl-fim
           start F-APLICACOES key is not less than apl-numero
               invalid key
                   move "v" to ws-apl-fim
               not invalid key
                   continue
           end-start
           perform until ws-apl-fim = "v"
               read F-APLICACOES next record
                   at end
                       move "v" to ws-apl-fim
                   not at end
                       if apl-cod-conta = ws-cod-conta
                          and apl-status = "A" then
                           add 1 to ws-apl-ativas
                       end-if
               end-read
           end-perform
           close F-APLICACOES
       end-if.

       APLICACOES-PRAZO.
       perform VERIFICAR-TRAVA.
       perform LER-DIA-CONTABIL.
       if ws-trava-ativa = "S" then
           perform AVISO-MANUTENCAO
       else
           if ws-dia-aberto not = "S" then
               perform AVISO-DIA-FECHADO
           else
               perform APLICACOES-DIA-ABERTO
           end-if
       end-if.

       APLICACOES-DIA-ABERTO.
       perform ABRIR-APLICACOES.
       perform ABRIR-EXTRATO.
       perform ABRIR-RECIBOS.
       perform ABRIR-BLOQUEIOS.
       perform ABRIR-CADASTRO-IO.
       move "f" to prosseguir.
       perform until prosseguir = "v"
           display TELA-APLICACOES
           initialize opcao
           accept opcao at 0808
           evaluate opcao
             when "1" perform APLICACAO-ABRIR
             when "2" perform APLICACAO-LISTAR-CONTA
             when "3"
                 if ws-perfil-atual = "S" then
                     perform APLICACAO-RESGATE-ANTECIPADO
                 else
                     display "Acesso restrito a supervisores!" at 1001
                     display "ENTER para continuar." at 1101
                     accept continua
                 end-if
             when "s" move "v" to prosseguir
             when "S" move "v" to prosseguir
             when other display "Opcao invalida!" at 1001
           end-evaluate
       end-perform.
       close F-CADASTRO.
       close F-EXTRATO.
       close F-RECIBOS.
       close F-BLOQUEIOS.
       close F-DEPCHEQUES.
       close F-APLICACOES.

       APLICACAO-ABRIR.
       display TELA-APLICACAO-FICHA.
       initialize cod-conta.
       initialize WS-DADOS-CADASTRO.
       accept cod-conta at 0418.
       read F-CADASTRO into WS-DADOS-CADASTRO
           key is cod-conta
           invalid key
               display "Conta inexistente!" at 0801
           not invalid key
               if ws-situacao = "D" or ws-situacao = "B" then
                   perform AVISO-CONTA-SEM-DEBITO
               else
                   perform APLICACAO-ACEITAR-DADOS
                   if ws-apl-fim = "v" then
                       perform APLICACAO-CONFIRMAR
                   end-if
               end-if
       end-read.
       display "ENTER para continuar." at 1801.
       accept continua.
       move "f" to prosseguir.

      * valor, prazo e taxa ao mes sao obrigatorios; o valor sai do
      * saldo disponivel, como no saque
       APLICACAO-ACEITAR-DADOS.
       move spaces to ws-apl-fim.
       display "Valor da aplicacao: R$" at 0501.
       initialize ws-apl-valor-inf.
       accept ws-apl-valor-inf at 0524.
       display "Prazo em dias (30/60/90/180):" at 0601.
       initialize ws-apl-prazo-inf.
       accept ws-apl-prazo-inf at 0631.
       display "Taxa ao mes (%):" at 0701.
       initialize ws-apl-taxa-inf.
       accept ws-apl-taxa-inf at 0718.
       perform SALDO-PARA-NUMERICO.
       perform SOMAR-BLOQUEIOS-ATIVOS.
       compute ws-saldo-disponivel =
           ws-saldo-num - ws-total-bloqueado.
       perform APLICACAO-TAXA-SALDO-CREDOR.
       evaluate true
         when ws-apl-valor-inf not > zeroes
             display "Valor deve ser maior que zero!    " at 1101
         when ws-apl-prazo-inf not = 30 and not = 60
                                and not = 90 and not = 180
             display "Prazo deve ser 30, 60, 90 ou 180! " at 1101
         when ws-apl-taxa-inf = zeroes
             display "Taxa deve ser maior que zero!     " at 1101
         when ws-apl-taxa-inf > ws-apl-taxa-maxima
             display "Taxa acima do maximo de 5% a.m.!  " at 1101
         when ws-apl-taxa-inf / 100 not > ws-apl-taxa-credito
             display "Taxa deve superar a do saldo credor" at 1101
             display "da agencia (TARIFAS).             " at 1201
         when ws-apl-valor-inf > ws-saldo-disponivel
             display "Saldo disponivel insuficiente!    " at 1101
             move ws-total-bloqueado to ws-blq-valor-edit
             display "Bloqueios ativos:" at 1201
             display ws-blq-valor-edit at 1219
         when other
             move "v" to ws-apl-fim
       end-evaluate.

      * a aplicacao tem de pagar mais que os juros sobre o saldo
      * credor que a TARIFA-MENSAL paga na agencia da conta
       APLICACAO-TAXA-SALDO-CREDOR.
       move zeroes to ws-apl-taxa-credito.
       open input F-TARIFAS.
       if TRF-OK = "00" then
           move ws-cod-agencia to trf-cod-agencia
           read F-TARIFAS
               invalid key
                   continue
               not invalid key
                   move trf-taxa-credito to ws-apl-taxa-credito
           end-read
           close F-TARIFAS
       end-if.

       APLICACAO-CONFIRMAR.
       compute ws-apl-venc-calc = function date-of-integer
           (function integer-of-date(ws-data-contabil)
            + ws-apl-prazo-inf).
       compute ws-apl-rendimento-calc rounded =
           ws-apl-valor-inf * ws-apl-taxa-inf / 100 / 30
           * ws-apl-prazo-inf.
       move ws-apl-rendimento-calc to ws-apl-valor-edit.
       display "Vencimento:" at 0801.
       display ws-apl-venc-calc at 0813.
       display "Rendimento previsto:" at 0825.
       display ws-apl-valor-edit at 0846.
       display "Confirma a aplicacao? (S/N):" at 0901.
       initialize opcao.
       accept opcao at 0930.
       if opcao = "S" or "s" then
           perform APLICACAO-GRAVAR
       else
           display "Aplicacao cancelada.          " at 1101
       end-if.

       APLICACAO-GRAVAR.
       perform ULTIMA-APLICACAO.
       initialize WS-APLICACAO-REG.
       compute ws-apl-numero = ws-apl-ultimo-num + 1.
       move ws-cod-conta       to ws-apl-cod-conta.
       move ws-cod-cliente     to ws-apl-cod-cliente.
       move ws-apl-valor-inf   to ws-apl-valor-aplicado.
       move ws-apl-taxa-inf    to ws-apl-taxa-mensal.
       move ws-apl-prazo-inf   to ws-apl-prazo.
       move ws-data-contabil   to ws-apl-data-aplicacao.
       move ws-apl-venc-calc   to ws-apl-data-vencimento.
       move zeroes             to ws-apl-rendimento.
       move ws-data-contabil   to ws-apl-data-rendimento.
       move "A"                to ws-apl-status.
       move zeroes             to ws-apl-data-resgate.
       move zeroes             to ws-apl-taxa-penalidade.
       move zeroes             to ws-apl-valor-resgate.
       move ws-login-id        to ws-apl-operador.
       move WS-APLICACAO-REG to APLICACAO-REG.
       write APLICACAO-REG
           invalid key
               display "Erro ao gravar a aplicacao!" at 1101
           not invalid key
               perform APLICACAO-DEBITAR
       end-write.

       ULTIMA-APLICACAO.
       move zeroes to ws-apl-ultimo-num.
       move zeroes to apl-numero.
       move spaces to ws-apl-fim.
       start F-APLICACOES key is not less than apl-numero
           invalid key
               move "v" to ws-apl-fim
           not invalid key
               continue
       end-start.
       perform until ws-apl-fim = "v"
           read F-APLICACOES next record
               at end
                   move "v" to ws-apl-fim
               not at end
                   move apl-numero to ws-apl-ultimo-num
           end-read
       end-perform.

       APLICACAO-DEBITAR.
       perform SALDO-PARA-NUMERICO.
       move ws-saldo-num to ws-ext-saldo-anterior.
       move ws-apl-valor-inf to ws-valor-mov.
       subtract ws-valor-mov from ws-saldo-num.
       move ws-saldo-num to ws-saldo.
       move WS-DADOS-CADASTRO to DADOS-CADASTRO.
       move ws-data-contabil to data-ultima-movimentacao.
       rewrite DADOS-CADASTRO
           invalid key
               display "Erro ao atualizar saldo!" at 1301
       end-rewrite.
       move "A" to ws-ext-tipo.
       move ws-apl-numero to ws-ext-documento.
       compute ws-valor-mov = ws-valor-mov * -1.
       perform GRAVAR-EXTRATO.
       compute ws-valor-mov = ws-valor-mov * -1.
       move ws-cod-agencia to ws-rcb-cod-agencia.
       move ws-cod-conta   to ws-rcb-cod-conta.
       move "A"            to ws-rcb-tipo.
       move ws-valor-mov   to ws-rcb-valor.
       move ws-saldo-num   to ws-rcb-saldo-novo.
       perform GRAVAR-RECIBO.
       display "Aplicacao numero:" at 1101.
       display ws-apl-numero at 1119.
       display "Aplicacao efetuada! Novo saldo:" at 1201.
       display ws-saldo at 1233.

       APLICACAO-LISTAR-CONTA.
       display TELA-APLICACAO-FICHA.
       initialize ws-cod-conta.
       accept ws-cod-conta at 0418.
       display spaces.
       display "Aplicacoes a prazo da conta " ws-cod-conta ":".
       move zeroes to ws-apl-listadas.
       move zeroes to apl-numero.
       move spaces to ws-apl-fim.
       start F-APLICACOES key is not less than apl-numero
           invalid key
               move "v" to ws-apl-fim
           not invalid key
               continue
       end-start.
       perform until ws-apl-fim = "v"
           read F-APLICACOES next record into WS-APLICACAO-REG
               at end
                   move "v" to ws-apl-fim
               not at end
                   if ws-apl-cod-conta = ws-cod-conta then
                       perform MOSTRAR-APLICACAO
                   end-if
           end-read
       end-perform.
       display "Aplicacoes listadas: " ws-apl-listadas.
       display "ENTER para continuar.".
       accept continua.
       move "f" to prosseguir.

       MOSTRAR-APLICACAO.
       evaluate ws-apl-status
         when "A" move "ATIVA    " to ws-apl-status-ext
         when "V" move "VENCIDA  " to ws-apl-status-ext
         when "R" move "RESGATADA" to ws-apl-status-ext
         when other move "?        " to ws-apl-status-ext
       end-evaluate.
       move ws-apl-valor-aplicado to ws-apl-valor-edit.
       move ws-apl-rendimento to ws-apl-rendim-edit.
       move ws-apl-taxa-mensal to ws-apl-taxa-edit.
       display "Aplicacao " ws-apl-numero
               " " ws-apl-status-ext
               " Aplicada " ws-apl-data-aplicacao
               " Vence " ws-apl-data-vencimento
               " Oper " ws-apl-operador.
       display "    Valor " ws-apl-valor-edit
               " Taxa " ws-apl-taxa-edit "% a.m."
               " Prazo " ws-apl-prazo " dias".
       display "    Rendimento " ws-apl-rendim-edit
               " ate " ws-apl-data-rendimento.
       if ws-apl-status not = "A" then
           move ws-apl-valor-resgate to ws-apl-valor-edit
           display "    Creditado " ws-apl-valor-edit
                   " em " ws-apl-data-resgate
       end-if.
       add 1 to ws-apl-listadas.
       if function mod(ws-apl-listadas, 5) = 0 then
           display "ENTER para continuar."
           accept continua
       end-if.

      * o rendimento e apurado ate a data contabil pela mesma regra
      * do lote; a penalidade e o percentual do rendimento que o
      * cliente perde, entao o principal volta sempre inteiro
       APLICACAO-RESGATE-ANTECIPADO.
       display TELA-APLICACAO-FICHA.
       display "Numero da aplicacao:" at 0501.
       initialize ws-apl-busca.
       accept ws-apl-busca at 0522.
       move ws-apl-busca to apl-numero.
       read F-APLICACOES into WS-APLICACAO-REG
           key is apl-numero
           invalid key
               display "Aplicacao inexistente!" at 0801
           not invalid key
               if ws-apl-status not = "A" then
                   display "Aplicacao ja vencida ou resgatada!" at 0801
               else
                   move ws-apl-cod-conta to cod-conta
                   read F-CADASTRO into WS-DADOS-CADASTRO
                       key is cod-conta
                       invalid key
                           display "Conta inexistente!" at 0801
                       not invalid key
                           perform APLICACAO-CALCULAR-RESGATE
                   end-read
               end-if
       end-read.
       display "ENTER para continuar." at 1801.
       accept continua.
       move "f" to prosseguir.

       APLICACAO-CALCULAR-RESGATE.
       compute ws-apl-dias = function integer-of-date(ws-data-contabil)
           - function integer-of-date(ws-apl-data-aplicacao).
       move zeroes to ws-apl-rendimento-calc.
       if ws-apl-dias > zeroes then
           compute ws-apl-rendimento-calc rounded =
               ws-apl-valor-aplicado * ws-apl-taxa-mensal / 100 / 30
               * ws-apl-dias
       end-if.
       move ws-apl-rendimento-calc to ws-apl-rendim-edit.
       display "Rendimento ate hoje:" at 0601.
       display ws-apl-rendim-edit at 0622.
       display "Taxa de penalidade (% do rendimento):" at 0701.
       initialize ws-apl-penal-inf.
       accept ws-apl-penal-inf at 0739.
       if ws-apl-penal-inf > 100 then
           display "Penalidade deve ser de 0 a 100%!  " at 1101
       else
           compute ws-apl-penalidade rounded =
               ws-apl-rendimento-calc * ws-apl-penal-inf / 100
           compute ws-apl-resgate-calc = ws-apl-valor-aplicado
               + ws-apl-rendimento-calc - ws-apl-penalidade
           move ws-apl-penalidade to ws-apl-rendim-edit
           move ws-apl-resgate-calc to ws-apl-valor-edit
           display "Penalidade:" at 0801
           display ws-apl-rendim-edit at 0813
           display "Valor a creditar:" at 0835
           display ws-apl-valor-edit at 0853
           display "Confirma o resgate? (S/N):" at 0901
           initialize opcao
           accept opcao at 0928
           if opcao = "S" or "s" then
               perform APLICACAO-CREDITAR-RESGATE
           else
               display "Resgate cancelado.            " at 1101
           end-if
       end-if.

       APLICACAO-CREDITAR-RESGATE.
       move ws-apl-rendimento-calc to ws-apl-rendimento.
       move ws-data-contabil       to ws-apl-data-rendimento.
       move "R"                    to ws-apl-status.
       move ws-data-contabil       to ws-apl-data-resgate.
       move ws-apl-penal-inf       to ws-apl-taxa-penalidade.
       move ws-apl-resgate-calc    to ws-apl-valor-resgate.
       move WS-APLICACAO-REG to APLICACAO-REG.
       rewrite APLICACAO-REG
           invalid key
               display "Erro ao atualizar a aplicacao!" at 1101
           not invalid key
               perform SALDO-PARA-NUMERICO
               move ws-saldo-num to ws-ext-saldo-anterior
               move ws-apl-resgate-calc to ws-valor-mov
               add ws-valor-mov to ws-saldo-num
               move ws-saldo-num to ws-saldo
               move WS-DADOS-CADASTRO to DADOS-CADASTRO
               move ws-data-contabil to data-ultima-movimentacao
               rewrite DADOS-CADASTRO
                   invalid key
                       display "Erro ao atualizar saldo!" at 1301
               end-rewrite
               move "R" to ws-ext-tipo
               move ws-apl-numero to ws-ext-documento
               perform GRAVAR-EXTRATO
               move ws-cod-agencia to ws-rcb-cod-agencia
               move ws-cod-conta   to ws-rcb-cod-conta
               move "R"            to ws-rcb-tipo
               move ws-valor-mov   to ws-rcb-valor
               move ws-saldo-num   to ws-rcb-saldo-novo
               perform GRAVAR-RECIBO
               display "Resgate creditado! Novo saldo:" at 1201
               display ws-saldo at 1232
       end-rewrite.

      *******************************************************************
      * TRANSFERENCIA ENTRE CONTAS
                       move ws-nome           to wst-nome-orig
                       move ws-saldo          to wst-saldo-orig
                       move ws-data-abertura  to wst-data-abertura-orig
                       move ws-cod-cliente    to wst-cod-cliente-orig
                       perform ENTRADA-CONTA-DESTINO
                       if rodar = "v" then
                           perform POSTAR-TRANSFERENCIA
       close F-CADASTRO.
       close F-EXTRATO.
       close F-BLOQUEIOS.
       close F-DEPCHEQUES.
       close F-RECIBOS.
       move "v" to rodar.
       display " ENTER para sair.".
                   move ws-nome           to wst-nome-dest
                   move ws-saldo          to wst-saldo-dest
                   move ws-data-abertura  to wst-data-abertura-dest
                   move ws-cod-cliente    to wst-cod-cliente-dest
                   perform ENTRADA-VALOR-MOVIMENTO
                   move "v" to prosseguir
               end-read
       end-perform.

       POSTAR-TRANSFERENCIA.
       move wst-cod-conta-orig to ws-tit-busca-conta
       perform CONFIRMAR-ASSINATURA-CONJUNTA
       move wst-saldo-orig to ws-saldo
       perform SALDO-PARA-NUMERICO
       move wst-cod-conta-orig to ws-cod-conta
       perform SOMAR-BLOQUEIOS-ATIVOS
       compute ws-saldo-disponivel =
           ws-saldo-num - ws-total-bloqueado
       if ws-tit-confirmado = "N" then
           display "Transferencia cancelada!" at 0701
       else
       if ws-saldo-disponivel < ws-valor-mov then
           display "Saldo disponivel insuficiente! Cancelada."
               at 0701
           move wst-nome-orig         to nome
           move wst-saldo-orig        to saldo
           move wst-data-abertura-orig to data-abertura
           move wst-cod-cliente-orig  to cod-cliente
           move ws-data-contabil to data-ultima-movimentacao
           rewrite DADOS-CADASTRO
               invalid key
                   display "Erro ao debitar a conta de origem!" at 0701
           end-rewrite
           move wst-cod-conta-orig to ws-cod-conta
           move wst-cod-cliente-orig to ws-cod-cliente
           move "T" to ws-ext-tipo
           compute ws-valor-mov = ws-valor-mov * -1
           perform GRAVAR-EXTRATO
           move wst-nome-dest         to nome
           move wst-saldo-dest        to saldo
           move wst-data-abertura-dest to data-abertura
           move wst-cod-cliente-dest  to cod-cliente
           move ws-data-contabil to data-ultima-movimentacao
           rewrite DADOS-CADASTRO
               invalid key
                       at 0701
           end-rewrite
           move wst-cod-conta-dest to ws-cod-conta
           move wst-cod-cliente-dest to ws-cod-cliente
           move "T" to ws-ext-tipo
           perform GRAVAR-EXTRATO
           move wst-cod-agencia-orig to ws-iag-agencia-origem
           move wst-cod-conta-orig   to ws-iag-conta-origem
           move wst-cod-agencia-dest to ws-iag-agencia-destino
           move wst-cod-conta-dest   to ws-iag-conta-destino
           move ws-valor-mov         to ws-iag-valor
           perform GRAVAR-INTERAGENCIA

      * recibo do lado debitado, que e o movimento que o cliente
      * pediu no balcao
           display "Transferencia efetuada com sucesso!" at 0701
           display "Novo saldo na origem: " at 0801
           display wst-saldo-orig at 0830
       end-if
       end-if.

       PERGUNTA-SAIR-TRANSF.
                       display "Conta inexistesnte!" at 0535
                   not invalid key
                       perform MOSTRAR-CONSULTA-CONTA
                       move "CONSULTAR-CONTA" to ws-acs-funcao
                       perform GRAVAR-ACESSO-CONTA
                       move "v" to prosseguir
                       display "                   " at 0535
               end-read.
                   perform NOME-CONTEM-BUSCA
                   if ws-busca-encontrada = "S" then
                     perform MOSTRAR-CONSULTA-NOME
                     move "CONSULTAR-NOME" to ws-acs-funcao
                     perform GRAVAR-ACESSO-CONTA
                   end-if
               end-read
       end-perform.
       CONSULTAR-CPF.
       perform ABRIR-CLIENTES.
       perform ABRIR-CADASTRO-INPUT.
       perform ABRIR-TITULARES-INPUT.
       display TELA-CONSULTA-CPF.
       move "f" to prosseguir.
       perform CPF-EXISTE until prosseguir = "v".
       close F-CADASTRO.
       close F-CLIENTES.
       perform FECHAR-TITULARES-INPUT.
       move "f" to rodar.

       CPF-EXISTE.
               display "CPF nao cadastrado!" at 0540
           not invalid key
               display "                   " at 0540
               move "CONSULTAR-CPF" to ws-acs-funcao
               perform GRAVAR-ACESSO-CLIENTE
               perform MOSTRAR-CONTAS-CLIENTE
       end-read.

           read F-CADASTRO next record into WS-DADOS-CADASTRO
               at end move "v" to prosseguir
               not at end
                   move ws-cli-codigo to ws-tit-busca-cliente
                   perform BUSCAR-TITULARIDADE
                   if ws-tit-papel-achado not = spaces then
                       perform MOSTRAR-CONSULTA-NOME
                       perform GRAVAR-ACESSO-CONTA
                       perform MOSTRAR-PAPEL-TITULAR
                       display "Titularidade:          "
                               ws-tit-papel-ext
                   end-if
           end-read
       end-perform.

      *******************************************************************
      * POSICAO DO CLIENTE - visao consolidada de todas as contas de
      * que o cod-cliente e titular ou procurador (TITULARES.txt):
      * saldos, bloqueios ativos, agendamentos pendentes, aplicacoes a
      * prazo e contas encerradas, com a posicao liquida no fim.
      * A versao em lote para os gerentes e o POSICAO-CLIENTE.
      *******************************************************************
       CONSULTAR-POSICAO.
       perform ABRIR-AGENDAMENTOS.
       perform ABRIR-ENCERRADAS.
       perform ABRIR-CADASTRO-INPUT.
       perform ABRIR-TITULARES-INPUT.
       move "N" to ws-apl-tem-arquivo.
       open input F-APLICACOES.
       if APL-OK = "00" then
           move "S" to ws-apl-tem-arquivo
       end-if.
       display TELA-POSICAO.
       initialize WS-CLIENTE-REG.
       initialize ws-cli-codigo.
       close F-CADASTRO.
       close F-CLIENTES.
       close F-BLOQUEIOS.
       close F-DEPCHEQUES.
       close F-AGENDAMENTOS.
       close F-ENCERRADAS.
       if ws-apl-tem-arquivo = "S" then
           close F-APLICACOES
       end-if.
       perform FECHAR-TITULARES-INPUT.
       move "f" to rodar.

       MOSTRAR-POSICAO-CLIENTE.
       move zeroes to ws-pos-soma-saldos.
       move zeroes to ws-pos-soma-bloq.
       move zeroes to ws-pos-soma-agd.
       move zeroes to ws-pos-soma-apl.
       display spaces.
       display "======================================================".
       display "Posicao do cliente " ws-cli-codigo
               "  CPF " ws-cli-cpf.
       display "Nome: " ws-cli-nome.
       display "======================================================".
       move "CONSULTAR-POSICAO" to ws-acs-funcao.
       perform GRAVAR-ACESSO-CLIENTE.
       move zeroes to cod-conta.
       move "f" to ws-pos-fim.
       start F-CADASTRO key is not less than cod-conta
       perform POSICAO-LER-CONTA until ws-pos-fim = "v".
       perform POSICAO-LISTAR-ENCERRADAS.
       compute ws-pos-liquida = ws-pos-soma-saldos
           + ws-pos-soma-apl - ws-pos-soma-bloq - ws-pos-soma-agd.
       display "======================================================".
       move ws-pos-soma-saldos to ws-pos-edit.
       display "Soma dos saldos.....: " ws-pos-edit.
       move ws-pos-soma-agd to ws-pos-edit-2.
       display "Bloqueado...........: " ws-pos-edit.
       display "Agendado pendente...: " ws-pos-edit-2.
       move ws-pos-soma-apl to ws-pos-edit.
       display "Aplicacoes a prazo..: " ws-pos-edit.
       move ws-pos-liquida to ws-pos-edit.
       display "POSICAO LIQUIDA.....: " ws-pos-edit.
       display "======================================================".
           at end
               move "v" to ws-pos-fim
           not at end
               move ws-cli-codigo to ws-tit-busca-cliente
               perform BUSCAR-TITULARIDADE
               if ws-tit-papel-achado not = spaces then
                   perform POSICAO-MOSTRAR-CONTA
               end-if
       end-read.

       POSICAO-MOSTRAR-CONTA.
       perform GRAVAR-ACESSO-CONTA.
       perform SALDO-PARA-NUMERICO.
       add ws-saldo-num to ws-pos-soma-saldos.
       perform SOMAR-BLOQUEIOS-ATIVOS.
               " Agencia " ws-cod-agencia
               " Saldo " ws-pos-edit
               " Bloqueado " ws-pos-edit-2.
       perform MOSTRAR-PAPEL-TITULAR.
       display "    Titularidade: " ws-tit-papel-ext.
       perform POSICAO-LISTAR-AGENDA.
       if ws-apl-tem-arquivo = "S" then
           perform POSICAO-LISTAR-APLICACOES
       end-if.

       POSICAO-LISTAR-AGENDA.
       move zeroes to agd-sequencia.
               end-if
       end-read.

      * aplicacao ativa entra na posicao pelo valor aplicado mais o
      * rendimento ja apurado pelo lote
       POSICAO-LISTAR-APLICACOES.
       move zeroes to apl-numero.
       move "f" to ws-pos-fim-agd.
       start F-APLICACOES key is not less than apl-numero
           invalid key
               move "v" to ws-pos-fim-agd
           not invalid key
               continue
       end-start.
       perform POSICAO-LER-APLICACAO until ws-pos-fim-agd = "v".

       POSICAO-LER-APLICACAO.
       read F-APLICACOES next record into WS-APLICACAO-REG
           at end
               move "v" to ws-pos-fim-agd
           not at end
               if ws-apl-status = "A"
                       and ws-apl-cod-conta = ws-cod-conta then
                   compute ws-apl-resgate-calc =
                       ws-apl-valor-aplicado + ws-apl-rendimento
                   add ws-apl-resgate-calc to ws-pos-soma-apl
                   move ws-apl-resgate-calc to ws-apl-valor-edit
                   display "    Aplicacao " ws-apl-numero
                           " Vence " ws-apl-data-vencimento
                           " Valor atual " ws-apl-valor-edit
               end-if
       end-read.

       POSICAO-LISTAR-ENCERRADAS.
       move zeroes to enc-cod-conta.
       move "f" to ws-pos-fim.
           at end
               move "v" to ws-pos-fim
           not at end
               move "N" to ws-tit-conta-ok
               if enc-cod-cliente = ws-cli-codigo then
                   move "S" to ws-tit-conta-ok
               else
                   perform POSICAO-TITULAR-ENCERRADA
               end-if
               if ws-tit-conta-ok = "S" then
                   display "Conta " enc-cod-conta
                           " Agencia " enc-cod-agencia
                           " ENCERRADA em " enc-data-encerramento
               end-if
       end-read.

      * conta encerrada em que o cliente era segundo titular ou
      * procurador
       POSICAO-TITULAR-ENCERRADA.
       if ws-tit-tem-arquivo = "S" then
           move enc-cod-conta to tit-cod-conta
           move ws-cli-codigo to tit-cod-cliente
           read F-TITULARES
               invalid key
                   continue
               not invalid key
                   if tit-papel not = "1" then
                       move "S" to ws-tit-conta-ok
                   end-if
           end-read
       end-if.

      *******************************************************************
      * LISTAR - relatorio com quebra de controle por agencia, subtotal
      * por agencia e total geral, gravado em RELATORIO.txt e espelhado
