           02 ext-saldo-anterior     PIC S9(10)V99.
           02 ext-saldo-novo         PIC S9(10)V99.
           02 ext-operador           PIC X(10).
           02 ext-documento          PIC 9(6).

       FD  F-ARQUIVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EXTRATO-ARQUIVO.txt".
           02 arq-saldo-anterior     PIC S9(10)V99.
           02 arq-saldo-novo         PIC S9(10)V99.
           02 arq-operador           PIC X(10).
           02 arq-documento          PIC 9(6).

       FD  F-RELATORIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQUIVAMENTO.txt".
           02 WS-PEND-SALDO-ANTERIOR PIC S9(10)V99.
           02 WS-PEND-SALDO-NOVO     PIC S9(10)V99.
           02 WS-PEND-OPERADOR       PIC X(10).
           02 WS-PEND-DOCUMENTO      PIC 9(6).
       01 WS-ATUAL-REG.
           02 WS-ATUAL-CHAVE.
               03 WS-ATUAL-COD-CONTA PIC 9(5).
           02 WS-ATUAL-SALDO-ANT     PIC S9(10)V99.
           02 WS-ATUAL-SALDO-NOVO    PIC S9(10)V99.
           02 WS-ATUAL-OPERADOR      PIC X(10).
           02 WS-ATUAL-DOCUMENTO     PIC 9(6).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE WS-PEND-SALDO-ANTERIOR TO arq-saldo-anterior
           MOVE WS-PEND-SALDO-NOVO     TO arq-saldo-novo
           MOVE WS-PEND-OPERADOR       TO arq-operador
           MOVE WS-PEND-DOCUMENTO      TO arq-documento
           WRITE ARQUIVO-REG
           MOVE WS-PEND-CHAVE TO ext-chave
           DELETE F-EXTRATO RECORD
