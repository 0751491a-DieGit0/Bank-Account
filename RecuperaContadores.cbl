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

       FD  F-HISTORICO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTORICO.txt".
           02 hist-cod-agencia       PIC 9(5).
           02 hist-nome              PIC AAAAAAAAAA.
           02 hist-saldo             PIC $---.---.---.--9,99.
           02 hist-cod-cliente       PIC 9(5).
           02 hist-papel             PIC X(1).

       FD  F-CONTADORES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONTADORES.txt".
