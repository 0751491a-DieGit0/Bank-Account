      ******************************************************************
      * Author: Grupo os BATUTINHAS
      * Purpose: Batch report over the customer-data access log
      *          ACESSOS.txt written by every inquiry at CONTACORRENTE
      *          (operator, date, time, function, account and/or
      *          client viewed, and the agencia of the operator's
      *          caixa that day), for LGPD requests and for audit.
      *          Mode 1 answers a customer: every access in a date
      *          range to the client record of a given CPF or to any
      *          account the client holds in F-CADASTRO or TITULARES,
      *          with a count per operator. Mode 2 points at unusual
      *          operators in a date range: days on which an operator
      *          made far more inquiries than on their other days
      *          (more than WS-FATOR-MEDIA times their average and at
      *          least WS-MINIMO-DIA inquiries), and inquiries on
      *          accounts of an agencia other than the operator's own
      *          caixa. Output in RELATORIO-ACESSOS.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RELATORIO-ACESSOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MEU-PC.
       OBJECT-COMPUTER. MEU_PC.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-ACESSOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   ACS-OK.
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
       SELECT F-TITULARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS tit-chave
           FILE STATUS   TIT-OK.
       SELECT F-DIACONTABIL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   DIA-OK.
       SELECT F-RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS   REL-OK.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ACESSOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ACESSOS.txt".
       01  ACESSO-REG.
           02 acs-data              PIC 9(8).
           02 acs-hora              PIC 9(6).
           02 acs-operador          PIC X(10).
           02 acs-agencia-operador  PIC 9(5).
           02 acs-funcao            PIC X(20).
           02 acs-cod-conta         PIC 9(5).
           02 acs-cod-agencia       PIC 9(5).
           02 acs-cod-cliente       PIC 9(5).

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

       FD  F-DIACONTABIL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIA-CONTABIL.txt".
       01  DIA-REG.
           02 dia-data   PIC 9(8).
           02 dia-status PIC X(1).

       FD  F-RELATORIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RELATORIO-ACESSOS.txt".
       01  REL-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       77 ACS-OK            PIC X(02) VALUE ZEROES.
       77 ARQ-OK            PIC X(02) VALUE ZEROES.
       77 CLI-OK            PIC X(02) VALUE ZEROES.
       77 TIT-OK            PIC X(02) VALUE ZEROES.
       77 DIA-OK            PIC X(02) VALUE ZEROES.
       77 REL-OK            PIC X(02) VALUE ZEROES.
       77 WS-EOF            PIC X(01) VALUE "N".
       77 WS-TEM-CADASTRO   PIC X(01) VALUE "N".
       77 WS-MODO           PIC 9(01) VALUE ZEROES.
       77 WS-DATA-CONTABIL  PIC 9(08) VALUE ZEROES.
       77 WS-DATA-INICIO    PIC 9(08) VALUE ZEROES.
       77 WS-DATA-FIM       PIC 9(08) VALUE ZEROES.
       77 WS-CPF            PIC 9(11) VALUE ZEROES.
       77 WS-COD-CLIENTE    PIC 9(05) VALUE ZEROES.
       77 WS-AGENCIA-CONTA  PIC 9(05) VALUE ZEROES.
       77 WS-CONTA-BUSCA    PIC 9(05) VALUE ZEROES.
       77 WS-OPER-BUSCA     PIC X(10) VALUE SPACES.
       77 WS-ACHOU          PIC X(01) VALUE "N".
       77 WS-IDX            PIC 9(05) VALUE ZEROES.
       77 WS-IDX-ACHADO     PIC 9(05) VALUE ZEROES.
       77 WS-IDX-OPER       PIC 9(05) VALUE ZEROES.
       77 WS-QTD-LIDOS      PIC 9(07) VALUE ZEROES.
       77 WS-QTD-ACESSOS    PIC 9(07) VALUE ZEROES.
       77 WS-QTD-FORA       PIC 9(07) VALUE ZEROES.
       77 WS-QTD-PICOS      PIC 9(07) VALUE ZEROES.
      * criterio de dia fora do padrao: mais que WS-FATOR-MEDIA vezes
      * a media dos outros dias do operador, com pelo menos
      * WS-MINIMO-DIA consultas no dia
       77 WS-FATOR-MEDIA    PIC 9(02) VALUE 3.
       77 WS-MINIMO-DIA     PIC 9(05) VALUE 20.
       77 WS-MEDIA-OUTROS   PIC 9(07)V99 VALUE ZEROES.
       77 WS-MEDIA-EDIT     PIC Z.ZZZ.ZZ9,99.
       77 WS-QTD-CONTAS     PIC 9(05) VALUE ZEROES.
       77 WS-MAX-CONTAS     PIC 9(05) VALUE 500.
       77 WS-QTD-OPER       PIC 9(05) VALUE ZEROES.
       77 WS-MAX-OPER       PIC 9(05) VALUE 300.
       77 WS-QTD-DIAS       PIC 9(05) VALUE ZEROES.
       77 WS-MAX-DIAS       PIC 9(05) VALUE 5000.
       01 WS-TABELA-CONTAS.
           02 WS-CONTA-CPF OCCURS 500 TIMES PIC 9(05).
       01 WS-TABELA-OPERADORES.
           02 WS-OPER-ENT OCCURS 300 TIMES.
               03 WS-OPER-ID       PIC X(10).
               03 WS-OPER-TOTAL    PIC 9(07).
               03 WS-OPER-DIAS     PIC 9(05).
               03 WS-OPER-FORA     PIC 9(07).
       01 WS-TABELA-DIAS.
           02 WS-DIA-ENT OCCURS 5000 TIMES.
               03 WS-DIA-OPER      PIC X(10).
               03 WS-DIA-DATA      PIC 9(08).
               03 WS-DIA-QTD       PIC 9(07).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INICIO.
           DISPLAY "RELATORIO DE ACESSOS A DADOS DE CLIENTES (LGPD)"
           DISPLAY "================================================"
           PERFORM LER-DIA-CONTABIL
           DISPLAY "MODO (1=ACESSOS A UM CPF, 2=OPERADORES FORA DO "
               "PADRAO): "
           ACCEPT WS-MODO
           IF WS-MODO NOT = 1 AND WS-MODO NOT = 2 THEN
               DISPLAY "MODO INVALIDO - RELATORIO ABORTADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODO = 1 THEN
               DISPLAY "CPF DO CLIENTE: "
               ACCEPT WS-CPF
           END-IF
           DISPLAY "DATA INICIAL (AAAAMMDD, 0=DATA CONTABIL): "
           ACCEPT WS-DATA-INICIO
           IF WS-DATA-INICIO = ZEROES THEN
               MOVE WS-DATA-CONTABIL TO WS-DATA-INICIO
           END-IF
           DISPLAY "DATA FINAL   (AAAAMMDD, 0=DATA CONTABIL): "
           ACCEPT WS-DATA-FIM
           IF WS-DATA-FIM = ZEROES THEN
               MOVE WS-DATA-CONTABIL TO WS-DATA-FIM
           END-IF
           IF WS-DATA-INICIO = ZEROES OR WS-DATA-FIM = ZEROES
              OR WS-DATA-FIM < WS-DATA-INICIO THEN
               DISPLAY "PERIODO INVALIDO - RELATORIO ABORTADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS
           IF WS-MODO = 1 THEN
               PERFORM RELATORIO-CPF
           ELSE
               PERFORM RELATORIO-OPERADORES
           END-IF
           CLOSE F-ACESSOS
           IF WS-TEM-CADASTRO = "S" THEN
               CLOSE F-CADASTRO
           END-IF
           CLOSE F-RELATORIO
           DISPLAY "RELATORIO GRAVADO EM RELATORIO-ACESSOS.txt"
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
           OPEN INPUT F-ACESSOS
           IF ACS-OK = "35" THEN
               DISPLAY "ACESSOS.txt NAO EXISTE - NENHUM ACESSO."
               STOP RUN
           END-IF
           IF ACS-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR ACESSOS.txt. STATUS: " ACS-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F-CADASTRO
           IF ARQ-OK = "00" THEN
               MOVE "S" TO WS-TEM-CADASTRO
           END-IF
           OPEN OUTPUT F-RELATORIO
           IF REL-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR RELATORIO-ACESSOS.txt."
               DISPLAY "STATUS: " REL-OK
               CLOSE F-ACESSOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * MODO 1 - quem viu os dados de um CPF: a ficha do cliente ou
      * qualquer conta de que ele e titular ou procurador
      ******************************************************************
       RELATORIO-CPF.
           PERFORM BUSCAR-CLIENTE-CPF
           PERFORM MONTAR-CONTAS-CPF
           MOVE SPACES TO REL-LINHA
           STRING "ACESSOS AOS DADOS DO CPF " WS-CPF
                  " (CLIENTE " WS-COD-CLIENTE ") DE " WS-DATA-INICIO
                  " A " WS-DATA-FIM
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE "======================================================"
               TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE "N" TO WS-EOF
           PERFORM LER-ACESSO-CPF UNTIL WS-EOF = "Y"
           MOVE "======================================================"
               TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "ACESSOS NO PERIODO: " WS-QTD-ACESSOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE "ACESSOS POR OPERADOR" TO REL-LINHA
           PERFORM ESCREVER-LINHA
           PERFORM IMPRIMIR-OPERADOR-CPF
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-OPER.

       BUSCAR-CLIENTE-CPF.
           OPEN INPUT F-CLIENTES
           IF CLI-OK NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR CLIENTES.txt. STATUS: " CLI-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CPF TO cli-cpf
           READ F-CLIENTES
               KEY IS cli-cpf
             INVALID KEY
               DISPLAY "CPF NAO CADASTRADO - RELATORIO ABORTADO."
               CLOSE F-CLIENTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
             NOT INVALID KEY
               MOVE cli-codigo TO WS-COD-CLIENTE
           END-READ
           CLOSE F-CLIENTES.

      * contas do cliente: primeiro titular no cadastro e qualquer
      * papel em TITULARES.txt
       MONTAR-CONTAS-CPF.
           MOVE ZEROES TO WS-QTD-CONTAS
           IF WS-TEM-CADASTRO = "S" THEN
               MOVE "N" TO WS-EOF
               PERFORM LER-CONTA-CPF UNTIL WS-EOF = "Y"
           END-IF
           OPEN INPUT F-TITULARES
           IF TIT-OK = "00" THEN
               MOVE "N" TO WS-EOF
               PERFORM LER-TITULAR-CPF UNTIL WS-EOF = "Y"
               CLOSE F-TITULARES
           END-IF.

       LER-CONTA-CPF.
           READ F-CADASTRO NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF cod-cliente = WS-COD-CLIENTE THEN
                   MOVE cod-conta TO WS-CONTA-BUSCA
                   PERFORM GUARDAR-CONTA-CPF
               END-IF
           END-READ.

       LER-TITULAR-CPF.
           READ F-TITULARES NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF tit-cod-cliente = WS-COD-CLIENTE THEN
                   MOVE tit-cod-conta TO WS-CONTA-BUSCA
                   PERFORM GUARDAR-CONTA-CPF
               END-IF
           END-READ.

       GUARDAR-CONTA-CPF.
           MOVE "N" TO WS-ACHOU
           PERFORM COMPARAR-CONTA-GUARDADA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CONTAS OR WS-ACHOU = "S"
           IF WS-ACHOU = "N" AND WS-QTD-CONTAS < WS-MAX-CONTAS THEN
               ADD 1 TO WS-QTD-CONTAS
               MOVE WS-CONTA-BUSCA TO WS-CONTA-CPF(WS-QTD-CONTAS)
           END-IF.

       COMPARAR-CONTA-GUARDADA.
           IF WS-CONTA-CPF(WS-IDX) = WS-CONTA-BUSCA THEN
               MOVE "S" TO WS-ACHOU
           END-IF.

       LER-ACESSO-CPF.
           READ F-ACESSOS
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF acs-data NOT < WS-DATA-INICIO
                  AND acs-data NOT > WS-DATA-FIM THEN
                   PERFORM TESTAR-ACESSO-CPF
               END-IF
           END-READ.

       TESTAR-ACESSO-CPF.
           MOVE "N" TO WS-ACHOU
           IF acs-cod-cliente = WS-COD-CLIENTE THEN
               MOVE "S" TO WS-ACHOU
           END-IF
           IF WS-ACHOU = "N" AND acs-cod-conta NOT = ZEROES THEN
               MOVE acs-cod-conta TO WS-CONTA-BUSCA
               PERFORM COMPARAR-CONTA-GUARDADA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CONTAS OR WS-ACHOU = "S"
           END-IF
           IF WS-ACHOU = "S" THEN
               ADD 1 TO WS-QTD-ACESSOS
               PERFORM ACUMULAR-OPERADOR
               MOVE SPACES TO REL-LINHA
               STRING acs-data " " acs-hora
                      " OPERADOR " acs-operador
                      " " acs-funcao
                      " CONTA " acs-cod-conta
                      " CLIENTE " acs-cod-cliente
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           END-IF.

       IMPRIMIR-OPERADOR-CPF.
           MOVE SPACES TO REL-LINHA
           STRING "   OPERADOR " WS-OPER-ID(WS-IDX)
                  " ACESSOS " WS-OPER-TOTAL(WS-IDX)
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA.

      ******************************************************************
      * MODO 2 - operadores fora do padrao: dias muito acima da media
      * do proprio operador e consultas a contas de outra agencia
      ******************************************************************
       RELATORIO-OPERADORES.
           MOVE SPACES TO REL-LINHA
           STRING "OPERADORES FORA DO PADRAO DE " WS-DATA-INICIO
                  " A " WS-DATA-FIM
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE "======================================================"
               TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE "CONSULTAS A CONTAS DE OUTRA AGENCIA" TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE "N" TO WS-EOF
           PERFORM LER-ACESSO-OPERADOR UNTIL WS-EOF = "Y"
           MOVE "======================================================"
               TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE "DIAS MUITO ACIMA DA MEDIA DO OPERADOR" TO REL-LINHA
           PERFORM ESCREVER-LINHA
           PERFORM TESTAR-DIA-OPERADOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-DIAS
           MOVE "======================================================"
               TO REL-LINHA
           PERFORM ESCREVER-LINHA
           MOVE "RESUMO POR OPERADOR" TO REL-LINHA
           PERFORM ESCREVER-LINHA
           PERFORM IMPRIMIR-RESUMO-OPERADOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-OPER
           MOVE SPACES TO REL-LINHA
           STRING "ACESSOS LIDOS: " WS-QTD-LIDOS
                  "  FORA DA AGENCIA: " WS-QTD-FORA
                  "  DIAS ACIMA DA MEDIA: " WS-QTD-PICOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA.

       LER-ACESSO-OPERADOR.
           READ F-ACESSOS
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF acs-data NOT < WS-DATA-INICIO
                  AND acs-data NOT > WS-DATA-FIM THEN
                   ADD 1 TO WS-QTD-LIDOS
                   PERFORM ACUMULAR-OPERADOR
                   PERFORM ACUMULAR-DIA-OPERADOR
                   PERFORM TESTAR-AGENCIA-ACESSO
               END-IF
           END-READ.

      * operador sem caixa no dia (agencia zero) nao tem agencia propria
      * a comparar
       TESTAR-AGENCIA-ACESSO.
           MOVE acs-cod-agencia TO WS-AGENCIA-CONTA
           IF WS-AGENCIA-CONTA = ZEROES AND acs-cod-conta NOT = ZEROES
              AND WS-TEM-CADASTRO = "S" THEN
               MOVE acs-cod-conta TO cod-conta
               READ F-CADASTRO
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE cod-agencia TO WS-AGENCIA-CONTA
               END-READ
           END-IF
           IF acs-agencia-operador NOT = ZEROES
              AND WS-AGENCIA-CONTA NOT = ZEROES
              AND WS-AGENCIA-CONTA NOT = acs-agencia-operador THEN
               ADD 1 TO WS-QTD-FORA
               ADD 1 TO WS-OPER-FORA(WS-IDX-OPER)
               MOVE SPACES TO REL-LINHA
               STRING acs-data " " acs-hora
                      " OPERADOR " acs-operador
                      " AG.CAIXA " acs-agencia-operador
                      " " acs-funcao
                      " CONTA " acs-cod-conta
                      " AG.CONTA " WS-AGENCIA-CONTA
                   DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           END-IF.

      * devolve em WS-IDX-OPER a posicao do operador na tabela
       ACUMULAR-OPERADOR.
           MOVE ZEROES TO WS-IDX-ACHADO
           PERFORM COMPARAR-OPERADOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-OPER
                  OR WS-IDX-ACHADO NOT = ZEROES
           IF WS-IDX-ACHADO = ZEROES THEN
               IF WS-QTD-OPER < WS-MAX-OPER THEN
                   ADD 1 TO WS-QTD-OPER
                   MOVE WS-QTD-OPER TO WS-IDX-ACHADO
                   MOVE acs-operador TO WS-OPER-ID(WS-IDX-ACHADO)
                   MOVE ZEROES TO WS-OPER-TOTAL(WS-IDX-ACHADO)
                   MOVE ZEROES TO WS-OPER-DIAS(WS-IDX-ACHADO)
                   MOVE ZEROES TO WS-OPER-FORA(WS-IDX-ACHADO)
               ELSE
                   MOVE WS-MAX-OPER TO WS-IDX-ACHADO
               END-IF
           END-IF
           MOVE WS-IDX-ACHADO TO WS-IDX-OPER
           ADD 1 TO WS-OPER-TOTAL(WS-IDX-OPER).

       COMPARAR-OPERADOR.
           IF WS-OPER-ID(WS-IDX) = acs-operador THEN
               MOVE WS-IDX TO WS-IDX-ACHADO
           END-IF.

       ACUMULAR-DIA-OPERADOR.
           MOVE ZEROES TO WS-IDX-ACHADO
           PERFORM COMPARAR-DIA-OPERADOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-DIAS
                  OR WS-IDX-ACHADO NOT = ZEROES
           IF WS-IDX-ACHADO = ZEROES THEN
               IF WS-QTD-DIAS < WS-MAX-DIAS THEN
                   ADD 1 TO WS-QTD-DIAS
                   MOVE WS-QTD-DIAS TO WS-IDX-ACHADO
                   MOVE acs-operador TO WS-DIA-OPER(WS-IDX-ACHADO)
                   MOVE acs-data TO WS-DIA-DATA(WS-IDX-ACHADO)
                   MOVE ZEROES TO WS-DIA-QTD(WS-IDX-ACHADO)
                   ADD 1 TO WS-OPER-DIAS(WS-IDX-OPER)
               END-IF
           END-IF
           IF WS-IDX-ACHADO NOT = ZEROES THEN
               ADD 1 TO WS-DIA-QTD(WS-IDX-ACHADO)
           END-IF.

       COMPARAR-DIA-OPERADOR.
           IF WS-DIA-OPER(WS-IDX) = acs-operador
              AND WS-DIA-DATA(WS-IDX) = acs-data THEN
               MOVE WS-IDX TO WS-IDX-ACHADO
           END-IF.

      * compara o dia com a media dos OUTROS dias do mesmo operador;
      * operador com um dia so no periodo nao tem com que comparar
       TESTAR-DIA-OPERADOR.
           MOVE WS-DIA-OPER(WS-IDX) TO WS-OPER-BUSCA
           MOVE ZEROES TO WS-IDX-ACHADO
           PERFORM COMPARAR-OPERADOR-DIA
               VARYING WS-IDX-OPER FROM 1 BY 1
               UNTIL WS-IDX-OPER > WS-QTD-OPER
                  OR WS-IDX-ACHADO NOT = ZEROES
           IF WS-IDX-ACHADO NOT = ZEROES THEN
               IF WS-OPER-DIAS(WS-IDX-ACHADO) > 1
                  AND WS-DIA-QTD(WS-IDX) NOT < WS-MINIMO-DIA THEN
                   COMPUTE WS-MEDIA-OUTROS ROUNDED =
                       (WS-OPER-TOTAL(WS-IDX-ACHADO)
                        - WS-DIA-QTD(WS-IDX))
                       / (WS-OPER-DIAS(WS-IDX-ACHADO) - 1)
                   IF WS-DIA-QTD(WS-IDX) >
                      WS-MEDIA-OUTROS * WS-FATOR-MEDIA THEN
                       ADD 1 TO WS-QTD-PICOS
                       MOVE WS-MEDIA-OUTROS TO WS-MEDIA-EDIT
                       MOVE SPACES TO REL-LINHA
                       STRING "OPERADOR " WS-DIA-OPER(WS-IDX)
                              " DIA " WS-DIA-DATA(WS-IDX)
                              " CONSULTAS " WS-DIA-QTD(WS-IDX)
                              " MEDIA DOS OUTROS DIAS " WS-MEDIA-EDIT
                           DELIMITED BY SIZE INTO REL-LINHA
                       END-STRING
                       PERFORM ESCREVER-LINHA
                   END-IF
               END-IF
           END-IF.

       COMPARAR-OPERADOR-DIA.
           IF WS-OPER-ID(WS-IDX-OPER) = WS-OPER-BUSCA THEN
               MOVE WS-IDX-OPER TO WS-IDX-ACHADO
           END-IF.

       IMPRIMIR-RESUMO-OPERADOR.
           MOVE ZEROES TO WS-MEDIA-OUTROS
           IF WS-OPER-DIAS(WS-IDX) > ZEROES THEN
               COMPUTE WS-MEDIA-OUTROS ROUNDED =
                   WS-OPER-TOTAL(WS-IDX) / WS-OPER-DIAS(WS-IDX)
           END-IF
           MOVE WS-MEDIA-OUTROS TO WS-MEDIA-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "   OPERADOR " WS-OPER-ID(WS-IDX)
                  " CONSULTAS " WS-OPER-TOTAL(WS-IDX)
                  " DIAS " WS-OPER-DIAS(WS-IDX)
                  " MEDIA/DIA " WS-MEDIA-EDIT
                  " OUTRA AGENCIA " WS-OPER-FORA(WS-IDX)
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA.

       ESCREVER-LINHA.
           WRITE REL-LINHA
           DISPLAY REL-LINHA.

       END PROGRAM RELATORIO-ACESSOS.
