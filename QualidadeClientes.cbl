      ******************************************************************
      * Author: Grupo os BATUTINHAS
      * Purpose: Customer data-quality batch for CLIENTES.txt. In report
      *          mode it lists, into QUALIDADE-CLIENTES.txt, every
      *          cliente whose cli-cpf fails the CPF check-digit rule
      *          (the same rule the CONTACORRENTE screens now apply at
      *          entry), every CPF that appears under more than one
      *          cli-codigo (found by sorting the file on cli-cpf), and
      *          every cliente referenced by no F-CADASTRO account,
      *          neither as cod-cliente nor as a holder of a live
      *          account in TITULARES.txt. In merge mode it repoints all
      *          F-DATA.txt accounts and all TITULARES.txt holder lines
      *          of a duplicate cli-codigo to the surviving cli-codigo,
      *          so CONSULTAR-CPF and the consolidated customer reports
      *          stop splitting one customer in two; the emptied cliente
      *          record is left for the back office to retire.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ALTERNATE RECORD KEY nome
               WITH DUPLICATES
           FILE STATUS   ARQ-OK.
       SELECT F-TITULARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS tit-chave
           FILE STATUS   TIT-OK.
       SELECT SORT-CLIENTES ASSIGN TO DISK.
       SELECT F-RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           02 cod-cliente              PIC 9(5).
           02 situacao                 PIC X(1).

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

       SD  SORT-CLIENTES.
       01  SORT-CLI-REC.
           02 sort-cli-cpf    PIC 9(11).
       77 CLI-OK            PIC X(02) VALUE ZEROES.
       77 ARQ-OK            PIC X(02) VALUE ZEROES.
       77 REL-OK            PIC X(02) VALUE ZEROES.
       77 TIT-OK            PIC X(02) VALUE ZEROES.
       77 WS-EOF            PIC X(01) VALUE "N".
       77 WS-MODO           PIC 9(01) VALUE ZEROES.
       77 WS-CPF-ANTERIOR   PIC 9(11) VALUE ZEROES.
       77 WS-MERGE-DE       PIC 9(05) VALUE ZEROES.
       77 WS-MERGE-PARA     PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-REPONTADAS PIC 9(07) VALUE 0.
       77 WS-TOTAL-TITULARES PIC 9(07) VALUE 0.
       77 WS-TOTAL-TIT-DESCARTADOS PIC 9(07) VALUE 0.
       77 WS-CONTA-TITULAR  PIC 9(05) VALUE ZEROES.
       01 WS-TABELA-USADOS.
           02 WS-USADO-CLIENTE PIC 9(5) OCCURS 2000 TIMES.
       01 WS-CPF-VALIDA.
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM LER-CONTA-USO UNTIL WS-EOF = "Y"
               PERFORM CARREGAR-TITULARES-USADOS
               CLOSE F-CADASTRO
           END-IF.

      * segundo titular e procurador de conta viva tambem tem conta
       CARREGAR-TITULARES-USADOS.
           OPEN INPUT F-TITULARES
           IF TIT-OK = "00" THEN
               MOVE "N" TO WS-EOF
               PERFORM LER-TITULAR-USO UNTIL WS-EOF = "Y"
               CLOSE F-TITULARES
           END-IF.

       LER-TITULAR-USO.
           READ F-TITULARES NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               MOVE tit-cod-conta TO cod-conta
               READ F-CADASTRO
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE tit-cod-cliente TO cod-cliente
                   PERFORM GUARDAR-CLIENTE-USADO
               END-READ
           END-READ.

       LER-CONTA-USO.
           READ F-CADASTRO NEXT RECORD
             AT END
           MOVE "N" TO WS-EOF
           PERFORM REPONTAR-CONTA UNTIL WS-EOF = "Y"
           CLOSE F-CADASTRO
           OPEN I-O F-TITULARES
           IF TIT-OK = "00" THEN
               MOVE "N" TO WS-EOF
               PERFORM REPONTAR-TITULAR UNTIL WS-EOF = "Y"
               CLOSE F-TITULARES
           END-IF
           DISPLAY "CONTAS REPONTADAS DE " WS-MERGE-DE
               " PARA " WS-MERGE-PARA ": " WS-TOTAL-REPONTADAS
           DISPLAY "LINHAS DE TITULARES REPONTADAS: "
               WS-TOTAL-TITULARES
           DISPLAY "LINHAS DE TITULARES DESCARTADAS (JA TITULAR): "
               WS-TOTAL-TIT-DESCARTADOS
           DISPLAY "RETIRE O CLIENTE " WS-MERGE-DE
               " DO CADASTRO QUANDO CONVIER.".

               END-IF
           END-READ.

      * a chave leva o cliente: a linha do duplicado sai e entra a do
      * cliente que permanece, a menos que ele ja seja titular da conta
       REPONTAR-TITULAR.
           READ F-TITULARES NEXT RECORD
             AT END
               MOVE "Y" TO WS-EOF
             NOT AT END
               IF tit-cod-cliente = WS-MERGE-DE THEN
                   MOVE tit-cod-conta TO WS-CONTA-TITULAR
                   DELETE F-TITULARES RECORD
                     INVALID KEY
                       DISPLAY "ERRO AO REPONTAR TITULAR DA CONTA "
                           WS-CONTA-TITULAR
                     NOT INVALID KEY
                       MOVE WS-MERGE-PARA TO tit-cod-cliente
                       WRITE TITULAR-REG
                         INVALID KEY
                           DISPLAY "CLIENTE " WS-MERGE-PARA
                               " JA E TITULAR DA CONTA "
                               WS-CONTA-TITULAR
                               " - LINHA DUPLICADA DESCARTADA"
                           ADD 1 TO WS-TOTAL-TIT-DESCARTADOS
                         NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-TITULARES
                       END-WRITE
                   END-DELETE
               END-IF
           END-READ.

      ******************************************************************
      * VALIDAR-CPF - mesma regra de digito verificador aplicada nas
      * telas de cliente do CONTACORRENTE (modulo 11, recusando os
