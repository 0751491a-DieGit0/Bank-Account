      ******************************************************************
      * Author: Grupo os BATUTINHAS
      * Purpose: Driver for the nightly batch stream. Runs, in the fixed
      *          order, CARGA-MOVIMENTOS, EXECUTA-AGENDAMENTOS,
      *          DEBITO-AUTOMATICO, DEBITO-PARCELAS,
      *          RENDIMENTO-APLICACOES, FECHAMENTO-OPERADOR,
      *          MONITORA-MOVIMENTOS, RELATORIO-INTERAGENCIAS,
      *          INTERFACE-CONTABIL, REMESSA-CCS, EXTRATO-ELETRONICO,
      *          ENVIA-ALERTAS, BACKUP-ARQUIVOS and finally
      *          ABERTURA-FECHAMENTO-DIA, instead of someone keying the
      *          fourteen programs by hand at 2am. Each step's status
      *          and start/end time is recorded in LOTE-NOTURNO-CTL.txt
      *          keyed by the DIA-CONTABIL.txt business date: a step
      *          only runs after every earlier step is complete, a
      *          failing step stops the stream, and a rerun on the same
      *          business date skips the steps already marked complete,
      *          so a crashed night resumes from the failing step
      *          instead of guessing which jobs already ran. Steps that
      *          prompt for a movement date are fed the business date on
      *          their console input; the last step stays interactive so
      *          the operator closes the day and opens the next one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-DIA-ABERTO     PIC X(01) VALUE "N".
       77 WS-TEM-DIA        PIC X(01) VALUE "N".
       77 WS-EOF            PIC X(01) VALUE "N".
       77 WS-QTD-PASSOS     PIC 9(02) VALUE 14.
       77 WS-IDX            PIC 9(02) VALUE ZEROES.
       77 WS-PASSO-FALHOU   PIC X(01) VALUE "N".
       77 WS-COMANDO        PIC X(80) VALUE SPACES.
       77 WS-TOTAL-PULADOS  PIC 9(02) VALUE ZEROES.
       77 WS-TOTAL-RODADOS  PIC 9(02) VALUE ZEROES.
       01 WS-TABELA-PASSOS.
           02 WS-PASSO-ENT OCCURS 14 TIMES.
               03 WS-PASSO-NOME       PIC X(25).
               03 WS-PASSO-COMANDO    PIC X(60).
               03 WS-PASSO-STATUS     PIC X(1).
           MOVE "./CargaMovimentos"     TO WS-PASSO-COMANDO(1)
           MOVE "EXECUTA-AGENDAMENTOS"  TO WS-PASSO-NOME(2)
           MOVE "./ExecutaAgendamentos" TO WS-PASSO-COMANDO(2)
           MOVE "DEBITO-AUTOMATICO"     TO WS-PASSO-NOME(3)
           MOVE "./DebitoAutomatico"    TO WS-PASSO-COMANDO(3)
           MOVE "DEBITO-PARCELAS"       TO WS-PASSO-NOME(4)
           MOVE "./DebitoParcelas"      TO WS-PASSO-COMANDO(4)
           MOVE "RENDIMENTO-APLICACOES" TO WS-PASSO-NOME(5)
           MOVE "./RendimentoAplicacoes" TO WS-PASSO-COMANDO(5)
           MOVE "FECHAMENTO-OPERADOR"   TO WS-PASSO-NOME(6)
           MOVE SPACES TO WS-COMANDO
           STRING "echo " WS-DATA-CONTABIL
                  " | ./FechamentoOperador"
               DELIMITED BY SIZE INTO WS-COMANDO
           END-STRING
           MOVE WS-COMANDO              TO WS-PASSO-COMANDO(6)
           MOVE "MONITORA-MOVIMENTOS"   TO WS-PASSO-NOME(7)
           MOVE "echo 0 | ./MonitoraMovimentos"
                                        TO WS-PASSO-COMANDO(7)
           MOVE "RELATORIO-INTERAGENCIAS" TO WS-PASSO-NOME(8)
           MOVE "echo 0 | ./RelatorioInteragencias"
                                        TO WS-PASSO-COMANDO(8)
           MOVE "INTERFACE-CONTABIL"    TO WS-PASSO-NOME(9)
           MOVE "echo 0 | ./InterfaceContabil"
                                        TO WS-PASSO-COMANDO(9)
           MOVE "REMESSA-CCS"           TO WS-PASSO-NOME(10)
           MOVE "echo 0 | ./RemessaCcs"
                                        TO WS-PASSO-COMANDO(10)
           MOVE "EXTRATO-ELETRONICO"    TO WS-PASSO-NOME(11)
           MOVE "echo 0 | ./ExtratoEletronico"
                                        TO WS-PASSO-COMANDO(11)
           MOVE "ENVIA-ALERTAS"         TO WS-PASSO-NOME(12)
           MOVE "./EnviaAlertas"        TO WS-PASSO-COMANDO(12)
           MOVE "BACKUP-ARQUIVOS"       TO WS-PASSO-NOME(13)
           MOVE "./BackupArquivos"      TO WS-PASSO-COMANDO(13)
           MOVE "ABERTURA-FECHAMENTO-DIA" TO WS-PASSO-NOME(14)
           MOVE "./AberturaFechamentoDia" TO WS-PASSO-COMANDO(14)
           PERFORM LIMPAR-PASSO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PASSOS.
