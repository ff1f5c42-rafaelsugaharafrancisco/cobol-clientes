      *            ANTES DO LOG VIVO, DO MAIS ANTIGO PARA O MAIS
      *            NOVO. MOVIMENTOS POSTERIORES AO CORTE SAO
      *            PULADOS E OS QUE NAO PUDEREM SER APLICADOS SAO
      *            CONTADOS E INFORMADOS NO RESUMO. ANTES DE
      *            REAPLICAR, CONFERE NO CONTROLE DE EXECUCAO SE A
      *            CORRENTE DO LOG FOI CONFERIDA HOJE PELO CLIVERIF
      *            SEM PROBLEMAS
      * AUTHOR  :  RAFAEL
      *********************************
       ENVIRONMENT DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOGARQ-STATUS.

           SELECT RUNCTL ASSIGN        TO
                           'C:\Users\rafap\cobol\RUNCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS RUNCTL-STATUS
                  RECORD KEY IS  CTL-CHAVE
                  LOCK MODE IS MANUAL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
            05 LOG-SITUACAO-DEPOIS     PIC X(01).
            05 FILLER                  PIC X(01) VALUE ';'.
            05 LOG-OPERADOR            PIC X(06).
            05 FILLER                  PIC X(01).
            05 LOG-SOLICITANTE         PIC X(06).
            05 FILLER                  PIC X(01).
            05 LOG-SEQ                 PIC X(09).
            05 FILLER                  PIC X(01).
            05 LOG-CONTROLE            PIC X(09).

       FD LOGARQ.
       01 LOGARQ-REG                  PIC X(312).

       FD RUNCTL.
       01 RUNCTL-REG.
            05 CTL-CHAVE.
                10 CTL-PROGRAMA        PIC X(08).
                10 CTL-INICIO          PIC X(14).
            05 CTL-FIM                 PIC X(14).
            05 CTL-SITUACAO            PIC X(01).
                88 CTL-EXECUTANDO          VALUE 'E'.
                88 CTL-NORMAL              VALUE 'N'.
                88 CTL-LIBERADO            VALUE 'L'.
            05 CTL-OPERADOR            PIC X(06).
            05 CTL-TOTAL-1             PIC 9(07).
            05 CTL-TOTAL-2             PIC 9(07).
            05 CTL-TOTAL-3             PIC 9(07).

       WORKING-STORAGE SECTION.
       77 WRK-CORTE-DATA               PIC 9(08).
       77 CLIENTES-STATUS              PIC 9(02).
       77 LOGTRANS-STATUS              PIC 9(02).
       77 LOGARQ-STATUS                PIC 9(02).
       77 RUNCTL-STATUS                PIC 9(02).
       77 WRK-DATA-SISTEMA             PIC 9(08).
       77 WRK-DATA-SISTEMA-X           PIC X(08).
       77 WRK-CONFIRMA                 PIC X(01).
      *    ULTIMA CONFERENCIA DA CORRENTE DO LOG (CLIVERIF).
       77 WRK-VERIF-INICIO             PIC X(14).
       77 WRK-VERIF-SITUACAO           PIC X(01).
       77 WRK-VERIF-PROBLEMAS          PIC 9(07).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            IF WRK-CORTE-HORA EQUAL ZEROS
               MOVE 235959             TO WRK-CORTE-HORA
            END-IF.
            PERFORM 1100-CONFERIR-CORRENTE THRU 1100-END-PERFORM.
            IF WRK-CONFIRMA NOT EQUAL 'S'
               DISPLAY 'RECUPERACAO CANCELADA'
               MOVE 10                 TO LOGTRANS-STATUS
               GO TO 1000-END-PERFORM
            END-IF.
      *     A CHAVE DE CORTE RECEBE '99' NOS CENTESIMOS PARA QUE OS
      *     MOVIMENTOS GRAVADOS DENTRO DO PROPRIO SEGUNDO DE CORTE
      *     TAMBEM SEJAM APLICADOS.
            END-IF.
       1000-END-PERFORM.

      *    REAPLICAR UM LOG COM LINHAS REMOVIDAS OU ALTERADAS
      *    RECONSTROI UMA BASE ERRADA SEM AVISO. A ULTIMA RODADA DO
      *    CLIVERIF PRECISA SER DE HOJE, NORMAL E SEM PROBLEMAS;
      *    FORA DISSO O OPERADOR E AVISADO E SO PROSSEGUE SE
      *    CONFIRMAR.
       1100-CONFERIR-CORRENTE.
            MOVE 'S'                   TO WRK-CONFIRMA.
            MOVE SPACES                TO WRK-VERIF-INICIO
                                          WRK-VERIF-SITUACAO.
            MOVE ZEROS                 TO WRK-VERIF-PROBLEMAS.
            OPEN INPUT RUNCTL.
            IF RUNCTL-STATUS EQUAL 0
               MOVE 'CLIVERIF'         TO CTL-PROGRAMA
               MOVE SPACES             TO CTL-INICIO
               START RUNCTL KEY IS NOT LESS THAN CTL-CHAVE
                   INVALID KEY
                       MOVE 10         TO RUNCTL-STATUS
               END-START
               IF RUNCTL-STATUS NOT EQUAL 10
                  READ RUNCTL NEXT
                      AT END MOVE 10   TO RUNCTL-STATUS
                  END-READ
               END-IF
               PERFORM UNTIL RUNCTL-STATUS EQUAL 10
                       OR CTL-PROGRAMA NOT EQUAL 'CLIVERIF'
                       MOVE CTL-INICIO TO WRK-VERIF-INICIO
                       MOVE CTL-SITUACAO
                                       TO WRK-VERIF-SITUACAO
                       MOVE CTL-TOTAL-3
                                       TO WRK-VERIF-PROBLEMAS
                       READ RUNCTL NEXT
                           AT END MOVE 10
                                       TO RUNCTL-STATUS
                       END-READ
               END-PERFORM
               CLOSE RUNCTL
            END-IF.
            ACCEPT WRK-DATA-SISTEMA    FROM DATE YYYYMMDD.
            MOVE WRK-DATA-SISTEMA      TO WRK-DATA-SISTEMA-X.
            IF WRK-VERIF-INICIO EQUAL SPACES
               DISPLAY '*** CORRENTE DO LOG NUNCA CONFERIDA ***'
            ELSE
               IF WRK-VERIF-INICIO (1:8) NOT EQUAL WRK-DATA-SISTEMA-X
                  DISPLAY '*** CORRENTE DO LOG NAO CONFERIDA HOJE - '
                          'ULTIMA CONFERENCIA EM '
                          WRK-VERIF-INICIO (1:8) ' ***'
               ELSE
                  IF WRK-VERIF-SITUACAO NOT EQUAL 'N'
                     DISPLAY '*** CONFERENCIA DE HOJE NAO TERMINOU '
                             'NORMALMENTE ***'
                  ELSE
                     IF WRK-VERIF-PROBLEMAS EQUAL ZEROS
                        GO TO 1100-END-PERFORM
                     END-IF
                     DISPLAY '*** CORRENTE DO LOG COM '
                             WRK-VERIF-PROBLEMAS
                             ' PROBLEMA(S) - VER VERIFLOG.TXT ***'
                  END-IF
               END-IF
            END-IF.
            DISPLAY 'RODE O CLIVERIF ANTES DE REAPLICAR O LOG.'.
            DISPLAY 'PROSSEGUIR MESMO ASSIM? (S/N): '
                    WITH NO ADVANCING.
            MOVE SPACES                TO WRK-CONFIRMA.
            ACCEPT WRK-CONFIRMA.
       1100-END-PERFORM.

      *    OS FECHAMENTOS MENSAIS (CLIFECHA) LEVAM OS MOVIMENTOS
      *    ANTIGOS PARA ARQUIVOS MORTOS: UMA BASE RESTAURADA DE
      *    ANTES DO ULTIMO FECHAMENTO SO FICA COMPLETA REAPLICANDO
