       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLINOITE.
      *********************************
      * OBJETIVO:  CADEIA DA RODADA NOTURNA: EXECUTA EM ORDEM OS
      *            PASSOS DA TABELA ABAIXO (CLIBACKP, CLIMOV,
      *            CLILOTE, CLIAUDIT, CLIBATIM E, NA RODADA DE FIM
      *            DE MES, CLIFECHA, CLIFATUR E CLIEXPUR, E POR
      *            ULTIMO O FEED AOS CONSUMIDORES, CLIFEED), CONFERE
      *            NO RUNCTL.DAT SE CADA UM TERMINOU NORMAL E COM OS
      *            TOTAIS ESPERADOS E PARA NO PRIMEIRO ERRO DE UM
      *            PASSO QUE INTERROMPE A CADEIA. A SITUACAO DE CADA
      *            PASSO FICA EM NOITECTL.DAT E A EXECUCAO SEGUINTE
      *            RETOMA A RODADA INTERROMPIDA DO PASSO QUE FALHOU,
      *            SEM REPETIR OS QUE JA TERMINARAM. AO FINAL EMITE
      *            O RELATORIO DA NOITE (NOITE.TXT) COM INICIO, FIM,
      *            SITUACAO E TOTAIS DE CADA PASSO
      * AUTHOR  :  RAFAEL
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN        TO
                           'C:\Users\rafap\cobol\RUNCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS RUNCTL-STATUS
                  RECORD KEY IS  CTL-CHAVE
                  LOCK MODE IS MANUAL.

           SELECT NOITECTL ASSIGN      TO
                           'C:\Users\rafap\cobol\NOITECTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS NOITECTL-STATUS
                  RECORD KEY IS  NOI-CHAVE
                  LOCK MODE IS MANUAL.

           SELECT NOITE ASSIGN         TO
                           'C:\Users\rafap\cobol\NOITE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NOITE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *    UMA RODADA DA CADEIA E IDENTIFICADA PELA DATA E HORA EM
      *    QUE COMECOU. O PASSO 00 E O CABECALHO DA RODADA (ABERTA,
      *    INTERROMPIDA, CONCLUIDA OU ABANDONADA, E SE E DE FIM DE
      *    MES); OS PASSOS 01 EM DIANTE GUARDAM A SITUACAO, O
      *    INICIO, O FIM E OS TOTAIS DE CADA PROGRAMA.
       FD NOITECTL.
       01 NOITECTL-REG.
            05 NOI-CHAVE.
                10 NOI-RODADA          PIC X(14).
                10 NOI-PASSO           PIC 9(02).
            05 NOI-PROGRAMA            PIC X(08).
            05 NOI-SITUACAO            PIC X(01).
                88 NOI-ABERTA              VALUE 'A'.
                88 NOI-INTERROMPIDA        VALUE 'I'.
                88 NOI-CONCLUIDA           VALUE 'C'.
                88 NOI-ABANDONADA          VALUE 'X'.
            05 NOI-MENSAL              PIC X(01).
            05 NOI-INICIO              PIC X(14).
            05 NOI-FIM                 PIC X(14).
            05 NOI-TOTAL-1             PIC 9(07).
            05 NOI-TOTAL-2             PIC 9(07).
            05 NOI-TOTAL-3             PIC 9(07).
            05 NOI-OPERADOR            PIC X(06).
            05 NOI-OBS                 PIC X(40).

       FD NOITE.
       01 NOITE-REG                   PIC X(80).

       WORKING-STORAGE SECTION.
      *    TABELA DE PASSOS DA CADEIA, NA ORDEM DE EXECUCAO:
      *    PROGRAMA, ATE DOIS PRE-REQUISITOS (PASSOS QUE PRECISAM
      *    TER TERMINADO NORMAL NA MESMA RODADA), FREQUENCIA
      *    (D=DIARIO M=SO NA RODADA DE FIM DE MES), SE A FALHA
      *    INTERROMPE A CADEIA (S/N) E A REGRA DE TOTAIS CONFERIDA
      *    NO RUNCTL.DAT:
      *      P - TOTAL-1 MAIOR QUE ZERO
      *      Q - TOTAL-2 MAIOR QUE ZERO
      *      L - TOTAL-1 NAO MENOR QUE TOTAL-2 + TOTAL-3 (LIDOS
      *          COBREM OS APLICADOS E OS REJEITADOS)
      *      Z - TOTAL-3 IGUAL A ZERO (VERIFICACOES EM ERRO)
      *      BRANCO - SO A SITUACAO NORMAL E CONFERIDA
       01 WRK-LISTA-PASSOS.
           05 FILLER                   PIC X(27)
                             VALUE 'CLIBACKP                DSP'.
           05 FILLER                   PIC X(27)
                             VALUE 'CLIMOV  CLIBACKP        DSL'.
           05 FILLER                   PIC X(27)
                             VALUE 'CLILOTE CLIBACKP        DSL'.
           05 FILLER                   PIC X(27)
                             VALUE 'CLIAUDITCLIMOV  CLILOTE DN '.
           05 FILLER                   PIC X(27)
                             VALUE 'CLIBATIMCLIMOV  CLILOTE DSZ'.
           05 FILLER                   PIC X(27)
                             VALUE 'CLIFECHACLIBATIM        MS '.
           05 FILLER                   PIC X(27)
                             VALUE 'CLIFATURCLIBATIM        MSQ'.
           05 FILLER                   PIC X(27)
                             VALUE 'CLIEXPURCLIFECHA        MN '.
           05 FILLER                   PIC X(27)
                             VALUE 'CLIFEED CLIMOV  CLILOTE DN '.
       01 WRK-TAB-PASSOS REDEFINES WRK-LISTA-PASSOS.
           05 WRK-PASSO-ENT            OCCURS 9 TIMES.
               10 PAS-PROGRAMA         PIC X(08).
               10 PAS-PREREQ           PIC X(08) OCCURS 2 TIMES.
               10 PAS-FREQ             PIC X(01).
                   88 PAS-DIARIO           VALUE 'D'.
                   88 PAS-MENSAL           VALUE 'M'.
               10 PAS-INTERROMPE       PIC X(01).
                   88 PAS-INTERROMPE-SIM   VALUE 'S'.
               10 PAS-REGRA            PIC X(01).
      *    SITUACAO DE CADA PASSO NESTA RODADA:
      *      BRANCO PENDENTE, E EXECUTANDO, N NORMAL, F FALHA,
      *      P PULADO POR PRE-REQUISITO, M FORA DA RODADA (MENSAL
      *      EM RODADA DIARIA).
       01 WRK-TAB-EXEC.
           05 WRK-EXEC-ENT             OCCURS 9 TIMES.
               10 EXE-SITUACAO         PIC X(01).
               10 EXE-INICIO           PIC X(14).
               10 EXE-FIM              PIC X(14).
               10 EXE-TOTAL-1          PIC 9(07).
               10 EXE-TOTAL-2          PIC 9(07).
               10 EXE-TOTAL-3          PIC 9(07).
               10 EXE-OBS              PIC X(40).
       77 WRK-QTD-PASSOS               PIC 9(02)   COMP VALUE 9.
       77 WRK-IND-PAS                  PIC 9(02)   COMP.
       77 WRK-IND-REQ                  PIC 9(02)   COMP.
       77 WRK-IND-BUSCA                PIC 9(02)   COMP.
       77 WRK-PASSO-ED                 PIC 99.
       77 RUNCTL-STATUS                PIC 9(02).
       77 NOITECTL-STATUS              PIC 9(02).
       77 NOITE-STATUS                 PIC 9(02).
       77 WRK-OPERADOR                 PIC X(06).
       77 WRK-DATA-SISTEMA             PIC 9(08).
       77 WRK-HORA-SISTEMA             PIC 9(08).
       77 WRK-DIA-SEGUINTE             PIC 9(08).
       77 WRK-DATAHORA                 PIC X(14).
       77 WRK-CTL-INICIO               PIC X(14).
       77 WRK-CTL-PROG-BUSCA           PIC X(08).
       77 WRK-CTL-BLOQUEADO            PIC X(01).
          88 CTL-BLOQUEADO-SIM         VALUE 'S'.
          88 CTL-BLOQUEADO-NAO         VALUE 'N'.
       77 WRK-RODADA                   PIC X(14).
       77 WRK-MENSAL                   PIC X(01).
          88 RODADA-MENSAL             VALUE 'S'.
       77 WRK-MENSAL-PADRAO            PIC X(01).
       77 WRK-TECLA                    PIC X(01).
       77 WRK-CADEIA-PRONTA            PIC X(01).
          88 CADEIA-PRONTA-SIM         VALUE 'S'.
          88 CADEIA-PRONTA-NAO         VALUE 'N'.
       77 WRK-CADEIA-INTERROMPIDA      PIC X(01).
          88 CADEIA-INTERROMPIDA-SIM   VALUE 'S'.
          88 CADEIA-INTERROMPIDA-NAO   VALUE 'N'.
       77 WRK-RODADA-ACHADA            PIC X(01).
          88 RODADA-ACHADA-SIM         VALUE 'S'.
          88 RODADA-ACHADA-NAO         VALUE 'N'.
       77 WRK-PREREQ-OK                PIC X(01).
          88 PREREQ-OK-SIM             VALUE 'S'.
          88 PREREQ-OK-NAO             VALUE 'N'.
      *    ULTIMO REGISTRO DO PROGRAMA NO RUNCTL.DAT DEPOIS DO
      *    INICIO DO PASSO.
       77 WRK-ACHOU-CTL                PIC X(01).
          88 ACHOU-CTL-SIM             VALUE 'S'.
          88 ACHOU-CTL-NAO             VALUE 'N'.
       77 WRK-CTL-SITUACAO             PIC X(01).
       77 WRK-CTL-TOTAL-1              PIC 9(07).
       77 WRK-CTL-TOTAL-2              PIC 9(07).
       77 WRK-CTL-TOTAL-3              PIC 9(07).
       77 WRK-COMANDO                  PIC X(80).
       77 WRK-TOTAL-NORMAIS            PIC 9(07)   COMP.
       77 WRK-TOTAL-FALHAS             PIC 9(07)   COMP.
       77 WRK-TOTAL-PULADOS            PIC 9(07)   COMP.
       01 WRK-LINHA                    PIC X(80).
       01 WRK-LINHA-PASSO.
           05 LINPAS-PASSO             PIC 99.
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 LINPAS-PROGRAMA          PIC X(08).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 LINPAS-INICIO            PIC X(14).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 LINPAS-FIM               PIC X(14).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 LINPAS-SITUACAO          PIC X(01).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 LINPAS-TOTAL-1           PIC ZZZZZZ9.
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 LINPAS-TOTAL-2           PIC ZZZZZZ9.
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 LINPAS-TOTAL-3           PIC ZZZZZZ9.
       01 WRK-LINHA-PASSO-CAB.
           05 FILLER                   PIC X(12)   VALUE 'PS PROGRAMA '.
           05 FILLER                   PIC X(15)
                                        VALUE 'INICIO         '.
           05 FILLER                   PIC X(15)
                                        VALUE 'FIM            '.
           05 FILLER                   PIC X(02)   VALUE 'S '.
           05 FILLER                   PIC X(26)
                             VALUE ' TOTAL-1  TOTAL-2  TOTAL-3'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR THRU 1000-END-PERFORM.
            IF CADEIA-PRONTA-SIM
               PERFORM 2000-EXECUTAR-CADEIA THRU 2000-END-PERFORM
               PERFORM 3000-RELATORIO THRU 3000-END-PERFORM
            END-IF.
            PERFORM 3950-REGISTRARFIM THRU 3950-END-PERFORM.
            STOP RUN.

       1000-INICIAR.
            SET CADEIA-PRONTA-NAO      TO TRUE.
            SET CADEIA-INTERROMPIDA-NAO
                                       TO TRUE.
            MOVE ZEROS                 TO WRK-TOTAL-NORMAIS
                                          WRK-TOTAL-FALHAS
                                          WRK-TOTAL-PULADOS.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY '*   CADEIA DA RODADA NOTURNA              *'.
            DISPLAY '*-----------------------------------------*'.
      *     A IDENTIFICACAO DO OPERADOR OU DO JOB E EXIGIDA NA
      *     ENTRADA E REGISTRADA NO CONTROLE DE EXECUCAO. CADA
      *     PROGRAMA DA CADEIA PEDE A SUA PROPRIA IDENTIFICACAO E
      *     OS SEUS PARAMETROS AO SER EXECUTADO.
            MOVE SPACES                TO WRK-OPERADOR
                                          WRK-CTL-INICIO.
            DISPLAY 'OPERADOR/JOB RESPONSAVEL: ' WITH NO ADVANCING.
            ACCEPT WRK-OPERADOR.
            IF WRK-OPERADOR EQUAL SPACES
               DISPLAY 'OPERADOR/JOB NAO INFORMADO'
               GO TO 1000-END-PERFORM
            END-IF.
            PERFORM 1950-REGISTRARINICIO THRU 1950-END-PERFORM.
            IF WRK-CTL-INICIO EQUAL SPACES
               GO TO 1000-END-PERFORM
            END-IF.
            OPEN I-O NOITECTL.
            IF NOITECTL-STATUS = 35
               OPEN OUTPUT NOITECTL
               CLOSE NOITECTL
               OPEN I-O NOITECTL
            END-IF.
            IF NOITECTL-STATUS NOT EQUAL 0
               DISPLAY 'ERRO AO ABRIR NOITECTL.DAT - STATUS '
                       NOITECTL-STATUS
               GO TO 1000-END-PERFORM
            END-IF.
            PERFORM 1100-LOCALIZAR-RODADA THRU 1100-END-PERFORM.
            IF RODADA-ACHADA-NAO
               PERFORM 1200-NOVA-RODADA THRU 1200-END-PERFORM
            END-IF.
            SET CADEIA-PRONTA-SIM      TO TRUE.
       1000-END-PERFORM.

      *    PROCURA A ULTIMA RODADA QUE NAO CHEGOU AO FIM (ABERTA,
      *    QUANDO A PROPRIA CADEIA CAIU, OU INTERROMPIDA POR FALHA
      *    DE UM PASSO). O OPERADOR PODE RETOMA-LA OU ABANDONA-LA;
      *    ABANDONADA, A PROXIMA RODADA COMECA DO PRIMEIRO PASSO.
       1100-LOCALIZAR-RODADA.
            SET RODADA-ACHADA-NAO      TO TRUE.
            MOVE SPACES                TO WRK-RODADA.
            MOVE LOW-VALUES            TO NOI-CHAVE.
            START NOITECTL KEY IS NOT LESS THAN NOI-CHAVE
                INVALID KEY
                    GO TO 1100-END-PERFORM
            END-START.
            READ NOITECTL NEXT
                AT END MOVE 10         TO NOITECTL-STATUS
            END-READ.
            PERFORM UNTIL NOITECTL-STATUS EQUAL 10
                    IF NOI-PASSO EQUAL ZEROS
                       IF NOI-ABERTA OR NOI-INTERROMPIDA
                          MOVE NOI-RODADA
                                       TO WRK-RODADA
                          MOVE NOI-MENSAL
                                       TO WRK-MENSAL
                       END-IF
                    END-IF
                    READ NOITECTL NEXT
                        AT END MOVE 10 TO NOITECTL-STATUS
                    END-READ
            END-PERFORM.
            IF WRK-RODADA EQUAL SPACES
               GO TO 1100-END-PERFORM
            END-IF.
            DISPLAY 'RODADA INICIADA EM ' WRK-RODADA
                    ' NAO FOI CONCLUIDA'.
            DISPLAY 'RETOMAR DO PASSO QUE FALHOU? (S/N): '
                    WITH NO ADVANCING.
            MOVE SPACES                TO WRK-TECLA.
            ACCEPT WRK-TECLA.
            IF WRK-TECLA NOT EQUAL 'N'
               PERFORM 1110-CARREGAR-RODADA THRU 1110-END-PERFORM
               SET RODADA-ACHADA-SIM   TO TRUE
               GO TO 1100-END-PERFORM
            END-IF.
            MOVE WRK-RODADA            TO NOI-RODADA.
            MOVE ZEROS                 TO NOI-PASSO.
            READ NOITECTL
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET NOI-ABANDONADA TO TRUE
                    MOVE WRK-OPERADOR  TO NOI-OPERADOR
                    MOVE 'ABANDONADA PELO OPERADOR'
                                       TO NOI-OBS
                    REWRITE NOITECTL-REG
            END-READ.
            DISPLAY 'RODADA ABANDONADA'.
       1100-END-PERFORM.

      *    NA RETOMADA OS PASSOS JA TERMINADOS NORMAL FICAM COMO
      *    ESTAO; OS DEMAIS VOLTAM A PENDENTE E SAO REAVALIADOS.
       1110-CARREGAR-RODADA.
            PERFORM VARYING WRK-IND-PAS FROM 1 BY 1
                    UNTIL WRK-IND-PAS GREATER WRK-QTD-PASSOS
                    MOVE WRK-RODADA    TO NOI-RODADA
                    MOVE WRK-IND-PAS   TO NOI-PASSO
                    READ NOITECTL
                        INVALID KEY
                            MOVE SPACES
                                       TO EXE-SITUACAO (WRK-IND-PAS)
                                          EXE-INICIO (WRK-IND-PAS)
                                          EXE-FIM (WRK-IND-PAS)
                                          EXE-OBS (WRK-IND-PAS)
                            MOVE ZEROS TO EXE-TOTAL-1 (WRK-IND-PAS)
                                          EXE-TOTAL-2 (WRK-IND-PAS)
                                          EXE-TOTAL-3 (WRK-IND-PAS)
                        NOT INVALID KEY
                            MOVE NOI-SITUACAO
                                       TO EXE-SITUACAO (WRK-IND-PAS)
                            MOVE NOI-INICIO
                                       TO EXE-INICIO (WRK-IND-PAS)
                            MOVE NOI-FIM
                                       TO EXE-FIM (WRK-IND-PAS)
                            MOVE NOI-TOTAL-1
                                       TO EXE-TOTAL-1 (WRK-IND-PAS)
                            MOVE NOI-TOTAL-2
                                       TO EXE-TOTAL-2 (WRK-IND-PAS)
                            MOVE NOI-TOTAL-3
                                       TO EXE-TOTAL-3 (WRK-IND-PAS)
                            MOVE NOI-OBS
                                       TO EXE-OBS (WRK-IND-PAS)
                    END-READ
                    IF EXE-SITUACAO (WRK-IND-PAS) NOT EQUAL 'N'
                       AND EXE-SITUACAO (WRK-IND-PAS) NOT EQUAL 'M'
                       MOVE SPACES     TO EXE-SITUACAO (WRK-IND-PAS)
                    END-IF
            END-PERFORM.
            MOVE WRK-RODADA            TO NOI-RODADA.
            MOVE ZEROS                 TO NOI-PASSO.
            READ NOITECTL
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET NOI-ABERTA     TO TRUE
                    MOVE WRK-OPERADOR  TO NOI-OPERADOR
                    MOVE 'RETOMADA'    TO NOI-OBS
                    REWRITE NOITECTL-REG
            END-READ.
            DISPLAY 'RETOMANDO A RODADA DE ' WRK-RODADA.
       1110-END-PERFORM.

      *    A RODADA DE FIM DE MES E SUGERIDA QUANDO AMANHA JA E DIA
      *    PRIMEIRO; O OPERADOR PODE CONFIRMAR OU TROCAR.
       1200-NOVA-RODADA.
            PERFORM 2800-DATAHORA THRU 2800-END-PERFORM.
            MOVE WRK-DATAHORA          TO WRK-RODADA.
            COMPUTE WRK-DIA-SEGUINTE =
                    FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (WRK-DATA-SISTEMA) + 1).
            IF WRK-DIA-SEGUINTE (7:2) EQUAL '01'
               MOVE 'S'                TO WRK-MENSAL-PADRAO
            ELSE
               MOVE 'N'                TO WRK-MENSAL-PADRAO
            END-IF.
            DISPLAY 'RODADA DE FIM DE MES? (S/N) ['
                    WRK-MENSAL-PADRAO ']: ' WITH NO ADVANCING.
            MOVE SPACES                TO WRK-MENSAL.
            ACCEPT WRK-MENSAL.
            IF WRK-MENSAL NOT EQUAL 'S'
               AND WRK-MENSAL NOT EQUAL 'N'
               MOVE WRK-MENSAL-PADRAO  TO WRK-MENSAL
            END-IF.
            MOVE SPACES                TO NOITECTL-REG.
            MOVE WRK-RODADA            TO NOI-RODADA.
            MOVE ZEROS                 TO NOI-PASSO
                                          NOI-TOTAL-1
                                          NOI-TOTAL-2
                                          NOI-TOTAL-3.
            MOVE 'CLINOITE'            TO NOI-PROGRAMA.
            SET NOI-ABERTA             TO TRUE.
            MOVE WRK-MENSAL            TO NOI-MENSAL.
            MOVE WRK-RODADA            TO NOI-INICIO.
            MOVE WRK-OPERADOR          TO NOI-OPERADOR.
            WRITE NOITECTL-REG.
            PERFORM VARYING WRK-IND-PAS FROM 1 BY 1
                    UNTIL WRK-IND-PAS GREATER WRK-QTD-PASSOS
                    MOVE SPACES        TO EXE-SITUACAO (WRK-IND-PAS)
                                          EXE-INICIO (WRK-IND-PAS)
                                          EXE-FIM (WRK-IND-PAS)
                                          EXE-OBS (WRK-IND-PAS)
                    MOVE ZEROS         TO EXE-TOTAL-1 (WRK-IND-PAS)
                                          EXE-TOTAL-2 (WRK-IND-PAS)
                                          EXE-TOTAL-3 (WRK-IND-PAS)
                    IF PAS-MENSAL (WRK-IND-PAS)
                       AND NOT RODADA-MENSAL
                       MOVE 'M'        TO EXE-SITUACAO (WRK-IND-PAS)
                       MOVE 'SO NA RODADA DE FIM DE MES'
                                       TO EXE-OBS (WRK-IND-PAS)
                    END-IF
                    PERFORM 2900-GRAVAR-PASSO THRU 2900-END-PERFORM
            END-PERFORM.
            DISPLAY 'NOVA RODADA ' WRK-RODADA
                    ' - FIM DE MES: ' WRK-MENSAL.
       1200-END-PERFORM.

      *    CONTROLE DE EXECUCAO DOS BATCHES: UMA CADEIA ANTERIOR
      *    AINDA MARCADA COMO EXECUTANDO BLOQUEIA A NOVA ATE O
      *    OPERADOR LIBERA-LA PELO CLICTRL; O ONLINE DE CLIENTES
      *    ABERTO TAMBEM BLOQUEIA, POIS O PRIMEIRO PASSO E A COPIA
      *    DA BASE. O RUNCTL.DAT E FECHADO EM SEGUIDA PORQUE CADA
      *    PASSO ABRE O CONTROLE PARA SE REGISTRAR.
       1950-REGISTRARINICIO.
            OPEN I-O RUNCTL.
            IF RUNCTL-STATUS = 35
               OPEN OUTPUT RUNCTL
               CLOSE RUNCTL
               OPEN I-O RUNCTL
            END-IF.
            IF RUNCTL-STATUS NOT EQUAL 0
               DISPLAY 'ERRO AO ABRIR CONTROLE DE EXECUCAO'
               GO TO 1950-END-PERFORM
            END-IF.
            MOVE 'CLINOITE'            TO WRK-CTL-PROG-BUSCA.
            PERFORM 1960-VERIFICAREXECUTANDO THRU 1960-END-PERFORM.
            IF CTL-BLOQUEADO-SIM
               DISPLAY 'CLINOITE COM RODADA ABERTA NO CONTROLE - '
                       'LIBERE PELO CLICTRL'
               CLOSE RUNCTL
               GO TO 1950-END-PERFORM
            END-IF.
            MOVE 'CLIENTES'            TO WRK-CTL-PROG-BUSCA.
            PERFORM 1960-VERIFICAREXECUTANDO THRU 1960-END-PERFORM.
            IF CTL-BLOQUEADO-SIM
               DISPLAY 'ONLINE DE CLIENTES EM USO - ENCERRE OS '
                       'TERMINAIS ANTES DA RODADA NOTURNA'
               CLOSE RUNCTL
               GO TO 1950-END-PERFORM
            END-IF.
            PERFORM 2800-DATAHORA THRU 2800-END-PERFORM.
            MOVE WRK-DATAHORA          TO WRK-CTL-INICIO.
            MOVE 'CLINOITE'            TO CTL-PROGRAMA.
            MOVE WRK-CTL-INICIO        TO CTL-INICIO.
            MOVE SPACES                TO CTL-FIM.
            SET CTL-EXECUTANDO         TO TRUE.
            MOVE WRK-OPERADOR          TO CTL-OPERADOR.
            MOVE ZEROS                 TO CTL-TOTAL-1
                                          CTL-TOTAL-2
                                          CTL-TOTAL-3.
            WRITE RUNCTL-REG.
            CLOSE RUNCTL.
       1950-END-PERFORM.

       1960-VERIFICAREXECUTANDO.
            SET CTL-BLOQUEADO-NAO      TO TRUE.
            MOVE WRK-CTL-PROG-BUSCA    TO CTL-PROGRAMA.
            MOVE SPACES                TO CTL-INICIO.
            START RUNCTL KEY IS NOT LESS THAN CTL-CHAVE
                INVALID KEY
                    GO TO 1960-END-PERFORM
            END-START.
            READ RUNCTL NEXT
                AT END MOVE 10         TO RUNCTL-STATUS
            END-READ.
            PERFORM UNTIL RUNCTL-STATUS EQUAL 10
                    OR CTL-PROGRAMA NOT EQUAL WRK-CTL-PROG-BUSCA
                    IF CTL-EXECUTANDO
                       SET CTL-BLOQUEADO-SIM TO TRUE
                       MOVE 10         TO RUNCTL-STATUS
                    ELSE
                       READ RUNCTL NEXT
                           AT END MOVE 10
                                       TO RUNCTL-STATUS
                       END-READ
                    END-IF
            END-PERFORM.
       1960-END-PERFORM.

      *    EXECUTA OS PASSOS EM ORDEM ATE O FIM DA TABELA OU ATE A
      *    FALHA DE UM PASSO QUE INTERROMPE A CADEIA. A RODADA FICA
      *    CONCLUIDA OU INTERROMPIDA NO CABECALHO; INTERROMPIDA,
      *    SERA RETOMADA NA PROXIMA EXECUCAO.
       2000-EXECUTAR-CADEIA.
            PERFORM VARYING WRK-IND-PAS FROM 1 BY 1
                    UNTIL WRK-IND-PAS GREATER WRK-QTD-PASSOS
                       OR CADEIA-INTERROMPIDA-SIM
                    PERFORM 2100-EXECUTAR-PASSO THRU 2100-END-PERFORM
            END-PERFORM.
            PERFORM VARYING WRK-IND-PAS FROM 1 BY 1
                    UNTIL WRK-IND-PAS GREATER WRK-QTD-PASSOS
                    EVALUATE EXE-SITUACAO (WRK-IND-PAS)
                        WHEN 'N'
                            ADD 1      TO WRK-TOTAL-NORMAIS
                        WHEN 'F'
                            ADD 1      TO WRK-TOTAL-FALHAS
                        WHEN 'P'
                            ADD 1      TO WRK-TOTAL-PULADOS
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-PERFORM.
            MOVE WRK-RODADA            TO NOI-RODADA.
            MOVE ZEROS                 TO NOI-PASSO.
            READ NOITECTL
                INVALID KEY
                    GO TO 2000-END-PERFORM
            END-READ.
            PERFORM 2800-DATAHORA THRU 2800-END-PERFORM.
            MOVE WRK-DATAHORA          TO NOI-FIM.
            MOVE WRK-TOTAL-NORMAIS     TO NOI-TOTAL-1.
            MOVE WRK-TOTAL-FALHAS      TO NOI-TOTAL-2.
            MOVE WRK-TOTAL-PULADOS     TO NOI-TOTAL-3.
            IF CADEIA-INTERROMPIDA-SIM
               SET NOI-INTERROMPIDA    TO TRUE
               MOVE 'INTERROMPIDA - RETOMAR NA PROXIMA EXECUCAO'
                                       TO NOI-OBS
            ELSE
               SET NOI-CONCLUIDA       TO TRUE
               MOVE SPACES             TO NOI-OBS
            END-IF.
            REWRITE NOITECTL-REG.
       2000-END-PERFORM.

       2100-EXECUTAR-PASSO.
            MOVE WRK-IND-PAS           TO WRK-PASSO-ED.
            IF EXE-SITUACAO (WRK-IND-PAS) EQUAL 'N'
               DISPLAY 'PASSO ' WRK-PASSO-ED ' '
                       PAS-PROGRAMA (WRK-IND-PAS)
                       ' JA CONCLUIDO NESTA RODADA'
               GO TO 2100-END-PERFORM
            END-IF.
            IF EXE-SITUACAO (WRK-IND-PAS) EQUAL 'M'
               GO TO 2100-END-PERFORM
            END-IF.
            PERFORM 2110-VERIFICAR-PREREQ THRU 2110-END-PERFORM.
            IF PREREQ-OK-NAO
               MOVE 'P'                TO EXE-SITUACAO (WRK-IND-PAS)
               PERFORM 2900-GRAVAR-PASSO THRU 2900-END-PERFORM
               DISPLAY 'PASSO ' WRK-PASSO-ED ' '
                       PAS-PROGRAMA (WRK-IND-PAS) ' PULADO - '
                       EXE-OBS (WRK-IND-PAS)
               IF PAS-INTERROMPE-SIM (WRK-IND-PAS)
                  SET CADEIA-INTERROMPIDA-SIM
                                       TO TRUE
               END-IF
               GO TO 2100-END-PERFORM
            END-IF.
            PERFORM 2800-DATAHORA THRU 2800-END-PERFORM.
            MOVE WRK-DATAHORA          TO EXE-INICIO (WRK-IND-PAS).
            MOVE SPACES                TO EXE-FIM (WRK-IND-PAS)
                                          EXE-OBS (WRK-IND-PAS).
            MOVE ZEROS                 TO EXE-TOTAL-1 (WRK-IND-PAS)
                                          EXE-TOTAL-2 (WRK-IND-PAS)
                                          EXE-TOTAL-3 (WRK-IND-PAS).
            MOVE 'E'                   TO EXE-SITUACAO (WRK-IND-PAS).
            PERFORM 2900-GRAVAR-PASSO THRU 2900-END-PERFORM.
            DISPLAY ' '.
            DISPLAY '>>> PASSO ' WRK-PASSO-ED ' - '
                    PAS-PROGRAMA (WRK-IND-PAS).
            MOVE SPACES                TO WRK-COMANDO.
            STRING 'C:\Users\rafap\cobol\'
                                       DELIMITED BY SIZE
                   PAS-PROGRAMA (WRK-IND-PAS)
                                       DELIMITED BY SPACE
                              INTO WRK-COMANDO.
            CALL 'SYSTEM'              USING WRK-COMANDO.
            PERFORM 2120-CONFERIR-RUNCTL THRU 2120-END-PERFORM.
            PERFORM 2800-DATAHORA THRU 2800-END-PERFORM.
            MOVE WRK-DATAHORA          TO EXE-FIM (WRK-IND-PAS).
            PERFORM 2900-GRAVAR-PASSO THRU 2900-END-PERFORM.
            IF EXE-SITUACAO (WRK-IND-PAS) EQUAL 'N'
               DISPLAY '<<< PASSO ' WRK-PASSO-ED ' '
                       PAS-PROGRAMA (WRK-IND-PAS) ' NORMAL'
            ELSE
               DISPLAY '<<< PASSO ' WRK-PASSO-ED ' '
                       PAS-PROGRAMA (WRK-IND-PAS) ' FALHOU - '
                       EXE-OBS (WRK-IND-PAS)
               IF PAS-INTERROMPE-SIM (WRK-IND-PAS)
                  SET CADEIA-INTERROMPIDA-SIM
                                       TO TRUE
               END-IF
            END-IF.
       2100-END-PERFORM.

      *    CADA PRE-REQUISITO PRECISA TER TERMINADO NORMAL NESTA
      *    MESMA RODADA.
       2110-VERIFICAR-PREREQ.
            SET PREREQ-OK-SIM          TO TRUE.
            PERFORM VARYING WRK-IND-REQ FROM 1 BY 1
                    UNTIL WRK-IND-REQ GREATER 2
                       OR PREREQ-OK-NAO
                    IF PAS-PREREQ (WRK-IND-PAS WRK-IND-REQ)
                       NOT EQUAL SPACES
                       PERFORM VARYING WRK-IND-BUSCA FROM 1 BY 1
                               UNTIL WRK-IND-BUSCA
                                     GREATER WRK-QTD-PASSOS
                               IF PAS-PROGRAMA (WRK-IND-BUSCA)
                                  EQUAL PAS-PREREQ
                                        (WRK-IND-PAS WRK-IND-REQ)
                                  AND EXE-SITUACAO (WRK-IND-BUSCA)
                                      NOT EQUAL 'N'
                                  SET PREREQ-OK-NAO TO TRUE
                               END-IF
                       END-PERFORM
                       IF PREREQ-OK-NAO
                          MOVE SPACES  TO EXE-OBS (WRK-IND-PAS)
                          STRING 'PRE-REQUISITO '
                                       DELIMITED BY SIZE
                                 PAS-PREREQ (WRK-IND-PAS WRK-IND-REQ)
                                       DELIMITED BY SPACE
                                 ' NAO CONCLUIDO'
                                       DELIMITED BY SIZE
                                 INTO EXE-OBS (WRK-IND-PAS)
                       END-IF
                    END-IF
            END-PERFORM.
       2110-END-PERFORM.

      *    O PASSO SO E NORMAL SE O PROPRIO PROGRAMA REGISTROU NO
      *    RUNCTL.DAT, DEPOIS DO INICIO DO PASSO, UMA RODADA
      *    ENCERRADA COMO CTL-NORMAL E COM OS TOTAIS DENTRO DA
      *    REGRA DO PASSO. SE HOUVER MAIS DE UMA, VALE A ULTIMA.
       2120-CONFERIR-RUNCTL.
            SET ACHOU-CTL-NAO          TO TRUE.
            MOVE 'F'                   TO EXE-SITUACAO (WRK-IND-PAS).
            OPEN INPUT RUNCTL.
            IF RUNCTL-STATUS NOT EQUAL 0
               MOVE 'CONTROLE DE EXECUCAO INDISPONIVEL'
                                       TO EXE-OBS (WRK-IND-PAS)
               GO TO 2120-END-PERFORM
            END-IF.
            MOVE PAS-PROGRAMA (WRK-IND-PAS)
                                       TO CTL-PROGRAMA.
            MOVE EXE-INICIO (WRK-IND-PAS)
                                       TO CTL-INICIO.
            START RUNCTL KEY IS NOT LESS THAN CTL-CHAVE
                INVALID KEY
                    MOVE 10            TO RUNCTL-STATUS
                NOT INVALID KEY
                    READ RUNCTL NEXT
                        AT END MOVE 10 TO RUNCTL-STATUS
                    END-READ
            END-START.
            PERFORM UNTIL RUNCTL-STATUS EQUAL 10
                    OR CTL-PROGRAMA NOT EQUAL
                       PAS-PROGRAMA (WRK-IND-PAS)
                    SET ACHOU-CTL-SIM  TO TRUE
                    MOVE CTL-SITUACAO  TO WRK-CTL-SITUACAO
                    MOVE CTL-TOTAL-1   TO WRK-CTL-TOTAL-1
                    MOVE CTL-TOTAL-2   TO WRK-CTL-TOTAL-2
                    MOVE CTL-TOTAL-3   TO WRK-CTL-TOTAL-3
                    READ RUNCTL NEXT
                        AT END MOVE 10 TO RUNCTL-STATUS
                    END-READ
            END-PERFORM.
            CLOSE RUNCTL.
            IF ACHOU-CTL-NAO
               MOVE 'SEM RODADA NO CONTROLE - VER CLICTRL'
                                       TO EXE-OBS (WRK-IND-PAS)
               GO TO 2120-END-PERFORM
            END-IF.
            MOVE WRK-CTL-TOTAL-1       TO EXE-TOTAL-1 (WRK-IND-PAS).
            MOVE WRK-CTL-TOTAL-2       TO EXE-TOTAL-2 (WRK-IND-PAS).
            MOVE WRK-CTL-TOTAL-3       TO EXE-TOTAL-3 (WRK-IND-PAS).
            IF WRK-CTL-SITUACAO EQUAL 'E'
               MOVE 'TERMINO ANORMAL - LIBERAR PELO CLICTRL'
                                       TO EXE-OBS (WRK-IND-PAS)
               GO TO 2120-END-PERFORM
            END-IF.
            IF WRK-CTL-SITUACAO NOT EQUAL 'N'
               MOVE 'RODADA ENCERRADA SEM SUCESSO'
                                       TO EXE-OBS (WRK-IND-PAS)
               GO TO 2120-END-PERFORM
            END-IF.
            EVALUATE PAS-REGRA (WRK-IND-PAS)
                WHEN 'P'
                    IF WRK-CTL-TOTAL-1 EQUAL ZEROS
                       MOVE 'TOTAL-1 ZERADO'
                                       TO EXE-OBS (WRK-IND-PAS)
                       GO TO 2120-END-PERFORM
                    END-IF
                WHEN 'Q'
                    IF WRK-CTL-TOTAL-2 EQUAL ZEROS
                       MOVE 'TOTAL-2 ZERADO'
                                       TO EXE-OBS (WRK-IND-PAS)
                       GO TO 2120-END-PERFORM
                    END-IF
                WHEN 'L'
                    IF WRK-CTL-TOTAL-1 LESS
                       WRK-CTL-TOTAL-2 + WRK-CTL-TOTAL-3
                       MOVE 'LIDOS MENOR QUE APLICADOS + REJEITADOS'
                                       TO EXE-OBS (WRK-IND-PAS)
                       GO TO 2120-END-PERFORM
                    END-IF
                WHEN 'Z'
                    IF WRK-CTL-TOTAL-3 NOT EQUAL ZEROS
                       MOVE 'VERIFICACOES EM ERRO NO BATIMENTO'
                                       TO EXE-OBS (WRK-IND-PAS)
                       GO TO 2120-END-PERFORM
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            MOVE 'N'                   TO EXE-SITUACAO (WRK-IND-PAS).
            MOVE SPACES                TO EXE-OBS (WRK-IND-PAS).
       2120-END-PERFORM.

       2800-DATAHORA.
            ACCEPT WRK-DATA-SISTEMA    FROM DATE YYYYMMDD.
            ACCEPT WRK-HORA-SISTEMA    FROM TIME.
            MOVE SPACES                TO WRK-DATAHORA.
            STRING WRK-DATA-SISTEMA    DELIMITED BY SIZE
                   WRK-HORA-SISTEMA (1:6)
                                       DELIMITED BY SIZE
                              INTO WRK-DATAHORA.
       2800-END-PERFORM.

      *    GRAVA (OU REGRAVA) A SITUACAO DO PASSO WRK-IND-PAS EM
      *    NOITECTL.DAT A CADA MUDANCA, PARA UMA QUEDA DA PROPRIA
      *    CADEIA NAO PERDER O QUE JA FOI FEITO.
       2900-GRAVAR-PASSO.
            MOVE WRK-RODADA            TO NOI-RODADA.
            MOVE WRK-IND-PAS           TO NOI-PASSO.
            READ NOITECTL
                INVALID KEY
                    MOVE 23            TO NOITECTL-STATUS
            END-READ.
            MOVE WRK-RODADA            TO NOI-RODADA.
            MOVE WRK-IND-PAS           TO NOI-PASSO.
            MOVE PAS-PROGRAMA (WRK-IND-PAS)
                                       TO NOI-PROGRAMA.
            MOVE EXE-SITUACAO (WRK-IND-PAS)
                                       TO NOI-SITUACAO.
            MOVE WRK-MENSAL            TO NOI-MENSAL.
            MOVE EXE-INICIO (WRK-IND-PAS)
                                       TO NOI-INICIO.
            MOVE EXE-FIM (WRK-IND-PAS)
                                       TO NOI-FIM.
            MOVE EXE-TOTAL-1 (WRK-IND-PAS)
                                       TO NOI-TOTAL-1.
            MOVE EXE-TOTAL-2 (WRK-IND-PAS)
                                       TO NOI-TOTAL-2.
            MOVE EXE-TOTAL-3 (WRK-IND-PAS)
                                       TO NOI-TOTAL-3.
            MOVE WRK-OPERADOR          TO NOI-OPERADOR.
            MOVE EXE-OBS (WRK-IND-PAS)
                                       TO NOI-OBS.
            IF NOITECTL-STATUS EQUAL 23
               WRITE NOITECTL-REG
            ELSE
               REWRITE NOITECTL-REG
            END-IF.
       2900-END-PERFORM.

      *    RELATORIO DA NOITE PARA A PASSAGEM DE TURNO: UMA LINHA
      *    POR PASSO E, ABAIXO DELA, O MOTIVO DA FALHA OU DO SALTO.
      *    OS TOTAIS SAO OS QUE O PROPRIO PROGRAMA REGISTROU NO
      *    RUNCTL.DAT (O SIGNIFICADO DE CADA UM E O DO CLICTRL).
       3000-RELATORIO.
            OPEN OUTPUT NOITE.
            MOVE SPACES                TO WRK-LINHA.
            STRING 'RODADA NOTURNA INICIADA EM '
                                       DELIMITED BY SIZE
                   WRK-RODADA          DELIMITED BY SIZE
                   ' - FIM DE MES: '   DELIMITED BY SIZE
                   WRK-MENSAL          DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE SPACES                TO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE WRK-LINHA-PASSO-CAB   TO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            PERFORM VARYING WRK-IND-PAS FROM 1 BY 1
                    UNTIL WRK-IND-PAS GREATER WRK-QTD-PASSOS
                    MOVE WRK-IND-PAS   TO LINPAS-PASSO
                    MOVE PAS-PROGRAMA (WRK-IND-PAS)
                                       TO LINPAS-PROGRAMA
                    MOVE EXE-INICIO (WRK-IND-PAS)
                                       TO LINPAS-INICIO
                    MOVE EXE-FIM (WRK-IND-PAS)
                                       TO LINPAS-FIM
                    MOVE EXE-SITUACAO (WRK-IND-PAS)
                                       TO LINPAS-SITUACAO
                    MOVE EXE-TOTAL-1 (WRK-IND-PAS)
                                       TO LINPAS-TOTAL-1
                    MOVE EXE-TOTAL-2 (WRK-IND-PAS)
                                       TO LINPAS-TOTAL-2
                    MOVE EXE-TOTAL-3 (WRK-IND-PAS)
                                       TO LINPAS-TOTAL-3
                    MOVE WRK-LINHA-PASSO
                                       TO WRK-LINHA
                    PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM
                    IF EXE-OBS (WRK-IND-PAS) NOT EQUAL SPACES
                       MOVE SPACES     TO WRK-LINHA
                       MOVE EXE-OBS (WRK-IND-PAS)
                                       TO WRK-LINHA (12:40)
                       PERFORM 3900-EMITIR-LINHA
                               THRU 3900-END-PERFORM
                    END-IF
            END-PERFORM.
            MOVE SPACES                TO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE 'SITUACAO: N=NORMAL F=FALHA P=PULADO M=SO FIM DE MES'
                                       TO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE SPACES                TO WRK-LINHA.
            IF CADEIA-INTERROMPIDA-SIM
               MOVE 'CADEIA INTERROMPIDA - RODAR O CLINOITE DE NOVO'
                                       TO WRK-LINHA
            ELSE
               MOVE 'CADEIA CONCLUIDA' TO WRK-LINHA
            END-IF.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            CLOSE NOITE.
            CLOSE NOITECTL.
       3000-END-PERFORM.

       3900-EMITIR-LINHA.
            DISPLAY WRK-LINHA.
            WRITE NOITE-REG            FROM WRK-LINHA.
       3900-END-PERFORM.

      *    A CADEIA SO SAI COMO NORMAL NO CONTROLE QUANDO TODOS OS
      *    PASSOS DA RODADA TERMINARAM; INTERROMPIDA, SAI COMO
      *    LIBERADA PARA NAO TRAVAR A RETOMADA. TOTAIS: PASSOS
      *    NORMAIS, FALHAS E PULADOS.
       3950-REGISTRARFIM.
            IF WRK-CTL-INICIO EQUAL SPACES
               GO TO 3950-END-PERFORM
            END-IF.
            OPEN I-O RUNCTL.
            IF RUNCTL-STATUS NOT EQUAL 0
               GO TO 3950-END-PERFORM
            END-IF.
            MOVE 'CLINOITE'            TO CTL-PROGRAMA.
            MOVE WRK-CTL-INICIO        TO CTL-INICIO.
            READ RUNCTL
                 INVALID KEY
                     CLOSE RUNCTL
                     GO TO 3950-END-PERFORM
            END-READ.
            PERFORM 2800-DATAHORA THRU 2800-END-PERFORM.
            MOVE WRK-DATAHORA          TO CTL-FIM.
            IF CADEIA-PRONTA-SIM
               AND CADEIA-INTERROMPIDA-NAO
               SET CTL-NORMAL          TO TRUE
            ELSE
               SET CTL-LIBERADO        TO TRUE
            END-IF.
            MOVE WRK-TOTAL-NORMAIS     TO CTL-TOTAL-1.
            MOVE WRK-TOTAL-FALHAS      TO CTL-TOTAL-2.
            MOVE WRK-TOTAL-PULADOS     TO CTL-TOTAL-3.
            REWRITE RUNCTL-REG.
            CLOSE RUNCTL.
            DISPLAY ' '.
            DISPLAY 'PASSOS NORMAIS.......: ' WRK-TOTAL-NORMAIS.
            DISPLAY 'PASSOS COM FALHA.....: ' WRK-TOTAL-FALHAS.
            DISPLAY 'PASSOS PULADOS.......: ' WRK-TOTAL-PULADOS.
            DISPLAY 'ARQUIVO NOITE.TXT GERADO'.
       3950-END-PERFORM.
