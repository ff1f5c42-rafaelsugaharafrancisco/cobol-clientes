       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIBLOQ.
      *********************************
      * OBJETIVO:  IMPORTAR A LISTA PUBLICA DE BLOQUEIO DE
      *            TELEMARKETING (BLOQTEL.TXT, UM TELEFONE POR
      *            LINHA) PARA O ARQUIVO DE RESTRICOES DE CONTATO,
      *            COMO RESTRICAO DO CANAL TELEFONE COM ORIGEM
      *            LISTA PUBLICA. TELEFONES JA RESTRITOS SAO
      *            MANTIDOS COMO ESTAO; LINHAS SEM UM TELEFONE
      *            VALIDO SAO REJEITADAS E LISTADAS
      * AUTHOR  :  RAFAEL
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOQTEL ASSIGN       TO
                           'C:\Users\rafap\cobol\BLOQTEL.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BLOQTEL-STATUS.

           SELECT RESTRICAO ASSIGN     TO
                           'C:\Users\rafap\cobol\RESTRIC.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS RESTRICAO-STATUS
                  RECORD KEY IS  RST-CHAVE
                  LOCK MODE IS MANUAL.

           SELECT RUNCTL ASSIGN        TO
                           'C:\Users\rafap\cobol\RUNCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS RUNCTL-STATUS
                  RECORD KEY IS  CTL-CHAVE
                  LOCK MODE IS MANUAL.

       DATA DIVISION.
       FILE SECTION.
       FD BLOQTEL.
       01 BLOQTEL-REG                  PIC X(40).

       FD RESTRICAO.
       01 RESTRICAO-REG.
            05 RST-CHAVE.
                10 RST-TIPO            PIC X(01).
                10 RST-VALOR           PIC X(40).
                10 RST-CANAL           PIC X(01).
            05 RST-DATA                PIC 9(08).
            05 RST-ORIGEM              PIC X(01).
            05 RST-REFERENCIA          PIC X(30).
            05 RST-OPERADOR            PIC X(06).

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
       01 WRK-DATA-SISTEMA             PIC 9(08).
       01 WRK-HORA-SISTEMA             PIC 9(08).
       77 WRK-TOTAL-LIDOS              PIC 9(07)   COMP.
       77 WRK-TOTAL-INCLUIDOS          PIC 9(07)   COMP.
       77 WRK-TOTAL-EXISTENTES         PIC 9(07)   COMP.
       77 WRK-TOTAL-REJEITADOS         PIC 9(07)   COMP.
       77 BLOQTEL-STATUS               PIC 9(02).
       77 RESTRICAO-STATUS             PIC 9(02).
       77 WRK-OPERADOR                 PIC X(06).
       77 WRK-REFERENCIA               PIC X(30).
       77 WRK-DIGITOS                  PIC X(13).
       77 WRK-QTD-DIGITOS              PIC 9(04)   COMP.
       77 WRK-IND                      PIC 9(04)   COMP.
       77 WRK-INI                      PIC 9(04)   COMP.
       77 WRK-FONE                     PIC 9(11).
       77 WRK-FONE-10                  PIC 9(10).
       77 WRK-FONE-VALIDO              PIC X(01).
          88 FONE-VALIDO-SIM           VALUE 'S'.
          88 FONE-VALIDO-NAO           VALUE 'N'.
       77 RUNCTL-STATUS                PIC 9(02).
       77 WRK-CTL-INICIO               PIC X(14).
       77 WRK-CTL-PROG-BUSCA           PIC X(08).
       77 WRK-CTL-BLOQUEADO            PIC X(01).
          88 CTL-BLOQUEADO-SIM         VALUE 'S'.
          88 CTL-BLOQUEADO-NAO         VALUE 'N'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-PROCESSAR UNTIL BLOQTEL-STATUS EQUAL 10.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE SPACES                TO WRK-OPERADOR.
            DISPLAY 'OPERADOR/JOB RESPONSAVEL: ' WITH NO ADVANCING.
            ACCEPT WRK-OPERADOR.
            IF WRK-OPERADOR EQUAL SPACES
               DISPLAY 'OPERADOR/JOB NAO INFORMADO'
               STOP RUN
            END-IF.
            PERFORM 1950-REGISTRARINICIO THRU 1950-END-PERFORM.
            MOVE ZEROS                 TO WRK-TOTAL-LIDOS
                                          WRK-TOTAL-INCLUIDOS
                                          WRK-TOTAL-EXISTENTES
                                          WRK-TOTAL-REJEITADOS.
            MOVE SPACES                TO WRK-REFERENCIA.
            STRING 'LISTA PUBLICA '    DELIMITED BY SIZE
                   WRK-DATA-SISTEMA    DELIMITED BY SIZE
                              INTO WRK-REFERENCIA.
            OPEN I-O RESTRICAO
            IF RESTRICAO-STATUS = 35 THEN
               OPEN OUTPUT RESTRICAO
               CLOSE RESTRICAO
               OPEN I-O RESTRICAO
            END-IF.
            OPEN INPUT BLOQTEL.
            IF BLOQTEL-STATUS NOT EQUAL 0
               DISPLAY 'LISTA DE BLOQUEIO NAO ENCONTRADA'
               MOVE 10                 TO BLOQTEL-STATUS
            ELSE
               READ BLOQTEL
                    AT END MOVE 10     TO BLOQTEL-STATUS
               END-READ
            END-IF.

      *    CONTROLE DE EXECUCAO: UMA RODADA ANTERIOR AINDA MARCADA
      *    COMO EXECUTANDO BLOQUEIA A NOVA ATE O OPERADOR LIBERA-LA
      *    PELO CLICTRL. O ONLINE NAO BLOQUEIA: A LISTA SO GRAVA
      *    RESTRICOES NOVAS, QUE O CLIENTES LE REGISTRO A REGISTRO.
       1950-REGISTRARINICIO.
            OPEN I-O RUNCTL.
            IF RUNCTL-STATUS = 35
               OPEN OUTPUT RUNCTL
               CLOSE RUNCTL
               OPEN I-O RUNCTL
            END-IF.
            IF RUNCTL-STATUS NOT EQUAL 0
               DISPLAY 'ERRO AO ABRIR CONTROLE DE EXECUCAO'
               STOP RUN
            END-IF.
            MOVE 'CLIBLOQ'             TO WRK-CTL-PROG-BUSCA.
            PERFORM 1960-VERIFICAREXECUTANDO THRU 1960-END-PERFORM.
            IF CTL-BLOQUEADO-SIM
               DISPLAY 'CLIBLOQ COM RODADA ABERTA NO CONTROLE - '
                       'LIBERE PELO CLICTRL'
               CLOSE RUNCTL
               STOP RUN
            END-IF.
            ACCEPT WRK-DATA-SISTEMA    FROM DATE YYYYMMDD.
            ACCEPT WRK-HORA-SISTEMA    FROM TIME.
            MOVE SPACES                TO WRK-CTL-INICIO.
            STRING WRK-DATA-SISTEMA    DELIMITED BY SIZE
                   WRK-HORA-SISTEMA (1:6)
                                       DELIMITED BY SIZE
                              INTO WRK-CTL-INICIO.
            MOVE 'CLIBLOQ'             TO CTL-PROGRAMA.
            MOVE WRK-CTL-INICIO        TO CTL-INICIO.
            MOVE SPACES                TO CTL-FIM.
            SET CTL-EXECUTANDO         TO TRUE.
            MOVE WRK-OPERADOR          TO CTL-OPERADOR.
            MOVE ZEROS                 TO CTL-TOTAL-1
                                          CTL-TOTAL-2
                                          CTL-TOTAL-3.
            WRITE RUNCTL-REG.
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

      *    ENCERRA A RODADA NO CONTROLE DE EXECUCAO COM OS TOTAIS:
      *    LIDOS, INCLUIDOS E REJEITADOS.
       3950-REGISTRARFIM.
            MOVE 'CLIBLOQ'             TO CTL-PROGRAMA.
            MOVE WRK-CTL-INICIO        TO CTL-INICIO.
            READ RUNCTL
                 INVALID KEY
                     GO TO 3950-END-PERFORM
            END-READ.
            ACCEPT WRK-DATA-SISTEMA    FROM DATE YYYYMMDD.
            ACCEPT WRK-HORA-SISTEMA    FROM TIME.
            MOVE SPACES                TO CTL-FIM.
            STRING WRK-DATA-SISTEMA    DELIMITED BY SIZE
                   WRK-HORA-SISTEMA (1:6)
                                       DELIMITED BY SIZE
                              INTO CTL-FIM.
            SET CTL-NORMAL             TO TRUE.
            MOVE WRK-TOTAL-LIDOS       TO CTL-TOTAL-1.
            MOVE WRK-TOTAL-INCLUIDOS   TO CTL-TOTAL-2.
            MOVE WRK-TOTAL-REJEITADOS  TO CTL-TOTAL-3.
            REWRITE RUNCTL-REG.
            CLOSE RUNCTL.
       3950-END-PERFORM.

       2000-PROCESSAR.
            ADD 1                      TO WRK-TOTAL-LIDOS.
            PERFORM 2010-EXTRAIRFONE   THRU 2010-END-PERFORM.
            IF FONE-VALIDO-NAO
               ADD 1                   TO WRK-TOTAL-REJEITADOS
               DISPLAY 'REJEITADA: ' BLOQTEL-REG
            ELSE
               MOVE SPACES             TO RESTRICAO-REG
               MOVE 'F'                TO RST-TIPO
               MOVE WRK-FONE           TO RST-VALOR
               MOVE 'T'                TO RST-CANAL
               MOVE WRK-DATA-SISTEMA   TO RST-DATA
               MOVE 'L'                TO RST-ORIGEM
               MOVE WRK-REFERENCIA     TO RST-REFERENCIA
               MOVE WRK-OPERADOR       TO RST-OPERADOR
               WRITE RESTRICAO-REG
                     INVALID KEY
                         ADD 1         TO WRK-TOTAL-EXISTENTES
                     NOT INVALID KEY
                         ADD 1         TO WRK-TOTAL-INCLUIDOS
               END-WRITE
            END-IF.
            READ BLOQTEL
                 AT END MOVE 10        TO BLOQTEL-STATUS
            END-READ.

      *    A LISTA VEM COM OU SEM PONTUACAO E, AS VEZES, COM O
      *    CODIGO DO PAIS (55). FICAM SO OS DIGITOS; SAO ACEITOS
      *    TELEFONES COM 10 OU 11 DIGITOS (DDD + NUMERO).
       2010-EXTRAIRFONE.
            SET FONE-VALIDO-SIM        TO TRUE.
            MOVE SPACES                TO WRK-DIGITOS.
            MOVE ZEROS                 TO WRK-QTD-DIGITOS.
            PERFORM VARYING WRK-IND FROM 1 BY 1
                    UNTIL WRK-IND GREATER 40
                    IF BLOQTEL-REG (WRK-IND:1) IS NUMERIC
                       ADD 1           TO WRK-QTD-DIGITOS
                       IF WRK-QTD-DIGITOS NOT GREATER 13
                          MOVE BLOQTEL-REG (WRK-IND:1)
                                       TO WRK-DIGITOS
                                          (WRK-QTD-DIGITOS:1)
                       END-IF
                    END-IF
            END-PERFORM.
            MOVE 1                     TO WRK-INI.
            IF (WRK-QTD-DIGITOS EQUAL 12
                OR WRK-QTD-DIGITOS EQUAL 13)
               AND WRK-DIGITOS (1:2) EQUAL '55'
               MOVE 3                  TO WRK-INI
               SUBTRACT 2              FROM WRK-QTD-DIGITOS
            END-IF.
            EVALUATE WRK-QTD-DIGITOS
                WHEN 11
                    MOVE WRK-DIGITOS (WRK-INI:11)
                                       TO WRK-FONE
                WHEN 10
                    MOVE WRK-DIGITOS (WRK-INI:10)
                                       TO WRK-FONE-10
                    MOVE WRK-FONE-10   TO WRK-FONE
                WHEN OTHER
                    SET FONE-VALIDO-NAO TO TRUE
            END-EVALUATE.
            IF FONE-VALIDO-SIM
               AND WRK-FONE EQUAL ZEROS
               SET FONE-VALIDO-NAO     TO TRUE
            END-IF.
       2010-END-PERFORM.

       3000-FINALIZAR.
            PERFORM 3950-REGISTRARFIM THRU 3950-END-PERFORM.
            CLOSE BLOQTEL
                  RESTRICAO.
            DISPLAY ' '.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY '*   LISTA PUBLICA DE BLOQUEIO - RESUMO    *'.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY 'TELEFONES LIDOS......: ' WRK-TOTAL-LIDOS.
            DISPLAY 'RESTRICOES INCLUIDAS.: ' WRK-TOTAL-INCLUIDOS.
            DISPLAY 'JA RESTRITOS.........: ' WRK-TOTAL-EXISTENTES.
            DISPLAY 'LINHAS REJEITADAS....: ' WRK-TOTAL-REJEITADOS.
