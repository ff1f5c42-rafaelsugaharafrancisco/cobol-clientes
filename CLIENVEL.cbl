       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIENVEL.
      *********************************
      * OBJETIVO:  ENVELHECIMENTO DA FILA DE PENDENCIAS DO CADASTRO:
      *            LE PENDENC.DAT (ALIMENTADO PELO CLIAUDIT, CLIFATRT,
      *            CLIMOV E CLILOTE E TRATADO NA OPCAO P DO CLIENTES)
      *            E CONTA, POR ORIGEM, AS PENDENCIAS AINDA NAO
      *            RESOLVIDAS (ABERTAS E EM TRATAMENTO) E QUANTAS
      *            DELAS TEM MAIS DE 7, 30 E 90 DIAS DE ABERTURA. O
      *            RELATORIO SAI EM TELA E EM ENVELHEC.TXT, NO
      *            ESPIRITO DO EVOLUCAO.TXT
      * AUTHOR  :  RAFAEL
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDENCIA ASSIGN     TO
                           'C:\Users\rafap\cobol\PENDENC.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS PENDENCIA-STATUS
                  RECORD KEY IS  PEND-CHAVE
                  LOCK MODE IS MANUAL.

           SELECT ENVELHEC ASSIGN      TO
                           'C:\Users\rafap\cobol\ENVELHEC.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ENVELHEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PENDENCIA.
       01 PENDENCIA-REG.
            05 PEND-CHAVE.
                10 PEND-FONE           PIC 9(11).
                10 PEND-SEQ            PIC 9(04).
            05 PEND-ORIGEM             PIC X(08).
            05 PEND-MOTIVO             PIC X(50).
            05 PEND-DATA-ABERTURA      PIC 9(08).
            05 PEND-SITUACAO           PIC X(01).
                88 PEND-ABERTA             VALUE 'A'.
                88 PEND-TRATAMENTO         VALUE 'T'.
                88 PEND-RESOLVIDA          VALUE 'R'.
            05 PEND-DATA-SITUACAO      PIC 9(08).
            05 PEND-OPERADOR           PIC X(06).

       FD ENVELHEC.
       01 ENVELHEC-REG                PIC X(70).

       WORKING-STORAGE SECTION.
      *    UMA LINHA POR ORIGEM; AS QUATRO ORIGENS CONHECIDAS VEM
      *    PRE-CARREGADAS PARA SAIREM SEMPRE NA MESMA ORDEM, MESMO
      *    ZERADAS. ORIGEM DESCONHECIDA CAI EM 'OUTROS'. A ULTIMA
      *    ENTRADA GUARDA O TOTAL GERAL.
       01 WRK-TAB-ORIGENS.
           05 WRK-ORIGEM-ENT           OCCURS 6 TIMES.
               10 ORI-NOME             PIC X(08).
               10 ORI-ABERTAS          PIC 9(07)   COMP.
               10 ORI-TRATAMENTO       PIC 9(07)   COMP.
               10 ORI-MAIS-7           PIC 9(07)   COMP.
               10 ORI-MAIS-30          PIC 9(07)   COMP.
               10 ORI-MAIS-90          PIC 9(07)   COMP.
       77 WRK-IND-ORI                  PIC 9(02)   COMP.
       77 WRK-I                        PIC 9(02)   COMP.
       77 WRK-DATA-SISTEMA             PIC 9(08).
       77 WRK-DIA-HOJE                 PIC 9(07)   COMP.
       77 WRK-DIAS                     PIC S9(07)  COMP.
       77 WRK-TOTAL-LIDOS              PIC 9(07)   COMP.
       77 WRK-TOTAL-RESOLVIDAS         PIC 9(07)   COMP.
       77 PENDENCIA-STATUS             PIC 9(02).
       77 ENVELHEC-STATUS              PIC 9(02).
       01 WRK-LINHA                    PIC X(70).
       01 WRK-LINHA-ORI.
           05 LINORI-NOME              PIC X(08).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 LINORI-ABERTAS           PIC ZZZZZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 LINORI-TRATAMENTO        PIC ZZZZZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 LINORI-MAIS-7            PIC ZZZZZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 LINORI-MAIS-30           PIC ZZZZZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 LINORI-MAIS-90           PIC ZZZZZZ9.
       01 WRK-LINHA-ORI-CAB.
           05 FILLER                   PIC X(10)   VALUE 'ORIGEM    '.
           05 FILLER                   PIC X(09)   VALUE '  ABERTAS'.
           05 FILLER                   PIC X(09)   VALUE '  TRATAM.'.
           05 FILLER                   PIC X(09)   VALUE '  +7 DIAS'.
           05 FILLER                   PIC X(09)   VALUE ' +30 DIAS'.
           05 FILLER                   PIC X(09)   VALUE ' +90 DIAS'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR THRU 1000-END-PERFORM.
            PERFORM 2000-LER-PENDENCIAS THRU 2000-END-PERFORM.
            PERFORM 3000-RELATORIO THRU 3000-END-PERFORM.
            PERFORM 4000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE ZEROS                 TO WRK-TOTAL-LIDOS
                                          WRK-TOTAL-RESOLVIDAS.
            PERFORM VARYING WRK-I FROM 1 BY 1
                    UNTIL WRK-I GREATER 6
                    MOVE ZEROS         TO ORI-ABERTAS (WRK-I)
                                          ORI-TRATAMENTO (WRK-I)
                                          ORI-MAIS-7 (WRK-I)
                                          ORI-MAIS-30 (WRK-I)
                                          ORI-MAIS-90 (WRK-I)
            END-PERFORM.
            MOVE 'CLIAUDIT'            TO ORI-NOME (1).
            MOVE 'CLIFATRT'            TO ORI-NOME (2).
            MOVE 'CLIMOV'              TO ORI-NOME (3).
            MOVE 'CLILOTE'             TO ORI-NOME (4).
            MOVE 'OUTROS'              TO ORI-NOME (5).
            MOVE 'TOTAL'               TO ORI-NOME (6).
            ACCEPT WRK-DATA-SISTEMA    FROM DATE YYYYMMDD.
            COMPUTE WRK-DIA-HOJE =
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-SISTEMA).
            DISPLAY '*-----------------------------------------*'.
            DISPLAY '*   ENVELHECIMENTO DAS PENDENCIAS         *'.
            DISPLAY '*-----------------------------------------*'.
       1000-END-PERFORM.

      *    A IDADE DA PENDENCIA E CONTADA EM DIAS CORRIDOS DESDE A
      *    ABERTURA. AS FAIXAS SAO ACUMULADAS: UMA PENDENCIA COM 45
      *    DIAS ENTRA EM +7 E EM +30. RESOLVIDAS SO SAO CONTADAS NO
      *    RESUMO FINAL.
       2000-LER-PENDENCIAS.
            OPEN INPUT PENDENCIA.
            IF PENDENCIA-STATUS NOT EQUAL 0
               DISPLAY 'ARQUIVO DE PENDENCIAS NAO ENCONTRADO'
               GO TO 2000-END-PERFORM
            END-IF.
            READ PENDENCIA NEXT
                AT END MOVE 10         TO PENDENCIA-STATUS
            END-READ.
            PERFORM UNTIL PENDENCIA-STATUS EQUAL 10
                    ADD 1              TO WRK-TOTAL-LIDOS
                    IF PEND-RESOLVIDA
                       ADD 1           TO WRK-TOTAL-RESOLVIDAS
                    ELSE
                       PERFORM 2100-ACUMULAR THRU 2100-END-PERFORM
                    END-IF
                    READ PENDENCIA NEXT
                        AT END MOVE 10 TO PENDENCIA-STATUS
                    END-READ
            END-PERFORM.
            CLOSE PENDENCIA.
       2000-END-PERFORM.

       2100-ACUMULAR.
            MOVE 5                     TO WRK-IND-ORI.
            PERFORM VARYING WRK-I FROM 1 BY 1
                    UNTIL WRK-I GREATER 4
                    IF ORI-NOME (WRK-I) EQUAL PEND-ORIGEM
                       MOVE WRK-I      TO WRK-IND-ORI
                    END-IF
            END-PERFORM.
            MOVE ZEROS                 TO WRK-DIAS.
            IF PEND-DATA-ABERTURA IS NUMERIC
               AND PEND-DATA-ABERTURA GREATER ZEROS
               COMPUTE WRK-DIAS = WRK-DIA-HOJE -
                       FUNCTION INTEGER-OF-DATE (PEND-DATA-ABERTURA)
            END-IF.
            MOVE WRK-IND-ORI           TO WRK-I.
            PERFORM 2110-SOMAR THRU 2110-END-PERFORM.
            MOVE 6                     TO WRK-I.
            PERFORM 2110-SOMAR THRU 2110-END-PERFORM.
       2100-END-PERFORM.

       2110-SOMAR.
            IF PEND-TRATAMENTO
               ADD 1                   TO ORI-TRATAMENTO (WRK-I)
            ELSE
               ADD 1                   TO ORI-ABERTAS (WRK-I)
            END-IF.
            IF WRK-DIAS GREATER 7
               ADD 1                   TO ORI-MAIS-7 (WRK-I)
            END-IF.
            IF WRK-DIAS GREATER 30
               ADD 1                   TO ORI-MAIS-30 (WRK-I)
            END-IF.
            IF WRK-DIAS GREATER 90
               ADD 1                   TO ORI-MAIS-90 (WRK-I)
            END-IF.
       2110-END-PERFORM.

       3000-RELATORIO.
            OPEN OUTPUT ENVELHEC.
            MOVE SPACES                TO WRK-LINHA.
            STRING 'ENVELHECIMENTO DAS PENDENCIAS EM '
                                       DELIMITED BY SIZE
                   WRK-DATA-SISTEMA    DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE SPACES                TO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE WRK-LINHA-ORI-CAB     TO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            PERFORM VARYING WRK-I FROM 1 BY 1
                    UNTIL WRK-I GREATER 6
                    IF WRK-I EQUAL 6
                       MOVE SPACES     TO WRK-LINHA
                       PERFORM 3900-EMITIR-LINHA
                               THRU 3900-END-PERFORM
                    END-IF
                    MOVE ORI-NOME (WRK-I)
                                       TO LINORI-NOME
                    MOVE ORI-ABERTAS (WRK-I)
                                       TO LINORI-ABERTAS
                    MOVE ORI-TRATAMENTO (WRK-I)
                                       TO LINORI-TRATAMENTO
                    MOVE ORI-MAIS-7 (WRK-I)
                                       TO LINORI-MAIS-7
                    MOVE ORI-MAIS-30 (WRK-I)
                                       TO LINORI-MAIS-30
                    MOVE ORI-MAIS-90 (WRK-I)
                                       TO LINORI-MAIS-90
                    MOVE WRK-LINHA-ORI TO WRK-LINHA
                    PERFORM 3900-EMITIR-LINHA
                            THRU 3900-END-PERFORM
            END-PERFORM.
            CLOSE ENVELHEC.
       3000-END-PERFORM.

       3900-EMITIR-LINHA.
            DISPLAY WRK-LINHA.
            WRITE ENVELHEC-REG         FROM WRK-LINHA.
       3900-END-PERFORM.

       4000-FINALIZAR.
            DISPLAY ' '.
            DISPLAY 'PENDENCIAS LIDAS.....: ' WRK-TOTAL-LIDOS.
            DISPLAY 'JA RESOLVIDAS........: ' WRK-TOTAL-RESOLVIDAS.
            DISPLAY 'ARQUIVO ENVELHEC.TXT GERADO'.
