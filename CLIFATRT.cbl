             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REJFATUR-STATUS.

           SELECT PENDENCIA ASSIGN     TO
                           'C:\Users\rafap\cobol\PENDENC.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS PENDENCIA-STATUS
                  RECORD KEY IS  PEND-CHAVE
                  LOCK MODE IS MANUAL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
            05 FILLER                  PIC X(01) VALUE ';'.
            05 REJ-MOTIVO              PIC X(50).

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

       WORKING-STORAGE SECTION.
       01 WRK-REJFATUR.
           05 WRK-REJ-CLIENTES-FONE    PIC 9(11).
       77 CLIENTES-STATUS              PIC 9(02).
       77 RETORNO-STATUS               PIC 9(02).
       77 REJFATUR-STATUS              PIC 9(02).
       77 PENDENCIA-STATUS              PIC 9(02).
       77 WRK-PEND-FONE                 PIC 9(11).
       77 WRK-PEND-ORIGEM               PIC X(08).
       77 WRK-PEND-MOTIVO               PIC X(50).
       77 WRK-PEND-ULTSEQ               PIC 9(04).
       77 WRK-PEND-ARQUIVO              PIC X(01).
          88 PEND-ARQUIVO-SIM           VALUE 'S'.
          88 PEND-ARQUIVO-NAO           VALUE 'N'.
       77 WRK-PEND-REPETIDA             PIC X(01).
          88 PEND-REPETIDA-SIM          VALUE 'S'.
          88 PEND-REPETIDA-NAO          VALUE 'N'.
       77 WRK-TOTAL-PENDENCIAS          PIC 9(07)   COMP.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
               GO TO 1000-END-PERFORM
            END-IF.
            OPEN OUTPUT REJFATUR.
      *     REJEITOS E EXCECOES DA RODADA ALIMENTAM A FILA UNICA DE
      *     PENDENCIAS DO CADASTRO; SEM O ARQUIVO A RODADA SEGUE,
      *     APENAS SEM ABRIR ITENS NA FILA.
            MOVE ZEROS                 TO WRK-TOTAL-PENDENCIAS.
            SET PEND-ARQUIVO-SIM       TO TRUE.
            OPEN I-O PENDENCIA.
            IF PENDENCIA-STATUS = 35
               OPEN OUTPUT PENDENCIA
               CLOSE PENDENCIA
               OPEN I-O PENDENCIA
            END-IF.
            IF PENDENCIA-STATUS NOT EQUAL 0
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE PENDENCIAS'
               SET PEND-ARQUIVO-NAO    TO TRUE
            END-IF.
            MOVE 'CLIFATRT'            TO WRK-PEND-ORIGEM.
            READ RETORNO
                 AT END MOVE 10        TO RETORNO-STATUS
            END-READ.
                   RET-DESCRICAO       DELIMITED BY SIZE
                              INTO WRK-REJ-MOTIVO.
            WRITE REJFATUR-REG         FROM WRK-REJFATUR.
            MOVE RET-FONE              TO WRK-PEND-FONE.
            MOVE WRK-REJ-MOTIVO        TO WRK-PEND-MOTIVO.
            PERFORM 2950-REGISTRAR-PENDENCIA
                    THRU 2950-END-PERFORM.
            READ RETORNO
                 AT END MOVE 10        TO RETORNO-STATUS
            END-READ.

      *    FILA UNICA DE PENDENCIAS DO CADASTRO: CADA REJEITO OU
      *    EXCECAO COM TELEFONE VALIDO VIRA UM ITEM ABERTO EM
      *    PENDENC.DAT, TRATADO PELO BALCAO NA OPCAO P DO CLIENTES.
      *    A CHAVE E TELEFONE + SEQUENCIA, COMO EM CONTATOS.DAT. UM
      *    ITEM AINDA NAO RESOLVIDO DO MESMO TELEFONE, ORIGEM E
      *    MOTIVO NAO E DUPLICADO QUANDO A RODADA SE REPETE.
       2950-REGISTRAR-PENDENCIA.
            IF PEND-ARQUIVO-NAO
               GO TO 2950-END-PERFORM
            END-IF.
            IF WRK-PEND-FONE IS NOT NUMERIC
               OR WRK-PEND-FONE EQUAL ZEROS
               GO TO 2950-END-PERFORM
            END-IF.
            MOVE ZEROS                 TO WRK-PEND-ULTSEQ.
            SET PEND-REPETIDA-NAO      TO TRUE.
            MOVE WRK-PEND-FONE         TO PEND-FONE.
            MOVE ZEROS                 TO PEND-SEQ.
            START PENDENCIA KEY IS NOT LESS THAN PEND-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ PENDENCIA NEXT
                        AT END MOVE 10 TO PENDENCIA-STATUS
                    END-READ
                    PERFORM UNTIL PENDENCIA-STATUS EQUAL 10
                            OR PEND-FONE NOT EQUAL WRK-PEND-FONE
                            MOVE PEND-SEQ
                                       TO WRK-PEND-ULTSEQ
                            IF NOT PEND-RESOLVIDA
                               AND PEND-ORIGEM EQUAL WRK-PEND-ORIGEM
                               AND PEND-MOTIVO EQUAL WRK-PEND-MOTIVO
                               SET PEND-REPETIDA-SIM
                                       TO TRUE
                            END-IF
                            READ PENDENCIA NEXT
                                AT END MOVE 10
                                       TO PENDENCIA-STATUS
                            END-READ
                    END-PERFORM
            END-START.
            IF PEND-REPETIDA-SIM
               GO TO 2950-END-PERFORM
            END-IF.
            MOVE WRK-PEND-FONE         TO PEND-FONE.
            COMPUTE PEND-SEQ = WRK-PEND-ULTSEQ + 1.
            MOVE WRK-PEND-ORIGEM       TO PEND-ORIGEM.
            MOVE WRK-PEND-MOTIVO       TO PEND-MOTIVO.
            ACCEPT PEND-DATA-ABERTURA  FROM DATE YYYYMMDD.
            MOVE PEND-DATA-ABERTURA    TO PEND-DATA-SITUACAO.
            MOVE SPACES                TO PEND-OPERADOR.
            SET PEND-ABERTA            TO TRUE.
            WRITE PENDENCIA-REG
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1              TO WRK-TOTAL-PENDENCIAS
            END-WRITE.
       2950-END-PERFORM.

       3000-FINALIZAR.
            CLOSE CLIENTES
                  RETORNO
                  REJFATUR
                  PENDENCIA.
            DISPLAY ' '.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY '*   RETORNO DO FATURAMENTO - RESUMO       *'.
            DISPLAY 'CLIENTES LOCALIZADOS.: ' WRK-TOTAL-ENCONTRADOS.
            DISPLAY 'NAO LOCALIZADOS......: '
                    WRK-TOTAL-NAO-ENCONTRADOS.
            DISPLAY 'PENDENCIAS ABERTAS...: ' WRK-TOTAL-PENDENCIAS.
