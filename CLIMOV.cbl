             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOGTRANS-STATUS.

           SELECT LOGSEQ ASSIGN        TO
                           'C:\Users\rafap\cobol\LOGSEQ.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS LOGSEQ-STATUS
                  RECORD KEY IS  LSQ-CHAVE
                  LOCK MODE IS MANUAL.

           SELECT DDDREF ASSIGN        TO
                           'C:\Users\rafap\cobol\DDDREF.DAT'
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS  CTL-CHAVE
                  LOCK MODE IS MANUAL.

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
            05 LOG-SITUACAO-DEPOIS     PIC X(01).
            05 FILLER                  PIC X(01) VALUE ';'.
            05 LOG-OPERADOR            PIC X(06).
            05 FILLER                  PIC X(01) VALUE ';'.
            05 LOG-SOLICITANTE         PIC X(06).
            05 FILLER                  PIC X(01) VALUE ';'.
            05 LOG-SEQ                 PIC 9(09).
            05 FILLER                  PIC X(01) VALUE ';'.
            05 LOG-CONTROLE            PIC 9(09).

       FD LOGSEQ.
       01 LOGSEQ-REG.
            05 LSQ-CHAVE               PIC X(08).
            05 LSQ-ULTIMA-SEQ          PIC 9(09).
            05 LSQ-ULTIMO-CONTROLE     PIC 9(09).
            05 LSQ-DATA-HORA           PIC X(16).

       FD DDDREF.
       01 DDDREF-REG.
            05 CTL-TOTAL-2             PIC 9(07).
            05 CTL-TOTAL-3             PIC 9(07).

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
       01 WRK-LOGTRANS.
           05 WRK-LOG-DATA-HORA        PIC X(16).
           05 WRK-LOG-SITUACAO-DEPOIS  PIC X(01).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-LOG-OPERADOR         PIC X(06).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-LOG-SOLICITANTE      PIC X(06) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-LOG-SEQ              PIC 9(09) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-LOG-CONTROLE         PIC 9(09) VALUE ZEROS.
       77 LOGSEQ-STATUS                PIC 9(02).
       77 WRK-CAD-ACUM                 PIC 9(18) COMP.
       77 WRK-CAD-QUOC                 PIC 9(18) COMP.
       77 WRK-CAD-RESTO                PIC 9(18) COMP.
       77 WRK-CAD-IND                  PIC 9(04) COMP.
       01 WRK-DATA-SISTEMA             PIC 9(08).
       01 WRK-HORA-SISTEMA             PIC 9(08).
       01 WRK-REJEITOS.
       77 WRK-CTL-BLOQUEADO             PIC X(01).
          88 CTL-BLOQUEADO-SIM          VALUE 'S'.
          88 CTL-BLOQUEADO-NAO          VALUE 'N'.
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
            END-IF.
            OPEN INPUT MOVIMENTO.
            OPEN OUTPUT REJEITOS.
            OPEN I-O LOGSEQ
            IF LOGSEQ-STATUS = 35 THEN
               OPEN OUTPUT LOGSEQ
               CLOSE LOGSEQ
               OPEN I-O LOGSEQ
            END-IF.
            IF LOGSEQ-STATUS NOT EQUAL 0
               DISPLAY 'ERRO AO ABRIR CONTADOR DO LOG'
               STOP RUN
            END-IF.
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
            MOVE 'CLIMOV'              TO WRK-PEND-ORIGEM.
            IF MOVIMENTO-STATUS NOT EQUAL 0
               DISPLAY 'ARQUIVO DE MOVIMENTO NAO ENCONTRADO'
               MOVE 10                 TO MOVIMENTO-STATUS
               MOVE MOV-CLIENTES-NOME  TO WRK-REJ-CLIENTES-NOME
               MOVE MOV-CLIENTES-EMAIL TO WRK-REJ-CLIENTES-EMAIL
               WRITE REJEITOS-REG      FROM WRK-REJEITOS
               MOVE MOV-CLIENTES-FONE  TO WRK-PEND-FONE
               MOVE WRK-REJ-MOTIVO     TO WRK-PEND-MOTIVO
               PERFORM 2950-REGISTRAR-PENDENCIA
                       THRU 2950-END-PERFORM
            END-IF.
            READ MOVIMENTO
                 AT END MOVE 10        TO MOVIMENTO-STATUS
            MOVE CLIENTES-CEP          TO WRK-LOG-CEP-DEPOIS.
            MOVE CLIENTES-SITUACAO     TO WRK-LOG-SITUACAO-DEPOIS.
            MOVE WRK-OPERADOR          TO WRK-LOG-OPERADOR.
            PERFORM 2850-ENCADEARLOG THRU 2850-END-PERFORM.
       2800-END-PERFORM.

      *    CADA LINHA DO LOG RECEBE O PROXIMO NUMERO DA SEQUENCIA
      *    GLOBAL E UM CODIGO DE CONTROLE CALCULADO SOBRE A LINHA
      *    (ATE A SEQUENCIA) A PARTIR DO CODIGO DA LINHA ANTERIOR.
      *    UMA LINHA ALTERADA OU REMOVIDA QUEBRA A CORRENTE E E
      *    APONTADA PELO CLIVERIF. O REGISTRO DO LOGSEQ.DAT FICA
      *    PRESO DA LEITURA ATE A REGRAVACAO PARA DOIS PROGRAMAS
      *    NAO TIRAREM O MESMO NUMERO; O LOG E ABERTO, GRAVADO E
      *    FECHADO DENTRO DESSA TRAVA, PARA AS LINHAS CHEGAREM AO
      *    ARQUIVO NA ORDEM DA SEQUENCIA MESMO COM VARIOS TERMINAIS
      *    E BATCHES GRAVANDO.
      *    SO O STATUS 23 (CONTADOR AINDA NAO CRIADO) RECOMECA A
      *    NUMERACAO; QUALQUER OUTRA FALHA NA LEITURA ENCERRA O
      *    PROGRAMA, PARA A CORRENTE NAO SER REINICIADA SEM AVISO.
       2850-ENCADEARLOG.
            MOVE 'LOGTRANS'            TO LSQ-CHAVE.
            MOVE 51                    TO LOGSEQ-STATUS.
            PERFORM UNTIL LOGSEQ-STATUS NOT EQUAL 51
                    READ LOGSEQ WITH LOCK
            END-PERFORM.
            IF LOGSEQ-STATUS NOT EQUAL 0
               AND LOGSEQ-STATUS NOT EQUAL 23
               DISPLAY 'ERRO NO CONTADOR DO LOG - STATUS '
                       LOGSEQ-STATUS
               STOP RUN
            END-IF.
            IF LOGSEQ-STATUS EQUAL 23
               MOVE 'LOGTRANS'         TO LSQ-CHAVE
               MOVE ZEROS              TO LSQ-ULTIMA-SEQ
                                          LSQ-ULTIMO-CONTROLE
            END-IF.
            ADD 1 LSQ-ULTIMA-SEQ   GIVING WRK-LOG-SEQ.
            MOVE LSQ-ULTIMO-CONTROLE   TO WRK-CAD-ACUM.
            PERFORM VARYING WRK-CAD-IND FROM 1 BY 1
                    UNTIL WRK-CAD-IND GREATER 302
                    COMPUTE WRK-CAD-ACUM = WRK-CAD-ACUM * 31
                       + FUNCTION ORD (WRK-LOGTRANS (WRK-CAD-IND:1))
                    DIVIDE WRK-CAD-ACUM BY 999999937
                           GIVING WRK-CAD-QUOC
                           REMAINDER WRK-CAD-RESTO
                    MOVE WRK-CAD-RESTO TO WRK-CAD-ACUM
            END-PERFORM.
            MOVE WRK-CAD-ACUM          TO WRK-LOG-CONTROLE.
            OPEN EXTEND LOGTRANS
            IF LOGTRANS-STATUS = 35 THEN
               OPEN OUTPUT LOGTRANS
               CLOSE LOGTRANS
               OPEN EXTEND LOGTRANS
            END-IF.
            WRITE LOGTRANS-REG        FROM WRK-LOGTRANS.
            CLOSE LOGTRANS.
            MOVE WRK-LOG-SEQ           TO LSQ-ULTIMA-SEQ.
            MOVE WRK-LOG-CONTROLE      TO LSQ-ULTIMO-CONTROLE.
            MOVE WRK-LOG-DATA-HORA     TO LSQ-DATA-HORA.
            IF LOGSEQ-STATUS EQUAL 0
               REWRITE LOGSEQ-REG
            ELSE
               WRITE LOGSEQ-REG
            END-IF.
            UNLOCK LOGSEQ.
       2850-END-PERFORM.

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
            MOVE WRK-OPERADOR          TO PEND-OPERADOR.
            SET PEND-ABERTA            TO TRUE.
            WRITE PENDENCIA-REG
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1              TO WRK-TOTAL-PENDENCIAS
            END-WRITE.
       2950-END-PERFORM.

       3000-FINALIZAR.
            PERFORM 3950-REGISTRARFIM THRU 3950-END-PERFORM.
            CLOSE CLIENTES
                  MOVIMENTO
                  REJEITOS
                  LOGSEQ
                  PENDENCIA.
            DISPLAY ' '.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY '*   MOVIMENTO DAS FILIAIS - RESUMO        *'.
            DISPLAY 'EXCLUSOES APLICADAS..: ' WRK-TOTAL-EXCLUIDOS.
            DISPLAY 'REATIVACOES APLICADAS: ' WRK-TOTAL-REATIVADOS.
            DISPLAY 'REGISTROS REJEITADOS.: ' WRK-TOTAL-REJEITADOS.
            DISPLAY 'PENDENCIAS ABERTAS...: ' WRK-TOTAL-PENDENCIAS.

      *    ENCERRA A RODADA NO CONTROLE DE EXECUCAO COM OS TOTAIS
      *    DA NOITE: LIDOS, APLICADOS E REJEITADOS.
