             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FECHAMES-STATUS.

           SELECT LOGSEQ ASSIGN        TO
                           'C:\Users\rafap\cobol\LOGSEQ.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS LOGSEQ-STATUS
                  RECORD KEY IS  LSQ-CHAVE
                  LOCK MODE IS MANUAL.

           SELECT RUNCTL ASSIGN        TO
                           'C:\Users\rafap\cobol\RUNCTL.DAT'
                  ORGANIZATION IS INDEXED
            05 LOG-RESTANTE            PIC X(241).
            05 FILLER                  PIC X(01).
            05 LOG-OPERADOR            PIC X(06).
            05 FILLER                  PIC X(01).
            05 LOG-SOLICITANTE         PIC X(06).
            05 FILLER                  PIC X(01).
            05 LOG-SEQ                 PIC 9(09).
            05 FILLER                  PIC X(01).
            05 LOG-CONTROLE            PIC 9(09).

       FD ARQMES.
       01 ARQMES-REG                  PIC X(312).

       FD RESTO.
       01 RESTO-REG                   PIC X(312).

       FD FECHAMES.
       01 FECHAMES-REG                PIC X(70).

       FD LOGSEQ.
       01 LOGSEQ-REG.
            05 LSQ-CHAVE               PIC X(08).
            05 LSQ-ULTIMA-SEQ          PIC 9(09).
            05 LSQ-ULTIMO-CONTROLE     PIC 9(09).
            05 LSQ-DATA-HORA           PIC X(16).

       FD RUNCTL.
       01 RUNCTL-REG.
            05 CTL-CHAVE.
       77 ARQMES-STATUS                PIC 9(02).
       77 RESTO-STATUS                 PIC 9(02).
       77 FECHAMES-STATUS              PIC 9(02).
       77 LOGSEQ-STATUS                PIC 9(02).
       77 WRK-CORTE-REALIZADO          PIC X(01).
          88 CORTE-REALIZADO-SIM       VALUE 'S'.
          88 CORTE-REALIZADO-NAO       VALUE 'N'.
       77 WRK-OPERS-CHEIA              PIC X(01).
          88 OPERS-CHEIA-SIM           VALUE 'S'.
          88 OPERS-CHEIA-NAO           VALUE 'N'.
      *    FAIXA DA SEQUENCIA DO LOG QUE FOI PARA O ARQUIVO MORTO E
      *    PONTO ONDE O LOG NOVO RETOMA A CORRENTE.
       77 WRK-SEQ-PRIM-ARQ             PIC 9(09).
       77 WRK-SEQ-ULT-ARQ              PIC 9(09).
       77 WRK-SEQ-PRIM-RESTO           PIC 9(09).
       77 WRK-SEQ-ANTERIOR             PIC 9(09).
       77 WRK-QTD-QUEBRAS              PIC 9(07)   COMP.
       77 WRK-CORTE-PASSOU             PIC X(01).
          88 CORTE-PASSOU-SIM          VALUE 'S'.
          88 CORTE-PASSOU-NAO          VALUE 'N'.
       01 WRK-LINHA-SEQ.
           05 LINSEQ-ROTULO            PIC X(30).
           05 LINSEQ-INICIO            PIC Z(08)9.
           05 LINSEQ-LIGA              PIC X(03).
           05 LINSEQ-FIM               PIC Z(08)9.
       01 WRK-LINHA                    PIC X(70).
       01 WRK-LINHA-DIA.
           05 FILLER                   PIC X(04)   VALUE 'DIA '.
                                          WRK-TOTAL-MES
                                          WRK-QTD-FONES
                                          WRK-QTD-OPERS
                                          WRK-MES-FECHAR
                                          WRK-SEQ-PRIM-ARQ
                                          WRK-SEQ-ULT-ARQ
                                          WRK-SEQ-PRIM-RESTO
                                          WRK-SEQ-ANTERIOR
                                          WRK-QTD-QUEBRAS.
            SET CORTE-REALIZADO-NAO    TO TRUE.
            SET CORTE-PASSOU-NAO       TO TRUE.
            SET FONES-CHEIA-NAO        TO TRUE.
            SET OPERS-CHEIA-NAO        TO TRUE.
            PERFORM VARYING WRK-I FROM 1 BY 1
               MOVE 10                 TO LOGTRANS-STATUS
               GO TO 1000-END-PERFORM
            END-IF.
            PERFORM 1980-PRENDERCONTADOR THRU 1980-END-PERFORM.
            IF LOGSEQ-STATUS NOT EQUAL 0
               MOVE 10                 TO LOGTRANS-STATUS
               GO TO 1000-END-PERFORM
            END-IF.
            OPEN INPUT LOGTRANS.
            IF LOGTRANS-STATUS NOT EQUAL 0
               DISPLAY 'ARQUIVO DE LOG NAO ENCONTRADO'
               CLOSE LOGSEQ
               MOVE 10                 TO LOGTRANS-STATUS
               GO TO 1000-END-PERFORM
            END-IF.
      *    ANTERIORES) VAO PARA O ARQUIVO MORTO; SO O MES FECHADO
      *    ENTRA NO RESUMO. O QUE FOR POSTERIOR AO CORTE E RETIDO
      *    PARA RECOMPOR O LOG NOVO.
      *    AS LINHAS NUMERADAS SAO COPIADAS SEM ALTERACAO E O CORTE
      *    E FEITO NUM PONTO UNICO DA SEQUENCIA: DEPOIS DA PRIMEIRA
      *    LINHA NUMERADA RETIDA, TODAS AS SEGUINTES FICAM NO LOG
      *    NOVO, PARA O ARQUIVO MORTO TERMINAR EXATAMENTE ONDE O LOG
      *    NOVO RECOMECA E A CORRENTE DE CONTROLE NAO SE PARTIR.
       2000-CORTAR.
            ADD 1                      TO WRK-TOTAL-LIDOS.
            IF LOG-SEQ IS NUMERIC
               IF WRK-SEQ-ANTERIOR GREATER ZEROS
                  AND LOG-SEQ NOT EQUAL WRK-SEQ-ANTERIOR + 1
                  ADD 1                TO WRK-QTD-QUEBRAS
               END-IF
               MOVE LOG-SEQ            TO WRK-SEQ-ANTERIOR
            END-IF.
            IF LOG-DATA-HORA (1:6) IS NUMERIC
               AND LOG-DATA-HORA (1:6) NOT GREATER WRK-MES-FECHAR-X
               AND CORTE-PASSOU-NAO
               WRITE ARQMES-REG        FROM LOGTRANS-REG
               ADD 1                   TO WRK-TOTAL-ARQUIVADOS
               IF LOG-SEQ IS NUMERIC
                  IF WRK-SEQ-PRIM-ARQ EQUAL ZEROS
                     MOVE LOG-SEQ      TO WRK-SEQ-PRIM-ARQ
                  END-IF
                  MOVE LOG-SEQ         TO WRK-SEQ-ULT-ARQ
               END-IF
               IF LOG-DATA-HORA (1:6) EQUAL WRK-MES-FECHAR-X
                  PERFORM 2100-ACUMULAR THRU 2100-END-PERFORM
               END-IF
            ELSE
               WRITE RESTO-REG         FROM LOGTRANS-REG
               ADD 1                   TO WRK-TOTAL-MANTIDOS
               IF LOG-SEQ IS NUMERIC
                  AND CORTE-PASSOU-NAO
                  SET CORTE-PASSOU-SIM TO TRUE
                  MOVE LOG-SEQ         TO WRK-SEQ-PRIM-RESTO
               END-IF
            END-IF.
            READ LOGTRANS
                 AT END MOVE 10        TO LOGTRANS-STATUS

      *    O LOG CORRENTE E REABERTO DO ZERO SO COM OS MOVIMENTOS
      *    POSTERIORES AO MES FECHADO, RETIDOS NO ARQUIVO DE APOIO.
      *    O CONTADOR SO E SOLTO DEPOIS DO LOG NOVO FECHADO.
       2500-REGRAVAR.
            IF CORTE-REALIZADO-NAO
               GO TO 2500-END-PERFORM
                  RESTO.
            OPEN INPUT RESTO.
            IF RESTO-STATUS NOT EQUAL 0
               GO TO 2500-SOLTARCONTADOR
            END-IF.
            OPEN OUTPUT LOGTRANS.
            READ RESTO
            END-PERFORM.
            CLOSE LOGTRANS
                  RESTO.
       2500-SOLTARCONTADOR.
            UNLOCK LOGSEQ.
            CLOSE LOGSEQ.
       2500-END-PERFORM.

       3000-RESUMO.
                   WRK-NOME-ARQMES     DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            PERFORM 3100-RESUMO-CADEIA THRU 3100-END-PERFORM.
            CLOSE FECHAMES.
       3000-END-PERFORM.

      *    FAIXA DA SEQUENCIA ARQUIVADA E PONTO DE RETOMADA NO LOG
      *    NOVO. UM SALTO NA NUMERACAO LIDA E SO SINALIZADO AQUI; A
      *    CONFERENCIA COMPLETA DA CORRENTE E FEITA PELO CLIVERIF.
       3100-RESUMO-CADEIA.
            IF WRK-SEQ-PRIM-ARQ GREATER ZEROS
               MOVE 'SEQUENCIA ARQUIVADA..........:'
                                       TO LINSEQ-ROTULO
               MOVE WRK-SEQ-PRIM-ARQ   TO LINSEQ-INICIO
               MOVE ' A '              TO LINSEQ-LIGA
               MOVE WRK-SEQ-ULT-ARQ    TO LINSEQ-FIM
               MOVE WRK-LINHA-SEQ      TO WRK-LINHA
               PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM
            END-IF.
            IF WRK-SEQ-PRIM-RESTO GREATER ZEROS
               MOVE 'LOG NOVO RETOMA NA SEQUENCIA.:'
                                       TO LINSEQ-ROTULO
               MOVE WRK-SEQ-PRIM-RESTO TO LINSEQ-INICIO
               MOVE SPACES             TO LINSEQ-LIGA
               MOVE ZEROS              TO LINSEQ-FIM
               MOVE WRK-LINHA-SEQ      TO WRK-LINHA
               MOVE SPACES             TO WRK-LINHA (40:)
               PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM
            END-IF.
            IF WRK-QTD-QUEBRAS GREATER ZEROS
               MOVE WRK-QTD-QUEBRAS    TO LINSEQ-INICIO
               MOVE SPACES             TO WRK-LINHA
               STRING 'AVISO: SALTOS NA SEQUENCIA DO LOG: '
                                       DELIMITED BY SIZE
                      LINSEQ-INICIO    DELIMITED BY SIZE
                      ' - RODAR O CLIVERIF'
                                       DELIMITED BY SIZE
                              INTO WRK-LINHA
               PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM
            END-IF.
       3100-END-PERFORM.

       3900-EMITIR-LINHA.
            DISPLAY WRK-LINHA.
            WRITE FECHAMES-REG         FROM WRK-LINHA.
               CLOSE RUNCTL
               GO TO 1950-END-PERFORM
            END-IF.
      *     A CONFERENCIA DA CORRENTE PERCORRE OS ARQUIVOS MORTOS E O
      *     LOGTRANS: O CORTE NO MEIO DELA APARECERIA COMO QUEBRA.
            MOVE 'CLIVERIF'            TO WRK-CTL-PROG-BUSCA.
            PERFORM 1960-VERIFICAREXECUTANDO THRU 1960-END-PERFORM.
            IF CTL-BLOQUEADO-SIM
               DISPLAY 'CONFERENCIA DO LOG (CLIVERIF) EM EXECUCAO - '
                       'AGUARDE O TERMINO'
               CLOSE RUNCTL
               GO TO 1950-END-PERFORM
            END-IF.
            PERFORM 1970-VERIFICARMESFECHADO THRU 1970-END-PERFORM.
            IF CTL-BLOQUEADO-SIM
               DISPLAY 'MES ' WRK-MES-FECHAR-X
            END-PERFORM.
       1970-END-PERFORM.

      *    O REGISTRO DO CONTADOR FICA PRESO DO INICIO DA LEITURA DO
      *    LOGTRANS ATE O LOG NOVO ESTAR GRAVADO: OS PROGRAMAS QUE
      *    GRAVAM NO LOG ESPERAM NA MESMA TRAVA (2850), ENTAO NENHUMA
      *    LINHA E ACRESCENTADA NO MEIO DO CORTE E PERDIDA NA
      *    REGRAVACAO. CONTADOR AINDA INEXISTENTE E CRIADO ZERADO SO
      *    PARA HAVER O QUE PRENDER.
       1980-PRENDERCONTADOR.
            OPEN I-O LOGSEQ
            IF LOGSEQ-STATUS = 35 THEN
               OPEN OUTPUT LOGSEQ
               CLOSE LOGSEQ
               OPEN I-O LOGSEQ
            END-IF.
            IF LOGSEQ-STATUS NOT EQUAL 0
               DISPLAY 'ERRO AO ABRIR CONTADOR DO LOG'
               GO TO 1980-END-PERFORM
            END-IF.
            MOVE 'LOGTRANS'            TO LSQ-CHAVE.
            MOVE 51                    TO LOGSEQ-STATUS.
            PERFORM UNTIL LOGSEQ-STATUS NOT EQUAL 51
                    READ LOGSEQ WITH LOCK
            END-PERFORM.
            IF LOGSEQ-STATUS EQUAL 23
               MOVE 'LOGTRANS'         TO LSQ-CHAVE
               MOVE ZEROS              TO LSQ-ULTIMA-SEQ
                                          LSQ-ULTIMO-CONTROLE
               ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-SISTEMA FROM TIME
               MOVE SPACES             TO LSQ-DATA-HORA
               STRING WRK-DATA-SISTEMA DELIMITED BY SIZE
                      WRK-HORA-SISTEMA DELIMITED BY SIZE
                              INTO LSQ-DATA-HORA
               WRITE LOGSEQ-REG
               MOVE 51                 TO LOGSEQ-STATUS
               PERFORM UNTIL LOGSEQ-STATUS NOT EQUAL 51
                       READ LOGSEQ WITH LOCK
               END-PERFORM
            END-IF.
            IF LOGSEQ-STATUS NOT EQUAL 0
               DISPLAY 'ERRO NO CONTADOR DO LOG - STATUS '
                       LOGSEQ-STATUS
               CLOSE LOGSEQ
            END-IF.
       1980-END-PERFORM.

       3950-REGISTRARFIM.
            IF WRK-CTL-INICIO EQUAL SPACES
               GO TO 3950-END-PERFORM
