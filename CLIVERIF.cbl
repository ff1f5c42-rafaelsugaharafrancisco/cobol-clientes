       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIVERIF.
      *********************************
      * OBJETIVO:  CONFERENCIA DA CORRENTE DO LOG DE TRANSACOES:
      *            PERCORRE OS ARQUIVOS MORTOS LOGAAAAMM.TXT DOS
      *            ULTIMOS DEZ ANOS, DO MAIS ANTIGO PARA O MAIS NOVO,
      *            E O LOGTRANS.TXT, CONFERINDO EM CADA LINHA A
      *            SEQUENCIA GLOBAL E O CODIGO DE CONTROLE ENCADEADO
      *            COM A LINHA ANTERIOR. APONTA SALTOS DE SEQUENCIA
      *            (LINHAS REMOVIDAS), LINHAS ALTERADAS, QUEBRAS
      *            ENTRE UM ARQUIVO E O SEGUINTE E DIVERGENCIA DO FIM
      *            DO LOG COM O CONTADOR LOGSEQ.DAT. DEVE RODAR ANTES
      *            DE QUALQUER CLIRECUP; O RESULTADO FICA NO CONTROLE
      *            DE EXECUCAO E O RELATORIO EM VERIFLOG.TXT
      * AUTHOR  :  RAFAEL
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGARQ ASSIGN        TO WRK-NOME-LOGARQ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOGARQ-STATUS.

           SELECT LOGSEQ ASSIGN        TO
                           'C:\Users\rafap\cobol\LOGSEQ.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS LOGSEQ-STATUS
                  RECORD KEY IS  LSQ-CHAVE
                  LOCK MODE IS MANUAL.

           SELECT VERIFLOG ASSIGN      TO
                           'C:\Users\rafap\cobol\VERIFLOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS VERIFLOG-STATUS.

           SELECT RUNCTL ASSIGN        TO
                           'C:\Users\rafap\cobol\RUNCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS RUNCTL-STATUS
                  RECORD KEY IS  CTL-CHAVE
                  LOCK MODE IS MANUAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOGARQ.
       01 LOGARQ-REG                  PIC X(312).

       FD LOGSEQ.
       01 LOGSEQ-REG.
            05 LSQ-CHAVE               PIC X(08).
            05 LSQ-ULTIMA-SEQ          PIC 9(09).
            05 LSQ-ULTIMO-CONTROLE     PIC 9(09).
            05 LSQ-DATA-HORA           PIC X(16).

       FD VERIFLOG.
       01 VERIFLOG-REG                PIC X(110).

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
      *    LINHA DE LOG EM CONFERENCIA: ATE A POSICAO 292 O CONTEUDO
      *    DO MOVIMENTO, EM 294 A SEQUENCIA E EM 304 O CONTROLE. O
      *    CONTROLE COBRE AS POSICOES 1 A 302 (CONTEUDO E SEQUENCIA).
       01 WRK-LINHA-LOG                PIC X(312).
       77 WRK-NOME-LOGARQ              PIC X(40).
       77 WRK-ARQ-CURTO                PIC X(14).
       01 WRK-ARQ-COMP.
           05 WRK-ARQ-ANO              PIC 9(04).
           05 WRK-ARQ-MES              PIC 9(02).
       77 WRK-MESES-VOLTA              PIC 9(03)   COMP.
       01 WRK-DATA-SISTEMA             PIC 9(08).
       01 WRK-HORA-SISTEMA             PIC 9(08).
       77 WRK-OPERADOR                 PIC X(06).
      *    ESTADO DA CORRENTE: SEQUENCIA E CONTROLE DA ULTIMA LINHA
      *    NUMERADA LIDA, QUE SAO A BASE DA LINHA SEGUINTE.
       77 WRK-SEQ-LINHA                PIC 9(09).
       77 WRK-CTL-LINHA                PIC 9(09).
       77 WRK-SEQ-ANTERIOR             PIC 9(09).
       77 WRK-CTL-ANTERIOR             PIC 9(09).
       77 WRK-SEQ-PRIM-ARQ             PIC 9(09).
       77 WRK-SEQ-ULT-ARQ              PIC 9(09).
      *    RETRATO DO CONTADOR TIRADO NO INICIO, COM O REGISTRO
      *    PRESO: AS LINHAS QUE OS TERMINAIS E BATCHES GRAVAREM
      *    DEPOIS DELE NAO ENTRAM NESTA CONFERENCIA.
       77 WRK-LSQ-SEQ-INICIO           PIC 9(09).
       77 WRK-LSQ-CTL-INICIO           PIC 9(09).
       77 WRK-CONTADOR                 PIC X(01).
          88 CONTADOR-LIDO             VALUE 'L'.
          88 CONTADOR-VAZIO            VALUE 'V'.
          88 CONTADOR-AUSENTE          VALUE 'A'.
          88 CONTADOR-ERRO             VALUE 'E'.
       77 WRK-TOTAL-POSTERIORES        PIC 9(09)   COMP.
       77 WRK-CAD-ACUM                 PIC 9(18)   COMP.
       77 WRK-CAD-QUOC                 PIC 9(18)   COMP.
       77 WRK-CAD-RESTO                PIC 9(18)   COMP.
       77 WRK-CAD-IND                  PIC 9(04)   COMP.
       77 WRK-CADEIA-INICIADA          PIC X(01).
          88 CADEIA-INICIADA-SIM       VALUE 'S'.
          88 CADEIA-INICIADA-NAO       VALUE 'N'.
       77 WRK-PRIMEIRA-ARQ             PIC X(01).
          88 PRIMEIRA-ARQ-SIM          VALUE 'S'.
          88 PRIMEIRA-ARQ-NAO          VALUE 'N'.
       77 WRK-LIN-ARQ                  PIC 9(07)   COMP.
       77 WRK-DIFERENCA                PIC 9(09)   COMP.
       77 WRK-TOTAL-ARQUIVOS           PIC 9(05)   COMP.
       77 WRK-TOTAL-LINHAS             PIC 9(09)   COMP.
       77 WRK-TOTAL-LEGADO             PIC 9(09)   COMP.
       77 WRK-TOTAL-NUMERADAS          PIC 9(09)   COMP.
       77 WRK-QTD-SALTOS               PIC 9(07)   COMP.
       77 WRK-QTD-REMOVIDAS            PIC 9(09)   COMP.
       77 WRK-QTD-ALTERADAS            PIC 9(07)   COMP.
       77 WRK-QTD-QUEBRAS              PIC 9(07)   COMP.
       77 WRK-QTD-PROBLEMAS            PIC 9(07)   COMP.
       77 WRK-OCORRENCIA               PIC X(70).
       77 WRK-EDIT-NUM                 PIC Z(08)9.
       77 WRK-EDIT-NUM2                PIC Z(08)9.
       01 WRK-LINHA                    PIC X(110).
      *    LINHA DE OCORRENCIA DO RELATORIO.
       01 WRK-LINHA-OCOR.
           05 LINOCO-ARQUIVO           PIC X(14).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 LINOCO-LINHA             PIC Z(06)9.
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 LINOCO-SEQ               PIC Z(08)9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 LINOCO-TEXTO             PIC X(70).
       01 WRK-LINHA-OCOR-CAB.
           05 FILLER                   PIC X(15)   VALUE 'ARQUIVO'.
           05 FILLER                   PIC X(08)   VALUE '  LINHA'.
           05 FILLER                   PIC X(12)   VALUE '  SEQUENCIA'.
           05 FILLER                   PIC X(10)   VALUE 'OCORRENCIA'.
      *    LINHA DE RESUMO POR ARQUIVO CONFERIDO.
       01 WRK-LINHA-ARQ.
           05 LINARQ-ARQUIVO           PIC X(14).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 LINARQ-LINHAS            PIC Z(06)9.
           05 FILLER                   PIC X(08)   VALUE ' LINHAS '.
           05 LINARQ-SEQ-INI           PIC Z(08)9.
           05 FILLER                   PIC X(03)   VALUE ' A '.
           05 LINARQ-SEQ-FIM           PIC Z(08)9.
       77 LOGARQ-STATUS                PIC 9(02).
       77 LOGSEQ-STATUS                PIC 9(02).
       77 VERIFLOG-STATUS              PIC 9(02).
       77 RUNCTL-STATUS                PIC 9(02).
       77 WRK-CTL-INICIO               PIC X(14).
       77 WRK-CTL-PROG-BUSCA           PIC X(08).
       77 WRK-CTL-BLOQUEADO            PIC X(01).
          88 CTL-BLOQUEADO-SIM         VALUE 'S'.
          88 CTL-BLOQUEADO-NAO         VALUE 'N'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR THRU 1000-END-PERFORM.
            PERFORM 2000-CONFERIR THRU 2000-END-PERFORM.
            PERFORM 3000-RESUMO THRU 3000-END-PERFORM.
            PERFORM 3950-REGISTRARFIM THRU 3950-END-PERFORM.
            STOP RUN.

       1000-INICIAR.
            MOVE ZEROS                 TO WRK-SEQ-ANTERIOR
                                          WRK-CTL-ANTERIOR
                                          WRK-TOTAL-ARQUIVOS
                                          WRK-TOTAL-LINHAS
                                          WRK-TOTAL-LEGADO
                                          WRK-TOTAL-NUMERADAS
                                          WRK-TOTAL-POSTERIORES
                                          WRK-QTD-SALTOS
                                          WRK-QTD-REMOVIDAS
                                          WRK-QTD-ALTERADAS
                                          WRK-QTD-QUEBRAS
                                          WRK-QTD-PROBLEMAS.
            SET CADEIA-INICIADA-NAO    TO TRUE.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY '*   CONFERENCIA DA CORRENTE DO LOG        *'.
            DISPLAY '*-----------------------------------------*'.
      *     A IDENTIFICACAO DO OPERADOR OU DO JOB E EXIGIDA NA
      *     ENTRADA E REGISTRADA NO CONTROLE DE EXECUCAO.
            MOVE SPACES                TO WRK-OPERADOR
                                          WRK-CTL-INICIO.
            DISPLAY 'OPERADOR/JOB RESPONSAVEL: ' WITH NO ADVANCING.
            ACCEPT WRK-OPERADOR.
            IF WRK-OPERADOR EQUAL SPACES
               DISPLAY 'OPERADOR/JOB NAO INFORMADO'
               STOP RUN
            END-IF.
            PERFORM 1950-REGISTRARINICIO THRU 1950-END-PERFORM.
            PERFORM 1100-LERCONTADOR THRU 1100-END-PERFORM.
            OPEN OUTPUT VERIFLOG.
            ACCEPT WRK-DATA-SISTEMA    FROM DATE YYYYMMDD.
            MOVE SPACES                TO WRK-LINHA.
            STRING 'CONFERENCIA DA CORRENTE DO LOG - '
                                       DELIMITED BY SIZE
                   WRK-DATA-SISTEMA    DELIMITED BY SIZE
                   ' - OPERADOR '      DELIMITED BY SIZE
                   WRK-OPERADOR        DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE SPACES                TO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE WRK-LINHA-OCOR-CAB    TO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
       1000-END-PERFORM.

      *    O CONTADOR E LIDO ANTES DE PERCORRER O LOG, COM A MESMA
      *    TRAVA DA GRAVACAO (2850 DOS PROGRAMAS QUE GRAVAM NO LOG):
      *    A SEQUENCIA LIDA AQUI E O FIM DA CORRENTE A CONFERIR, E
      *    NENHUMA LINHA ATE ELA ESTA PELA METADE NO LOGTRANS.
       1100-LERCONTADOR.
            MOVE ZEROS                 TO WRK-LSQ-SEQ-INICIO
                                          WRK-LSQ-CTL-INICIO.
            OPEN I-O LOGSEQ.
            IF LOGSEQ-STATUS NOT EQUAL 0
               SET CONTADOR-AUSENTE    TO TRUE
               GO TO 1100-END-PERFORM
            END-IF.
            MOVE 'LOGTRANS'            TO LSQ-CHAVE.
            MOVE 51                    TO LOGSEQ-STATUS.
            PERFORM UNTIL LOGSEQ-STATUS NOT EQUAL 51
                    READ LOGSEQ WITH LOCK
            END-PERFORM.
            EVALUATE LOGSEQ-STATUS
                WHEN 0
                    SET CONTADOR-LIDO  TO TRUE
                    MOVE LSQ-ULTIMA-SEQ
                                       TO WRK-LSQ-SEQ-INICIO
                    MOVE LSQ-ULTIMO-CONTROLE
                                       TO WRK-LSQ-CTL-INICIO
                WHEN 23
                    SET CONTADOR-VAZIO TO TRUE
                WHEN OTHER
                    SET CONTADOR-ERRO  TO TRUE
                    DISPLAY 'ERRO NO CONTADOR DO LOG - STATUS '
                            LOGSEQ-STATUS
            END-EVALUATE.
            UNLOCK LOGSEQ.
            CLOSE LOGSEQ.
       1100-END-PERFORM.

      *    CONTROLE DE EXECUCAO DOS BATCHES: UMA RODADA ANTERIOR
      *    AINDA MARCADA COMO EXECUTANDO BLOQUEIA A NOVA ATE O
      *    OPERADOR LIBERA-LA PELO CLICTRL.
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
            MOVE 'CLIVERIF'            TO WRK-CTL-PROG-BUSCA.
            PERFORM 1960-VERIFICAREXECUTANDO THRU 1960-END-PERFORM.
            IF CTL-BLOQUEADO-SIM
               DISPLAY 'CLIVERIF COM RODADA ABERTA NO CONTROLE - '
                       'LIBERE PELO CLICTRL'
               CLOSE RUNCTL
               STOP RUN
            END-IF.
      *     O FECHAMENTO MENSAL MUDA LINHAS DO LOGTRANS PARA O
      *     ARQUIVO MORTO; CONFERIR NO MEIO DELE DARIA FALSAS QUEBRAS.
            MOVE 'CLIFECHA'            TO WRK-CTL-PROG-BUSCA.
            PERFORM 1960-VERIFICAREXECUTANDO THRU 1960-END-PERFORM.
            IF CTL-BLOQUEADO-SIM
               DISPLAY 'FECHAMENTO DO LOG (CLIFECHA) EM EXECUCAO - '
                       'AGUARDE O TERMINO'
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
            MOVE 'CLIVERIF'            TO CTL-PROGRAMA.
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

      *    OS ARQUIVOS MORTOS SAO PERCORRIDOS NA ORDEM DOS MESES,
      *    COMO NO CLILGPD, E O LOG VIVO POR ULTIMO: A CORRENTE
      *    CONTINUA DE UM ARQUIVO PARA O SEGUINTE. MES SEM ARQUIVO
      *    E SIMPLESMENTE PULADO; SE ELE TINHA LINHAS NUMERADAS, O
      *    SALTO APARECE NA PRIMEIRA LINHA DO ARQUIVO SEGUINTE.
       2000-CONFERIR.
            ACCEPT WRK-DATA-SISTEMA    FROM DATE YYYYMMDD.
            MOVE WRK-DATA-SISTEMA (1:4)
                                       TO WRK-ARQ-ANO.
            MOVE WRK-DATA-SISTEMA (5:2)
                                       TO WRK-ARQ-MES.
            SUBTRACT 10                FROM WRK-ARQ-ANO.
            PERFORM VARYING WRK-MESES-VOLTA FROM 1 BY 1
                    UNTIL WRK-MESES-VOLTA GREATER 120
                    MOVE SPACES        TO WRK-NOME-LOGARQ
                                          WRK-ARQ-CURTO
                    STRING 'C:\Users\rafap\cobol\LOG'
                                       DELIMITED BY SIZE
                           WRK-ARQ-COMP
                                       DELIMITED BY SIZE
                           '.TXT'      DELIMITED BY SIZE
                              INTO WRK-NOME-LOGARQ
                    STRING 'LOG'       DELIMITED BY SIZE
                           WRK-ARQ-COMP
                                       DELIMITED BY SIZE
                           '.TXT'      DELIMITED BY SIZE
                              INTO WRK-ARQ-CURTO
                    PERFORM 2100-CONFERIR-ARQUIVO
                            THRU 2100-END-PERFORM
                    ADD 1              TO WRK-ARQ-MES
                    IF WRK-ARQ-MES GREATER 12
                       MOVE 1          TO WRK-ARQ-MES
                       ADD 1           TO WRK-ARQ-ANO
                    END-IF
            END-PERFORM.
            MOVE 'C:\Users\rafap\cobol\LOGTRANS.TXT'
                                       TO WRK-NOME-LOGARQ.
            MOVE 'LOGTRANS.TXT'        TO WRK-ARQ-CURTO.
            PERFORM 2100-CONFERIR-ARQUIVO THRU 2100-END-PERFORM.
            PERFORM 2300-CONFERIR-CONTADOR THRU 2300-END-PERFORM.
       2000-END-PERFORM.

       2100-CONFERIR-ARQUIVO.
            OPEN INPUT LOGARQ.
            IF LOGARQ-STATUS NOT EQUAL 0
               GO TO 2100-END-PERFORM
            END-IF.
            ADD 1                      TO WRK-TOTAL-ARQUIVOS.
            MOVE ZEROS                 TO WRK-LIN-ARQ
                                          WRK-SEQ-PRIM-ARQ
                                          WRK-SEQ-ULT-ARQ.
            SET PRIMEIRA-ARQ-SIM       TO TRUE.
            READ LOGARQ
                 AT END MOVE 10        TO LOGARQ-STATUS
            END-READ.
            PERFORM UNTIL LOGARQ-STATUS EQUAL 10
                    MOVE LOGARQ-REG    TO WRK-LINHA-LOG
                    ADD 1              TO WRK-LIN-ARQ
                                          WRK-TOTAL-LINHAS
                    PERFORM 2200-CONFERIR-LINHA
                            THRU 2200-END-PERFORM
                    READ LOGARQ
                         AT END MOVE 10 TO LOGARQ-STATUS
                    END-READ
            END-PERFORM.
            CLOSE LOGARQ.
            MOVE WRK-ARQ-CURTO         TO LINARQ-ARQUIVO.
            MOVE WRK-LIN-ARQ           TO LINARQ-LINHAS.
            MOVE WRK-SEQ-PRIM-ARQ      TO LINARQ-SEQ-INI.
            MOVE WRK-SEQ-ULT-ARQ       TO LINARQ-SEQ-FIM.
            MOVE WRK-LINHA-ARQ         TO WRK-LINHA.
            DISPLAY WRK-LINHA.
       2100-END-PERFORM.

      *    LINHAS SEM NUMERACAO SO SAO ACEITAS ANTES DA PRIMEIRA
      *    LINHA NUMERADA (LOG GRAVADO ANTES DA CORRENTE EXISTIR).
      *    A CORRENTE COMECA NA SEQUENCIA 1 COM CONTROLE ANTERIOR
      *    ZERO. DEPOIS DE UM SALTO OU DE UMA LINHA ALTERADA A
      *    CONFERENCIA SEGUE A PARTIR DO CONTROLE GRAVADO, PARA CADA
      *    PROBLEMA SER APONTADO UMA VEZ SO.
       2200-CONFERIR-LINHA.
            IF WRK-LINHA-LOG (294:9) IS NOT NUMERIC
               OR WRK-LINHA-LOG (304:9) IS NOT NUMERIC
               IF CADEIA-INICIADA-SIM
                  MOVE ZEROS           TO WRK-SEQ-LINHA
                  MOVE 'LINHA SEM NUMERACAO DENTRO DA CORRENTE'
                                       TO WRK-OCORRENCIA
                  ADD 1                TO WRK-QTD-ALTERADAS
                  PERFORM 2900-OCORRENCIA THRU 2900-END-PERFORM
               ELSE
                  ADD 1                TO WRK-TOTAL-LEGADO
               END-IF
               GO TO 2200-END-PERFORM
            END-IF.
            MOVE WRK-LINHA-LOG (294:9) TO WRK-SEQ-LINHA.
      *     LINHA DO LOG VIVO GRAVADA DEPOIS DO RETRATO DO CONTADOR
      *     FICA PARA A PROXIMA CONFERENCIA.
            IF CONTADOR-LIDO
               AND WRK-ARQ-CURTO EQUAL 'LOGTRANS.TXT'
               AND WRK-SEQ-LINHA GREATER WRK-LSQ-SEQ-INICIO
               ADD 1                   TO WRK-TOTAL-POSTERIORES
               GO TO 2200-END-PERFORM
            END-IF.
            ADD 1                      TO WRK-TOTAL-NUMERADAS.
            MOVE WRK-LINHA-LOG (304:9) TO WRK-CTL-LINHA.
            IF WRK-SEQ-PRIM-ARQ EQUAL ZEROS
               MOVE WRK-SEQ-LINHA      TO WRK-SEQ-PRIM-ARQ
            END-IF.
            MOVE WRK-SEQ-LINHA         TO WRK-SEQ-ULT-ARQ.
            IF CADEIA-INICIADA-NAO
               SET CADEIA-INICIADA-SIM TO TRUE
               IF WRK-SEQ-LINHA NOT EQUAL 1
                  MOVE 'INICIO DA CORRENTE AUSENTE - PRIMEIRA SEQUENC
      -                 'IA LIDA'      TO WRK-OCORRENCIA
                  ADD 1                TO WRK-QTD-SALTOS
                  COMPUTE WRK-DIFERENCA = WRK-SEQ-LINHA - 1
                  ADD WRK-DIFERENCA    TO WRK-QTD-REMOVIDAS
                  PERFORM 2900-OCORRENCIA THRU 2900-END-PERFORM
                  GO TO 2200-PROXIMA
               END-IF
            ELSE
               IF WRK-SEQ-LINHA NOT EQUAL WRK-SEQ-ANTERIOR + 1
                  PERFORM 2210-SALTO THRU 2210-END-PERFORM
                  GO TO 2200-PROXIMA
               END-IF
            END-IF.
            MOVE WRK-CTL-ANTERIOR      TO WRK-CAD-ACUM.
            PERFORM VARYING WRK-CAD-IND FROM 1 BY 1
                    UNTIL WRK-CAD-IND GREATER 302
                    COMPUTE WRK-CAD-ACUM = WRK-CAD-ACUM * 31
                       + FUNCTION ORD (WRK-LINHA-LOG (WRK-CAD-IND:1))
                    DIVIDE WRK-CAD-ACUM BY 999999937
                           GIVING WRK-CAD-QUOC
                           REMAINDER WRK-CAD-RESTO
                    MOVE WRK-CAD-RESTO TO WRK-CAD-ACUM
            END-PERFORM.
            IF WRK-CAD-ACUM NOT EQUAL WRK-CTL-LINHA
               IF PRIMEIRA-ARQ-SIM
                  AND WRK-TOTAL-NUMERADAS GREATER 1
                  MOVE 'QUEBRA ENTRE ARQUIVOS - CONTROLE NAO FECHA COM
      -                 ' O ANTERIOR'  TO WRK-OCORRENCIA
                  ADD 1                TO WRK-QTD-QUEBRAS
               ELSE
                  MOVE 'LINHA ALTERADA - CODIGO DE CONTROLE NAO CONFER
      -                 'E'            TO WRK-OCORRENCIA
                  ADD 1                TO WRK-QTD-ALTERADAS
               END-IF
               PERFORM 2900-OCORRENCIA THRU 2900-END-PERFORM
            END-IF.
       2200-PROXIMA.
            MOVE WRK-SEQ-LINHA         TO WRK-SEQ-ANTERIOR.
            MOVE WRK-CTL-LINHA         TO WRK-CTL-ANTERIOR.
            SET PRIMEIRA-ARQ-NAO       TO TRUE.
       2200-END-PERFORM.

      *    SEQUENCIA FORA DO ESPERADO: SALTO PARA A FRENTE SAO
      *    LINHAS REMOVIDAS; VOLTA OU REPETICAO E LINHA INSERIDA OU
      *    ARQUIVO FORA DE ORDEM. NA PRIMEIRA LINHA DE UM ARQUIVO O
      *    PROBLEMA E A PASSAGEM DE UM MES PARA O OUTRO.
       2210-SALTO.
            IF WRK-SEQ-LINHA GREATER WRK-SEQ-ANTERIOR
               COMPUTE WRK-DIFERENCA = WRK-SEQ-LINHA
                                     - WRK-SEQ-ANTERIOR - 1
               ADD WRK-DIFERENCA       TO WRK-QTD-REMOVIDAS
               MOVE WRK-DIFERENCA      TO WRK-EDIT-NUM
               MOVE SPACES             TO WRK-OCORRENCIA
               STRING 'SALTO NA SEQUENCIA - REMOVIDAS:'
                                       DELIMITED BY SIZE
                      WRK-EDIT-NUM     DELIMITED BY SIZE
                              INTO WRK-OCORRENCIA
            ELSE
               MOVE WRK-SEQ-ANTERIOR   TO WRK-EDIT-NUM
               MOVE SPACES             TO WRK-OCORRENCIA
               STRING 'SEQUENCIA FORA DE ORDEM - ANTERIOR:'
                                       DELIMITED BY SIZE
                      WRK-EDIT-NUM     DELIMITED BY SIZE
                              INTO WRK-OCORRENCIA
            END-IF.
            IF PRIMEIRA-ARQ-SIM
               ADD 1                   TO WRK-QTD-QUEBRAS
               MOVE WRK-OCORRENCIA     TO WRK-LINHA
               MOVE SPACES             TO WRK-OCORRENCIA
               STRING 'QUEBRA ENTRE ARQUIVOS - '
                                       DELIMITED BY SIZE
                      WRK-LINHA        DELIMITED BY SIZE
                              INTO WRK-OCORRENCIA
            ELSE
               ADD 1                   TO WRK-QTD-SALTOS
            END-IF.
            PERFORM 2900-OCORRENCIA THRU 2900-END-PERFORM.
       2210-END-PERFORM.

      *    O CONTADOR LOGSEQ.DAT GUARDA A SEQUENCIA E O CONTROLE DA
      *    ULTIMA LINHA GRAVADA: UM LOG VIVO QUE TERMINA ANTES DELE
      *    PERDEU AS ULTIMAS LINHAS, QUE NENHUMA LINHA SEGUINTE
      *    DENUNCIARIA. A COMPARACAO E COM O RETRATO DO INICIO.
       2300-CONFERIR-CONTADOR.
            MOVE 'LOGSEQ.DAT'          TO WRK-ARQ-CURTO.
            MOVE ZEROS                 TO WRK-LIN-ARQ.
            MOVE WRK-SEQ-ANTERIOR      TO WRK-SEQ-LINHA.
            IF CONTADOR-ERRO
               MOVE 'ERRO NA LEITURA DO CONTADOR DO LOG'
                                       TO WRK-OCORRENCIA
               ADD 1                   TO WRK-QTD-ALTERADAS
               PERFORM 2900-OCORRENCIA THRU 2900-END-PERFORM
               GO TO 2300-END-PERFORM
            END-IF.
            IF CONTADOR-AUSENTE
               IF CADEIA-INICIADA-SIM
                  MOVE 'CONTADOR DO LOG AUSENTE'
                                       TO WRK-OCORRENCIA
                  ADD 1                TO WRK-QTD-ALTERADAS
                  PERFORM 2900-OCORRENCIA THRU 2900-END-PERFORM
               END-IF
               GO TO 2300-END-PERFORM
            END-IF.
            IF WRK-LSQ-SEQ-INICIO GREATER WRK-SEQ-ANTERIOR
               COMPUTE WRK-DIFERENCA = WRK-LSQ-SEQ-INICIO
                                     - WRK-SEQ-ANTERIOR
               ADD WRK-DIFERENCA       TO WRK-QTD-REMOVIDAS
               ADD 1                   TO WRK-QTD-SALTOS
               MOVE WRK-DIFERENCA      TO WRK-EDIT-NUM
               MOVE SPACES             TO WRK-OCORRENCIA
               STRING 'FIM DO LOG TRUNCADO - LINHAS REMOVIDAS:'
                                       DELIMITED BY SIZE
                      WRK-EDIT-NUM     DELIMITED BY SIZE
                              INTO WRK-OCORRENCIA
               PERFORM 2900-OCORRENCIA THRU 2900-END-PERFORM
               GO TO 2300-END-PERFORM
            END-IF.
            IF WRK-LSQ-SEQ-INICIO LESS WRK-SEQ-ANTERIOR
               MOVE WRK-LSQ-SEQ-INICIO TO WRK-EDIT-NUM
               MOVE SPACES             TO WRK-OCORRENCIA
               STRING 'LOG ALEM DO CONTADOR - ULTIMA NO CONTADOR:'
                                       DELIMITED BY SIZE
                      WRK-EDIT-NUM     DELIMITED BY SIZE
                              INTO WRK-OCORRENCIA
               ADD 1                   TO WRK-QTD-SALTOS
               PERFORM 2900-OCORRENCIA THRU 2900-END-PERFORM
               GO TO 2300-END-PERFORM
            END-IF.
            IF WRK-LSQ-CTL-INICIO NOT EQUAL WRK-CTL-ANTERIOR
               MOVE 'ULTIMA LINHA NAO CONFERE COM O CONTADOR DO LOG'
                                       TO WRK-OCORRENCIA
               ADD 1                   TO WRK-QTD-ALTERADAS
               PERFORM 2900-OCORRENCIA THRU 2900-END-PERFORM
            END-IF.
       2300-END-PERFORM.

       2900-OCORRENCIA.
            ADD 1                      TO WRK-QTD-PROBLEMAS.
            MOVE WRK-ARQ-CURTO         TO LINOCO-ARQUIVO.
            MOVE WRK-LIN-ARQ           TO LINOCO-LINHA.
            MOVE WRK-SEQ-LINHA         TO LINOCO-SEQ.
            MOVE WRK-OCORRENCIA        TO LINOCO-TEXTO.
            MOVE WRK-LINHA-OCOR        TO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
       2900-END-PERFORM.

       3000-RESUMO.
            MOVE SPACES                TO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE WRK-TOTAL-ARQUIVOS    TO WRK-EDIT-NUM.
            MOVE SPACES                TO WRK-LINHA.
            STRING 'ARQUIVOS CONFERIDOS..........: '
                                       DELIMITED BY SIZE
                   WRK-EDIT-NUM        DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE WRK-TOTAL-LINHAS      TO WRK-EDIT-NUM.
            MOVE SPACES                TO WRK-LINHA.
            STRING 'LINHAS LIDAS.................: '
                                       DELIMITED BY SIZE
                   WRK-EDIT-NUM        DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE WRK-TOTAL-LEGADO      TO WRK-EDIT-NUM.
            MOVE SPACES                TO WRK-LINHA.
            STRING 'ANTERIORES A NUMERACAO.......: '
                                       DELIMITED BY SIZE
                   WRK-EDIT-NUM        DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE WRK-SEQ-ANTERIOR      TO WRK-EDIT-NUM.
            MOVE SPACES                TO WRK-LINHA.
            STRING 'ULTIMA SEQUENCIA LIDA........: '
                                       DELIMITED BY SIZE
                   WRK-EDIT-NUM        DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE WRK-TOTAL-POSTERIORES TO WRK-EDIT-NUM.
            MOVE SPACES                TO WRK-LINHA.
            STRING 'GRAVADAS APOS O INICIO.......: '
                                       DELIMITED BY SIZE
                   WRK-EDIT-NUM        DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE WRK-QTD-SALTOS        TO WRK-EDIT-NUM.
            MOVE WRK-QTD-REMOVIDAS     TO WRK-EDIT-NUM2.
            MOVE SPACES                TO WRK-LINHA.
            STRING 'SALTOS DE SEQUENCIA..........: '
                                       DELIMITED BY SIZE
                   WRK-EDIT-NUM        DELIMITED BY SIZE
                   '  (LINHAS REMOVIDAS:'
                                       DELIMITED BY SIZE
                   WRK-EDIT-NUM2       DELIMITED BY SIZE
                   ')'                 DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE WRK-QTD-ALTERADAS     TO WRK-EDIT-NUM.
            MOVE SPACES                TO WRK-LINHA.
            STRING 'LINHAS ALTERADAS.............: '
                                       DELIMITED BY SIZE
                   WRK-EDIT-NUM        DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE WRK-QTD-QUEBRAS       TO WRK-EDIT-NUM.
            MOVE SPACES                TO WRK-LINHA.
            STRING 'QUEBRAS ENTRE ARQUIVOS.......: '
                                       DELIMITED BY SIZE
                   WRK-EDIT-NUM        DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE SPACES                TO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            IF WRK-QTD-PROBLEMAS EQUAL ZEROS
               MOVE 'CORRENTE DO LOG INTEGRA'
                                       TO WRK-LINHA
            ELSE
               MOVE 'CORRENTE DO LOG COM PROBLEMAS - APURAR ANTES DE R
      -             'ODAR O CLIRECUP'  TO WRK-LINHA
            END-IF.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            CLOSE VERIFLOG.
            DISPLAY 'RELATORIO GERADO EM VERIFLOG.TXT'.
       3000-END-PERFORM.

       3900-EMITIR-LINHA.
            DISPLAY WRK-LINHA.
            WRITE VERIFLOG-REG         FROM WRK-LINHA.
       3900-END-PERFORM.

      *    A RODADA TERMINA SEMPRE COMO NORMAL; O TOTAL-3 LEVA A
      *    QUANTIDADE DE PROBLEMAS ENCONTRADOS, QUE O CLIRECUP
      *    CONSULTA ANTES DE REAPLICAR O LOG. TOTAL-1 SAO AS LINHAS
      *    NUMERADAS CONFERIDAS E TOTAL-2 A ULTIMA SEQUENCIA LIDA
      *    (AMBOS LIMITADOS A 9999999).
       3950-REGISTRARFIM.
            IF WRK-CTL-INICIO EQUAL SPACES
               GO TO 3950-END-PERFORM
            END-IF.
            MOVE 'CLIVERIF'            TO CTL-PROGRAMA.
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
            IF WRK-TOTAL-NUMERADAS GREATER 9999999
               MOVE 9999999            TO CTL-TOTAL-1
            ELSE
               MOVE WRK-TOTAL-NUMERADAS
                                       TO CTL-TOTAL-1
            END-IF.
            IF WRK-SEQ-ANTERIOR GREATER 9999999
               MOVE 9999999            TO CTL-TOTAL-2
            ELSE
               MOVE WRK-SEQ-ANTERIOR   TO CTL-TOTAL-2
            END-IF.
            MOVE WRK-QTD-PROBLEMAS     TO CTL-TOTAL-3.
            REWRITE RUNCTL-REG.
            CLOSE RUNCTL.
       3950-END-PERFORM.
