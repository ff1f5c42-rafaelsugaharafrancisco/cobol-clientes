             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOGTRANS-STATUS.

           SELECT LOGSEQ ASSIGN        TO
                           'C:\Users\rafap\cobol\LOGSEQ.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS LOGSEQ-STATUS
                  RECORD KEY IS  LSQ-CHAVE
                  LOCK MODE IS MANUAL.

           SELECT LOGARQ ASSIGN        TO WRK-NOME-LOGARQ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOGARQ-STATUS.
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

       FD LOGARQ.
       01 LOGARQ-REG.
            05 LOGA-OPERACAO           PIC X(08).
            05 FILLER                  PIC X(01).
            05 LOGA-CLIENTES-FONE      PIC X(11).
            05 FILLER                  PIC X(275).

       FD RUNCTL.
       01 RUNCTL-REG.
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
      *    TABELA DOS INATIVOS CANDIDATOS AO EXPURGO. O EXCEDENTE DE
            IF WRK-QTD-INATIVOS EQUAL ZEROS
               GO TO 2200-END-PERFORM
            END-IF.
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
            PERFORM VARYING WRK-I FROM 1 BY 1
                    UNTIL WRK-I GREATER WRK-QTD-INATIVOS
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

       3000-FINALIZAR.
            PERFORM 3950-REGISTRARFIM THRU 3950-END-PERFORM.
            CLOSE CLIENTES
                  HISTORICO
                  CONTATOS
                  LOGSEQ.
            DISPLAY ' '.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY '*   EXPURGO DE INATIVOS - RESUMO          *'.
