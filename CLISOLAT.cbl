       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLISOLAT.
      *********************************
      * OBJETIVO:  SOLICITACOES PARADAS: LE SOLICIT.DAT (EXCLUSOES E
      *            FUSOES PEDIDAS PELO OPERADOR COMUM NO CLIENTES E
      *            DECIDIDAS PELO SUPERVISOR NA OPCAO S) E LISTA AS
      *            QUE ESTAO PENDENTES HA MAIS DE N DIAS, COM TIPO,
      *            TELEFONES, DATA, SOLICITANTE, IDADE E MOTIVO. O
      *            RELATORIO SAI EM TELA E EM SOLATRAS.TXT
      * AUTHOR  :  RAFAEL
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITACAO ASSIGN   TO
                           'C:\Users\rafap\cobol\SOLICIT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS SOLICITACAO-STATUS
                  RECORD KEY IS  SOL-CHAVE
                  ALTERNATE RECORD KEY IS SOL-FONE-DUPLIC
                                       WITH DUPLICATES
                  LOCK MODE IS MANUAL.

           SELECT SOLATRAS ASSIGN      TO
                           'C:\Users\rafap\cobol\SOLATRAS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SOLATRAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SOLICITACAO.
       01 SOLICITACAO-REG.
            05 SOL-CHAVE.
                10 SOL-FONE            PIC 9(11).
                10 SOL-SEQ             PIC 9(04).
            05 SOL-TIPO                PIC X(01).
                88 SOL-EXCLUSAO            VALUE 'E'.
                88 SOL-FUSAO               VALUE 'F'.
            05 SOL-FONE-DUPLIC         PIC 9(11).
            05 SOL-MOTIVO              PIC X(50).
            05 SOL-DATA-PEDIDO         PIC 9(08).
            05 SOL-OPER-PEDIDO         PIC X(06).
            05 SOL-SITUACAO            PIC X(01).
                88 SOL-PENDENTE            VALUE 'P'.
                88 SOL-APROVADA            VALUE 'A'.
                88 SOL-RECUSADA            VALUE 'R'.
            05 SOL-DATA-DECISAO        PIC 9(08).
            05 SOL-OPER-DECISAO        PIC X(06).
            05 SOL-JUSTIFICATIVA       PIC X(50).

       FD SOLATRAS.
       01 SOLATRAS-REG                PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-DIAS-PARAM               PIC 9(03).
       77 WRK-DATA-SISTEMA             PIC 9(08).
       77 WRK-DIA-HOJE                 PIC 9(07)   COMP.
       77 WRK-DIAS                     PIC S9(07)  COMP.
       77 WRK-TOTAL-LIDOS              PIC 9(07)   COMP.
       77 WRK-TOTAL-PENDENTES          PIC 9(07)   COMP.
       77 WRK-TOTAL-ATRASADAS          PIC 9(07)   COMP.
       77 SOLICITACAO-STATUS           PIC 9(02).
       77 SOLATRAS-STATUS              PIC 9(02).
       01 WRK-LINHA                    PIC X(100).
       01 WRK-LINHA-SOL.
           05 LINSOL-TIPO              PIC X(08).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 LINSOL-FONE              PIC 9(11).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 LINSOL-DUPLIC            PIC X(11).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 LINSOL-DATA              PIC 9(08).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 LINSOL-OPER              PIC X(06).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 LINSOL-DIAS              PIC ZZZ9.
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 LINSOL-MOTIVO            PIC X(46).
       01 WRK-LINHA-SOL-CAB.
           05 FILLER                   PIC X(09)   VALUE 'TIPO     '.
           05 FILLER                   PIC X(12)   VALUE 'TELEFONE    '.
           05 FILLER                   PIC X(12)   VALUE 'DUPLICADO   '.
           05 FILLER                   PIC X(09)   VALUE 'PEDIDO   '.
           05 FILLER                   PIC X(07)   VALUE 'OPER.  '.
           05 FILLER                   PIC X(05)   VALUE 'DIAS '.
           05 FILLER                   PIC X(06)   VALUE 'MOTIVO'.
       01 WRK-DIAS-ED                  PIC ZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR THRU 1000-END-PERFORM.
            PERFORM 2000-LER-SOLICITACOES THRU 2000-END-PERFORM.
            PERFORM 4000-FINALIZAR.
            STOP RUN.

      *    SEM PRAZO INFORMADO VALE O PADRAO DE 5 DIAS CORRIDOS.
       1000-INICIAR.
            MOVE ZEROS                 TO WRK-TOTAL-LIDOS
                                          WRK-TOTAL-PENDENTES
                                          WRK-TOTAL-ATRASADAS.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY '*   SOLICITACOES PARADAS NA APROVACAO     *'.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY 'PENDENTE HA MAIS DE QUANTOS DIAS? (5): '
                    WITH NO ADVANCING.
            ACCEPT WRK-DIAS-PARAM.
            IF WRK-DIAS-PARAM IS NOT NUMERIC
               OR WRK-DIAS-PARAM EQUAL ZEROS
               MOVE 5                  TO WRK-DIAS-PARAM
            END-IF.
            ACCEPT WRK-DATA-SISTEMA    FROM DATE YYYYMMDD.
            COMPUTE WRK-DIA-HOJE =
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-SISTEMA).
       1000-END-PERFORM.

       2000-LER-SOLICITACOES.
            OPEN INPUT SOLICITACAO.
            IF SOLICITACAO-STATUS NOT EQUAL 0
               DISPLAY 'ARQUIVO DE SOLICITACOES NAO ENCONTRADO'
               GO TO 2000-END-PERFORM
            END-IF.
            OPEN OUTPUT SOLATRAS.
            MOVE WRK-DIAS-PARAM        TO WRK-DIAS-ED.
            MOVE SPACES                TO WRK-LINHA.
            STRING 'SOLICITACOES PENDENTES HA MAIS DE '
                                       DELIMITED BY SIZE
                   WRK-DIAS-ED         DELIMITED BY SIZE
                   ' DIAS EM '         DELIMITED BY SIZE
                   WRK-DATA-SISTEMA    DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE SPACES                TO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE WRK-LINHA-SOL-CAB     TO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            READ SOLICITACAO NEXT
                AT END MOVE 10         TO SOLICITACAO-STATUS
            END-READ.
            PERFORM UNTIL SOLICITACAO-STATUS EQUAL 10
                    ADD 1              TO WRK-TOTAL-LIDOS
                    IF SOL-PENDENTE
                       ADD 1           TO WRK-TOTAL-PENDENTES
                       PERFORM 2100-VERIFICAR-ATRASO
                               THRU 2100-END-PERFORM
                    END-IF
                    READ SOLICITACAO NEXT
                        AT END MOVE 10 TO SOLICITACAO-STATUS
                    END-READ
            END-PERFORM.
            CLOSE SOLICITACAO
                  SOLATRAS.
       2000-END-PERFORM.

      *    A IDADE E CONTADA EM DIAS CORRIDOS DESDE O PEDIDO.
       2100-VERIFICAR-ATRASO.
            MOVE ZEROS                 TO WRK-DIAS.
            IF SOL-DATA-PEDIDO IS NUMERIC
               AND SOL-DATA-PEDIDO GREATER ZEROS
               COMPUTE WRK-DIAS = WRK-DIA-HOJE -
                       FUNCTION INTEGER-OF-DATE (SOL-DATA-PEDIDO)
            END-IF.
            IF WRK-DIAS NOT GREATER WRK-DIAS-PARAM
               GO TO 2100-END-PERFORM
            END-IF.
            ADD 1                      TO WRK-TOTAL-ATRASADAS.
            IF SOL-FUSAO
               MOVE 'FUSAO'            TO LINSOL-TIPO
               MOVE SOL-FONE-DUPLIC    TO LINSOL-DUPLIC
            ELSE
               MOVE 'EXCLUSAO'         TO LINSOL-TIPO
               MOVE SPACES             TO LINSOL-DUPLIC
            END-IF.
            MOVE SOL-FONE              TO LINSOL-FONE.
            MOVE SOL-DATA-PEDIDO       TO LINSOL-DATA.
            MOVE SOL-OPER-PEDIDO       TO LINSOL-OPER.
            MOVE WRK-DIAS              TO LINSOL-DIAS.
            MOVE SOL-MOTIVO            TO LINSOL-MOTIVO.
            MOVE WRK-LINHA-SOL         TO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
       2100-END-PERFORM.

       3900-EMITIR-LINHA.
            DISPLAY WRK-LINHA.
            WRITE SOLATRAS-REG         FROM WRK-LINHA.
       3900-END-PERFORM.

       4000-FINALIZAR.
            DISPLAY ' '.
            DISPLAY 'SOLICITACOES LIDAS...: ' WRK-TOTAL-LIDOS.
            DISPLAY 'PENDENTES............: ' WRK-TOTAL-PENDENTES.
            DISPLAY 'PARADAS ALEM DO PRAZO: ' WRK-TOTAL-ATRASADAS.
            DISPLAY 'ARQUIVO SOLATRAS.TXT GERADO'.
