       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIGRUPO.
      *********************************
      * OBJETIVO:  RELATORIO DE GRUPOS ECONOMICOS A PARTIR DOS
      *            VINCULOS ENTRE CLIENTES (VINCULO.DAT): PARA CADA
      *            MATRIZ OU EMPRESA PRINCIPAL, AS FILIAIS, OS
      *            RESPONSAVEIS E OS SOCIOS, COM A SITUACAO DE CADA
      *            UM, A QUANTIDADE DE UNIDADES (MATRIZ E FILIAIS),
      *            ATIVAS E INATIVAS, E AS UFS EM QUE O GRUPO ESTA.
      *            O VINCULO LANCADO NUMA FILIAL E LEVADO PARA O
      *            GRUPO DA MATRIZ DELA. GERA GRUPOS.TXT
      * AUTHOR  :  RAFAEL
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN      TO
                           'C:\Users\rafap\cobol\CLIENTES.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS CLIENTES-STATUS
                  RECORD KEY IS  CLIENTES-CHAVE
                  ALTERNATE RECORD KEY IS CLIENTES-NOME
                                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CLIENTES-CPF-CNPJ
                                      WITH DUPLICATES
                  LOCK MODE IS MANUAL.

           SELECT VINCULO ASSIGN       TO
                           'C:\Users\rafap\cobol\VINCULO.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS VINCULO-STATUS
                  RECORD KEY IS  VIN-CHAVE
                  ALTERNATE RECORD KEY IS VIN-FONE-VINC
                                      WITH DUPLICATES
                  LOCK MODE IS MANUAL.

      *    SEGUNDA LEITURA DO MESMO ARQUIVO DE VINCULOS, PARA ACHAR
      *    A MATRIZ DE UM PRINCIPAL SEM PERDER A POSICAO DA
      *    LEITURA SEQUENCIAL.
           SELECT VINCMATR ASSIGN      TO
                           'C:\Users\rafap\cobol\VINCULO.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS VINCMATR-STATUS
                  RECORD KEY IS  VMT-CHAVE
                  ALTERNATE RECORD KEY IS VMT-FONE-VINC
                                      WITH DUPLICATES
                  LOCK MODE IS MANUAL.

           SELECT ORDGRUPO ASSIGN      TO
                           'C:\Users\rafap\cobol\ORDGRUPO.TMP'.

           SELECT GRUPOS ASSIGN        TO
                           'C:\Users\rafap\cobol\GRUPOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GRUPOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       01 CLIENTES-REG.
            05 CLIENTES-CHAVE.
                10 CLIENTES-FONE       PIC 9(11).
            05 CLIENTES-NOME           PIC X(30).
            05 CLIENTES-EMAIL          PIC X(40).
            05 CLIENTES-CPF-CNPJ       PIC X(14).
            05 CLIENTES-ENDERECO       PIC X(40).
            05 CLIENTES-CIDADE         PIC X(25).
            05 CLIENTES-UF             PIC X(02).
            05 CLIENTES-CEP            PIC X(09).
            05 CLIENTES-SITUACAO       PIC X(01).
                88 CLIENTES-ATIVO          VALUE 'A'.
                88 CLIENTES-INATIVO        VALUE 'I'.

       FD VINCULO.
       01 VINCULO-REG.
            05 VIN-CHAVE.
                10 VIN-FONE-PRINC      PIC 9(11).
                10 VIN-FONE-VINC       PIC 9(11).
            05 VIN-TIPO                PIC X(01).
                88 VIN-MATRIZ-FILIAL       VALUE 'M'.
                88 VIN-RESPONSAVEL         VALUE 'R'.
                88 VIN-SOCIO               VALUE 'S'.
            05 VIN-ORIGEM              PIC X(01).
            05 VIN-DATA                PIC 9(08).
            05 VIN-OPERADOR            PIC X(06).

       FD VINCMATR.
       01 VINCMATR-REG.
            05 VMT-CHAVE.
                10 VMT-FONE-PRINC      PIC 9(11).
                10 VMT-FONE-VINC       PIC 9(11).
            05 VMT-TIPO                PIC X(01).
                88 VMT-MATRIZ-FILIAL       VALUE 'M'.
            05 VMT-ORIGEM              PIC X(01).
            05 VMT-DATA                PIC 9(08).
            05 VMT-OPERADOR            PIC X(06).

      *    UM REGISTRO POR MEMBRO DO GRUPO. ORDEM 0 = CABECA DO
      *    GRUPO, 1 = FILIAL, 2 = RESPONSAVEL, 3 = SOCIO. O MESMO
      *    MEMBRO PODE VIR MAIS DE UMA VEZ E SAI SO UMA.
       SD ORDGRUPO.
       01 ORDGRUPO-REG.
            05 SRT-CABECA              PIC 9(11).
            05 SRT-ORDEM               PIC 9(01).
            05 SRT-FONE                PIC 9(11).

       FD GRUPOS.
       01 GRUPOS-REG                  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WRK-TAB-UF.
           05 WRK-QTD-UF               PIC 9(03)   COMP.
           05 WRK-UF-SIGLA             PIC X(02)   OCCURS 30 TIMES.
       77 WRK-I                        PIC 9(03)   COMP.
       77 WRK-CABECA                   PIC 9(11).
       77 WRK-FONE-LER                 PIC 9(11).
       77 WRK-ANT-CABECA               PIC 9(11).
       77 WRK-ANT-ORDEM                PIC 9(01).
       77 WRK-ANT-FONE                 PIC 9(11).
       77 WRK-GRP-UNIDADES             PIC 9(05)   COMP.
       77 WRK-GRP-ATIVAS               PIC 9(05)   COMP.
       77 WRK-GRP-INATIVAS             PIC 9(05)   COMP.
       77 WRK-GRP-PESSOAS              PIC 9(05)   COMP.
       77 WRK-TOTAL-VINCULOS           PIC 9(07)   COMP.
       77 WRK-TOTAL-GRUPOS             PIC 9(07)   COMP.
       77 WRK-TOTAL-UNIDADES           PIC 9(07)   COMP.
       77 WRK-TOTAL-PESSOAS            PIC 9(07)   COMP.
       77 WRK-ED-QTD                   PIC ZZZZ9.
       77 WRK-ED-QTD2                  PIC ZZZZ9.
       77 WRK-ED-QTD3                  PIC ZZZZ9.
       77 WRK-PONTEIRO                 PIC 9(03)   COMP.
       77 WRK-ACHOU                    PIC X(01).
          88 ACHOU-SIM                 VALUE 'S'.
          88 ACHOU-NAO                 VALUE 'N'.
       77 WRK-NO-CADASTRO              PIC X(01).
          88 NO-CADASTRO-SIM           VALUE 'S'.
          88 NO-CADASTRO-NAO           VALUE 'N'.
       01 WRK-LINHA                    PIC X(100).
       01 WRK-LINHA-DET.
           05 LINDET-TIPO              PIC X(12).
           05 FILLER                   PIC X(01)   VALUE SPACE.
           05 LINDET-FONE              PIC 9(11).
           05 FILLER                   PIC X(01)   VALUE SPACE.
           05 LINDET-NOME              PIC X(30).
           05 FILLER                   PIC X(01)   VALUE SPACE.
           05 LINDET-CIDADE            PIC X(25).
           05 FILLER                   PIC X(01)   VALUE SPACE.
           05 LINDET-UF                PIC X(02).
           05 FILLER                   PIC X(01)   VALUE SPACE.
           05 LINDET-SIT               PIC X(09).
       01 WRK-LINHA-CAB.
           05 FILLER                   PIC X(12)   VALUE 'TIPO'.
           05 FILLER                   PIC X(01)   VALUE SPACE.
           05 FILLER                   PIC X(11)   VALUE 'TELEFONE'.
           05 FILLER                   PIC X(01)   VALUE SPACE.
           05 FILLER                   PIC X(30)   VALUE 'NOME'.
           05 FILLER                   PIC X(01)   VALUE SPACE.
           05 FILLER                   PIC X(25)   VALUE 'CIDADE'.
           05 FILLER                   PIC X(01)   VALUE SPACE.
           05 FILLER                   PIC X(02)   VALUE 'UF'.
           05 FILLER                   PIC X(01)   VALUE SPACE.
           05 FILLER                   PIC X(09)   VALUE 'SITUACAO'.
       77 CLIENTES-STATUS              PIC 9(02).
       77 VINCULO-STATUS               PIC 9(02).
       77 VINCMATR-STATUS              PIC 9(02).
       77 GRUPOS-STATUS                PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            SORT ORDGRUPO
                 ASCENDING KEY SRT-CABECA SRT-ORDEM SRT-FONE
                 INPUT PROCEDURE IS 2000-SELECIONAR
                                    THRU 2000-END-PERFORM
                 OUTPUT PROCEDURE IS 2100-GRUPOS
                                     THRU 2100-END-PERFORM.
            PERFORM 4000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE ZEROS                 TO WRK-TOTAL-VINCULOS
                                          WRK-TOTAL-GRUPOS
                                          WRK-TOTAL-UNIDADES
                                          WRK-TOTAL-PESSOAS
                                          WRK-ANT-CABECA
                                          WRK-ANT-ORDEM
                                          WRK-ANT-FONE.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS NOT EQUAL 0
               DISPLAY 'ARQUIVO DE CLIENTES NAO ENCONTRADO'
               MOVE 10                 TO VINCULO-STATUS
            ELSE
               OPEN INPUT VINCULO
                          VINCMATR
               IF VINCULO-STATUS NOT EQUAL 0
                  DISPLAY 'ARQUIVO DE VINCULOS NAO ENCONTRADO'
                  MOVE 10              TO VINCULO-STATUS
               END-IF
            END-IF.
            OPEN OUTPUT GRUPOS.
            MOVE '*---------------------------------------------*'
                                       TO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE '*   GRUPOS ECONOMICOS E PESSOAS VINCULADAS    *'
                                       TO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE '*---------------------------------------------*'
                                       TO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.

       2000-SELECIONAR.
            IF VINCULO-STATUS EQUAL 10
               GO TO 2000-END-PERFORM
            END-IF.
            MOVE ZEROS                 TO VIN-FONE-PRINC
                                          VIN-FONE-VINC.
            START VINCULO KEY IS NOT LESS THAN VIN-CHAVE
                INVALID KEY
                    MOVE 10            TO VINCULO-STATUS
                NOT INVALID KEY
                    READ VINCULO NEXT
                        AT END MOVE 10 TO VINCULO-STATUS
                    END-READ
            END-START.
            PERFORM UNTIL VINCULO-STATUS EQUAL 10
                    ADD 1              TO WRK-TOTAL-VINCULOS
                    PERFORM 2010-ACHAR-CABECA THRU 2010-END-PERFORM
                    MOVE WRK-CABECA    TO SRT-CABECA
                                          SRT-FONE
                    MOVE 0             TO SRT-ORDEM
                    RELEASE ORDGRUPO-REG
                    MOVE VIN-FONE-VINC TO SRT-FONE
                    EVALUATE TRUE
                        WHEN VIN-MATRIZ-FILIAL
                            MOVE 1     TO SRT-ORDEM
                        WHEN VIN-RESPONSAVEL
                            MOVE 2     TO SRT-ORDEM
                        WHEN OTHER
                            MOVE 3     TO SRT-ORDEM
                    END-EVALUATE
                    RELEASE ORDGRUPO-REG
                    READ VINCULO NEXT
                        AT END MOVE 10 TO VINCULO-STATUS
                    END-READ
            END-PERFORM.
       2000-END-PERFORM.

      *    A CABECA DO GRUPO E O PRINCIPAL DO VINCULO, OU A MATRIZ
      *    DELE QUANDO O PRINCIPAL E FILIAL DE OUTRO CLIENTE.
       2010-ACHAR-CABECA.
            MOVE VIN-FONE-PRINC        TO WRK-CABECA.
            SET ACHOU-NAO              TO TRUE.
            MOVE VIN-FONE-PRINC        TO VMT-FONE-VINC.
            MOVE ZEROS                 TO VINCMATR-STATUS.
            START VINCMATR KEY IS EQUAL TO VMT-FONE-VINC
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ VINCMATR NEXT
                        AT END MOVE 10 TO VINCMATR-STATUS
                    END-READ
                    PERFORM UNTIL VINCMATR-STATUS EQUAL 10
                            OR ACHOU-SIM
                            OR VMT-FONE-VINC NOT EQUAL VIN-FONE-PRINC
                            IF VMT-MATRIZ-FILIAL
                               MOVE VMT-FONE-PRINC TO WRK-CABECA
                               SET ACHOU-SIM       TO TRUE
                            ELSE
                               READ VINCMATR NEXT
                                   AT END MOVE 10
                                          TO VINCMATR-STATUS
                               END-READ
                            END-IF
                    END-PERFORM
            END-START.
       2010-END-PERFORM.

       2100-GRUPOS.
            RETURN ORDGRUPO
                AT END
                    PERFORM 2190-FECHAR-GRUPO THRU 2190-END-PERFORM
                    GO TO 2100-END-PERFORM
            END-RETURN.
            IF SRT-CABECA EQUAL WRK-ANT-CABECA
               AND SRT-ORDEM EQUAL WRK-ANT-ORDEM
               AND SRT-FONE EQUAL WRK-ANT-FONE
               GO TO 2100-GRUPOS
            END-IF.
            IF SRT-CABECA NOT EQUAL WRK-ANT-CABECA
               PERFORM 2190-FECHAR-GRUPO THRU 2190-END-PERFORM
               PERFORM 2110-ABRIR-GRUPO  THRU 2110-END-PERFORM
            END-IF.
            MOVE SRT-CABECA            TO WRK-ANT-CABECA.
            MOVE SRT-ORDEM             TO WRK-ANT-ORDEM.
            MOVE SRT-FONE              TO WRK-ANT-FONE.
            PERFORM 2120-DETALHE       THRU 2120-END-PERFORM.
            GO TO 2100-GRUPOS.
       2100-END-PERFORM.

       2110-ABRIR-GRUPO.
            ADD 1                      TO WRK-TOTAL-GRUPOS.
            MOVE ZEROS                 TO WRK-GRP-UNIDADES
                                          WRK-GRP-ATIVAS
                                          WRK-GRP-INATIVAS
                                          WRK-GRP-PESSOAS
                                          WRK-QTD-UF.
            MOVE SRT-CABECA            TO WRK-FONE-LER.
            PERFORM 2150-LER-CLIENTE   THRU 2150-END-PERFORM.
            MOVE SPACES                TO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            STRING 'GRUPO ECONOMICO: ' DELIMITED BY SIZE
                   SRT-CABECA          DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   CLIENTES-NOME       DELIMITED BY SIZE
                              INTO WRK-LINHA.
            IF NO-CADASTRO-SIM
               AND CLIENTES-CPF-CNPJ IS NUMERIC
               STRING ' RAIZ CNPJ '    DELIMITED BY SIZE
                      CLIENTES-CPF-CNPJ (1:8)
                                       DELIMITED BY SIZE
                              INTO WRK-LINHA (65:)
            END-IF.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE WRK-LINHA-CAB         TO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
       2110-END-PERFORM.

       2120-DETALHE.
            MOVE SRT-FONE              TO WRK-FONE-LER.
            PERFORM 2150-LER-CLIENTE   THRU 2150-END-PERFORM.
            EVALUATE SRT-ORDEM
                WHEN 0
                    IF NO-CADASTRO-SIM
                       AND CLIENTES-CPF-CNPJ IS NUMERIC
                       AND CLIENTES-CPF-CNPJ (9:4) EQUAL '0001'
                       MOVE 'MATRIZ'   TO LINDET-TIPO
                    ELSE
                       MOVE 'PRINCIPAL' TO LINDET-TIPO
                    END-IF
                WHEN 1
                    MOVE 'FILIAL'      TO LINDET-TIPO
                WHEN 2
                    MOVE 'RESPONSAVEL' TO LINDET-TIPO
                WHEN OTHER
                    MOVE 'SOCIO'       TO LINDET-TIPO
            END-EVALUATE.
            MOVE SRT-FONE              TO LINDET-FONE.
            MOVE CLIENTES-NOME         TO LINDET-NOME.
            MOVE CLIENTES-CIDADE       TO LINDET-CIDADE.
            MOVE CLIENTES-UF           TO LINDET-UF.
            EVALUATE TRUE
                WHEN NO-CADASTRO-NAO
                    MOVE 'EXPURGADO'   TO LINDET-SIT
                WHEN CLIENTES-ATIVO
                    MOVE 'ATIVO'       TO LINDET-SIT
                WHEN OTHER
                    MOVE 'INATIVO'     TO LINDET-SIT
            END-EVALUATE.
            MOVE WRK-LINHA-DET         TO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            IF SRT-ORDEM GREATER 1
               ADD 1                   TO WRK-GRP-PESSOAS
               GO TO 2120-END-PERFORM
            END-IF.
            ADD 1                      TO WRK-GRP-UNIDADES.
            IF NO-CADASTRO-SIM AND CLIENTES-ATIVO
               ADD 1                   TO WRK-GRP-ATIVAS
            ELSE
               ADD 1                   TO WRK-GRP-INATIVAS
            END-IF.
            IF CLIENTES-UF EQUAL SPACES
               GO TO 2120-END-PERFORM
            END-IF.
            PERFORM VARYING WRK-I FROM 1 BY 1
                    UNTIL WRK-I GREATER WRK-QTD-UF
                    OR WRK-UF-SIGLA (WRK-I) EQUAL CLIENTES-UF
                    CONTINUE
            END-PERFORM.
            IF WRK-I GREATER WRK-QTD-UF
               AND WRK-QTD-UF LESS 30
               ADD 1                   TO WRK-QTD-UF
               MOVE CLIENTES-UF        TO WRK-UF-SIGLA (WRK-QTD-UF)
            END-IF.
       2120-END-PERFORM.

      *    LE O CLIENTE DE WRK-FONE-LER. O CLIENTE JA EXPURGADO PARA O
      *    HISTORICO CONTINUA NO GRUPO, SEM NOME E COMO EXPURGADO.
       2150-LER-CLIENTE.
            MOVE SPACES                TO CLIENTES-REG.
            MOVE WRK-FONE-LER          TO CLIENTES-FONE.
            SET NO-CADASTRO-SIM        TO TRUE.
            READ CLIENTES
                INVALID KEY
                    SET NO-CADASTRO-NAO TO TRUE
                    MOVE SPACES        TO CLIENTES-REG
                    MOVE '(FORA DO CADASTRO)'
                                       TO CLIENTES-NOME
            END-READ.
       2150-END-PERFORM.

       2190-FECHAR-GRUPO.
            IF WRK-ANT-CABECA EQUAL ZEROS
               GO TO 2190-END-PERFORM
            END-IF.
            ADD WRK-GRP-UNIDADES       TO WRK-TOTAL-UNIDADES.
            ADD WRK-GRP-PESSOAS        TO WRK-TOTAL-PESSOAS.
            MOVE WRK-GRP-UNIDADES      TO WRK-ED-QTD.
            MOVE WRK-GRP-ATIVAS        TO WRK-ED-QTD2.
            MOVE WRK-GRP-INATIVAS      TO WRK-ED-QTD3.
            MOVE SPACES                TO WRK-LINHA.
            STRING 'UNIDADES.: '       DELIMITED BY SIZE
                   WRK-ED-QTD          DELIMITED BY SIZE
                   '   ATIVAS: '       DELIMITED BY SIZE
                   WRK-ED-QTD2         DELIMITED BY SIZE
                   '   INATIVAS: '     DELIMITED BY SIZE
                   WRK-ED-QTD3         DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE WRK-QTD-UF            TO WRK-ED-QTD.
            MOVE SPACES                TO WRK-LINHA.
            STRING 'UFS......: '       DELIMITED BY SIZE
                   WRK-ED-QTD          DELIMITED BY SIZE
                   ' -'                DELIMITED BY SIZE
                              INTO WRK-LINHA.
            MOVE 20                    TO WRK-PONTEIRO.
            PERFORM VARYING WRK-I FROM 1 BY 1
                    UNTIL WRK-I GREATER WRK-QTD-UF
                    MOVE WRK-UF-SIGLA (WRK-I)
                              TO WRK-LINHA (WRK-PONTEIRO:2)
                    ADD 3              TO WRK-PONTEIRO
            END-PERFORM.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
            MOVE WRK-GRP-PESSOAS       TO WRK-ED-QTD.
            MOVE SPACES                TO WRK-LINHA.
            STRING 'PESSOAS..: '       DELIMITED BY SIZE
                   WRK-ED-QTD          DELIMITED BY SIZE
                   ' (RESPONSAVEIS E SOCIOS)'
                                       DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 3900-EMITIR-LINHA THRU 3900-END-PERFORM.
       2190-END-PERFORM.

       3900-EMITIR-LINHA.
            WRITE GRUPOS-REG           FROM WRK-LINHA.
            MOVE SPACES                TO WRK-LINHA.
       3900-END-PERFORM.

       4000-FINALIZAR.
            CLOSE CLIENTES
                  VINCULO
                  VINCMATR
                  GRUPOS.
            DISPLAY ' '.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY '*   GRUPOS ECONOMICOS - RESUMO            *'.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY 'VINCULOS LIDOS.......: ' WRK-TOTAL-VINCULOS.
            DISPLAY 'GRUPOS...............: ' WRK-TOTAL-GRUPOS.
            DISPLAY 'UNIDADES.............: ' WRK-TOTAL-UNIDADES.
            DISPLAY 'PESSOAS VINCULADAS...: ' WRK-TOTAL-PESSOAS.
            DISPLAY 'ARQUIVO GRUPOS.TXT GERADO'.
