       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLILOGR.
      *********************************
      * OBJETIVO:  CARREGAR A BASE DE LOGRADOUROS DOS CORREIOS
      *            (LOGRADOU.TXT, UMA LINHA POR CEP NO FORMATO
      *            CEP;TIPO;LOGRADOURO;BAIRRO;CIDADE;UF) NO ARQUIVO
      *            INDEXADO POR CEP LOGRADOU.DAT, USADO PELO
      *            CLIENTES PARA PREENCHER O ENDERECO A PARTIR DO
      *            CEP E PELO CLISANEA NO SANEAMENTO DO CADASTRO.
      *            CEP JA CARREGADO E ATUALIZADO COM A VERSAO NOVA;
      *            LINHAS SEM CEP, LOGRADOURO, CIDADE OU UF SAO
      *            REJEITADAS E LISTADAS
      * AUTHOR  :  RAFAEL
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGRTXT ASSIGN       TO
                           'C:\Users\rafap\cobol\LOGRADOU.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOGRTXT-STATUS.

           SELECT LOGRADOURO ASSIGN    TO
                           'C:\Users\rafap\cobol\LOGRADOU.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS LOGRADOURO-STATUS
                  RECORD KEY IS  LGR-CEP
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
       FD LOGRTXT.
       01 LOGRTXT-REG                  PIC X(200).

       FD LOGRADOURO.
       01 LOGRADOURO-REG.
            05 LGR-CEP                 PIC 9(08).
            05 LGR-TIPO                PIC X(10).
            05 LGR-NOME                PIC X(40).
            05 LGR-BAIRRO              PIC X(30).
            05 LGR-CIDADE              PIC X(25).
            05 LGR-UF                  PIC X(02).

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
       01 WRK-ENTRADA.
           05 WRK-ENT-CEP              PIC X(09).
           05 WRK-ENT-TIPO             PIC X(10).
           05 WRK-ENT-NOME             PIC X(40).
           05 WRK-ENT-BAIRRO           PIC X(30).
           05 WRK-ENT-CIDADE           PIC X(25).
           05 WRK-ENT-UF               PIC X(02).
       01 WRK-DATA-SISTEMA             PIC 9(08).
       01 WRK-HORA-SISTEMA             PIC 9(08).
       77 WRK-TOTAL-LIDOS              PIC 9(07)   COMP.
       77 WRK-TOTAL-INCLUIDOS          PIC 9(07)   COMP.
       77 WRK-TOTAL-ATUALIZADOS        PIC 9(07)   COMP.
       77 WRK-TOTAL-REJEITADOS         PIC 9(07)   COMP.
       77 LOGRTXT-STATUS               PIC 9(02).
       77 LOGRADOURO-STATUS            PIC 9(02).
       77 WRK-OPERADOR                 PIC X(06).
       77 WRK-CEP-NUM                  PIC 9(08).
       77 WRK-DADOS-VALIDOS            PIC X(01).
          88 DADOS-VALIDOS-SIM         VALUE 'S'.
          88 DADOS-VALIDOS-NAO         VALUE 'N'.
       77 RUNCTL-STATUS                PIC 9(02).
       77 WRK-CTL-INICIO               PIC X(14).
       77 WRK-CTL-PROG-BUSCA           PIC X(08).
       77 WRK-CTL-BLOQUEADO            PIC X(01).
          88 CTL-BLOQUEADO-SIM         VALUE 'S'.
          88 CTL-BLOQUEADO-NAO         VALUE 'N'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-PROCESSAR UNTIL LOGRTXT-STATUS EQUAL 10.
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
                                          WRK-TOTAL-ATUALIZADOS
                                          WRK-TOTAL-REJEITADOS.
            OPEN I-O LOGRADOURO
            IF LOGRADOURO-STATUS = 35 THEN
               OPEN OUTPUT LOGRADOURO
               CLOSE LOGRADOURO
               OPEN I-O LOGRADOURO
            END-IF.
            OPEN INPUT LOGRTXT.
            IF LOGRTXT-STATUS NOT EQUAL 0
               DISPLAY 'BASE DE LOGRADOUROS NAO ENCONTRADA'
               MOVE 10                 TO LOGRTXT-STATUS
            ELSE
               READ LOGRTXT
                    AT END MOVE 10     TO LOGRTXT-STATUS
               END-READ
            END-IF.

      *    CONTROLE DE EXECUCAO: UMA RODADA ANTERIOR AINDA MARCADA
      *    COMO EXECUTANDO BLOQUEIA A NOVA ATE O OPERADOR LIBERA-LA
      *    PELO CLICTRL. O ONLINE NAO BLOQUEIA: O CLIENTES SO LE A
      *    BASE, UM CEP POR VEZ.
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
            MOVE 'CLILOGR'             TO WRK-CTL-PROG-BUSCA.
            PERFORM 1960-VERIFICAREXECUTANDO THRU 1960-END-PERFORM.
            IF CTL-BLOQUEADO-SIM
               DISPLAY 'CLILOGR COM RODADA ABERTA NO CONTROLE - '
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
            MOVE 'CLILOGR'             TO CTL-PROGRAMA.
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
      *    LIDOS, GRAVADOS (INCLUIDOS E ATUALIZADOS) E REJEITADOS.
       3950-REGISTRARFIM.
            MOVE 'CLILOGR'             TO CTL-PROGRAMA.
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
            ADD WRK-TOTAL-INCLUIDOS WRK-TOTAL-ATUALIZADOS
                                   GIVING CTL-TOTAL-2.
            MOVE WRK-TOTAL-REJEITADOS  TO CTL-TOTAL-3.
            REWRITE RUNCTL-REG.
            CLOSE RUNCTL.
       3950-END-PERFORM.

       2000-PROCESSAR.
            ADD 1                      TO WRK-TOTAL-LIDOS.
            MOVE SPACES                TO WRK-ENTRADA.
            UNSTRING LOGRTXT-REG DELIMITED BY ';'
                     INTO WRK-ENT-CEP    WRK-ENT-TIPO
                          WRK-ENT-NOME   WRK-ENT-BAIRRO
                          WRK-ENT-CIDADE WRK-ENT-UF.
            INSPECT WRK-ENTRADA CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            PERFORM 2010-VALIDARDADOS  THRU 2010-END-PERFORM.
            IF DADOS-VALIDOS-NAO
               ADD 1                   TO WRK-TOTAL-REJEITADOS
               DISPLAY 'REJEITADA: ' LOGRTXT-REG (1:60)
            ELSE
               MOVE WRK-CEP-NUM        TO LGR-CEP
               MOVE WRK-ENT-TIPO       TO LGR-TIPO
               MOVE WRK-ENT-NOME       TO LGR-NOME
               MOVE WRK-ENT-BAIRRO     TO LGR-BAIRRO
               MOVE WRK-ENT-CIDADE     TO LGR-CIDADE
               MOVE WRK-ENT-UF         TO LGR-UF
               WRITE LOGRADOURO-REG
                     INVALID KEY
                         REWRITE LOGRADOURO-REG
                         ADD 1         TO WRK-TOTAL-ATUALIZADOS
                     NOT INVALID KEY
                         ADD 1         TO WRK-TOTAL-INCLUIDOS
               END-WRITE
            END-IF.
            READ LOGRTXT
                 AT END MOVE 10        TO LOGRTXT-STATUS
            END-READ.

      *    CEP NAS GRAFIAS 99999-999 OU 8 DIGITOS CORRIDOS.
       2010-VALIDARDADOS.
            SET DADOS-VALIDOS-SIM      TO TRUE.
            IF WRK-ENT-CEP (1:5) IS NUMERIC
               AND WRK-ENT-CEP (6:1) EQUAL '-'
               AND WRK-ENT-CEP (7:3) IS NUMERIC
               MOVE WRK-ENT-CEP (1:5)  TO WRK-CEP-NUM (1:5)
               MOVE WRK-ENT-CEP (7:3)  TO WRK-CEP-NUM (6:3)
            ELSE
               IF WRK-ENT-CEP (1:8) IS NUMERIC
                  AND WRK-ENT-CEP (9:1) EQUAL SPACE
                  MOVE WRK-ENT-CEP (1:8)
                                       TO WRK-CEP-NUM
               ELSE
                  SET DADOS-VALIDOS-NAO TO TRUE
               END-IF
            END-IF.
            IF WRK-ENT-NOME EQUAL SPACES
               OR WRK-ENT-CIDADE EQUAL SPACES
               OR WRK-ENT-UF EQUAL SPACES
               SET DADOS-VALIDOS-NAO   TO TRUE
            END-IF.
       2010-END-PERFORM.

       3000-FINALIZAR.
            PERFORM 3950-REGISTRARFIM THRU 3950-END-PERFORM.
            CLOSE LOGRTXT
                  LOGRADOURO.
            DISPLAY ' '.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY '*   BASE DE LOGRADOUROS - RESUMO          *'.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY 'LINHAS LIDAS.........: ' WRK-TOTAL-LIDOS.
            DISPLAY 'CEPS INCLUIDOS.......: ' WRK-TOTAL-INCLUIDOS.
            DISPLAY 'CEPS ATUALIZADOS.....: ' WRK-TOTAL-ATUALIZADOS.
            DISPLAY 'LINHAS REJEITADAS....: ' WRK-TOTAL-REJEITADOS.
