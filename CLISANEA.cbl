       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLISANEA.
      *********************************
      * OBJETIVO:  SANEAMENTO DE ENDERECOS DO CADASTRO CONTRA A BASE
      *            DE LOGRADOUROS DOS CORREIOS (LOGRADOU.DAT), EM
      *            DUAS PASSADAS:
      *            MODO R - COMPARA LOGRADOURO, CIDADE, UF E CEP DE
      *            TODO O CLIENTES.DAT COM A BASE E GRAVA EM
      *            SANEAR.TXT UMA LINHA POR DIVERGENCIA, COM O
      *            ENDERECO ATUAL E O CORRIGIDO. A PRIMEIRA COLUNA
      *            SAI 'N'; QUEM REVISA TROCA PARA 'S' AS CORRECOES
      *            APROVADAS. LINHAS '-' (CEP INVALIDO OU FORA DA
      *            BASE) NAO TEM CORRECAO AUTOMATICA.
      *            MODO A - LE O SANEAR.TXT REVISADO E APLICA AS
      *            LINHAS 'S' NO CADASTRO, REGISTRANDO CADA UMA NO
      *            LOG DE TRANSACOES COMO ALTERAR. CLIENTE QUE MUDOU
      *            DEPOIS DO RELATORIO NAO E TOCADO
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

           SELECT LOGRADOURO ASSIGN    TO
                           'C:\Users\rafap\cobol\LOGRADOU.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS LOGRADOURO-STATUS
                  RECORD KEY IS  LGR-CEP
                  LOCK MODE IS MANUAL.

           SELECT SANEAR ASSIGN        TO
                           'C:\Users\rafap\cobol\SANEAR.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SANEAR-STATUS.

           SELECT LOGTRANS ASSIGN      TO
                           'C:\Users\rafap\cobol\LOGTRANS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOGTRANS-STATUS.

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
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS RUNCTL-STATUS
                  RECORD KEY IS  CTL-CHAVE
                  LOCK MODE IS MANUAL.

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

       FD LOGRADOURO.
       01 LOGRADOURO-REG.
            05 LGR-CEP                 PIC 9(08).
            05 LGR-TIPO                PIC X(10).
            05 LGR-NOME                PIC X(40).
            05 LGR-BAIRRO              PIC X(30).
            05 LGR-CIDADE              PIC X(25).
            05 LGR-UF                  PIC X(02).

       FD SANEAR.
       01 SANEAR-REG.
            05 SAN-APROVADO            PIC X(01).
                88 SAN-APROVADO-SIM        VALUE 'S'.
            05 FILLER                  PIC X(01).
            05 SAN-FONE                PIC 9(11).
            05 FILLER                  PIC X(01).
            05 SAN-DIVERGENCIA         PIC X(20).
            05 FILLER                  PIC X(01).
            05 SAN-ENDERECO-ATUAL      PIC X(40).
            05 FILLER                  PIC X(01).
            05 SAN-CIDADE-ATUAL        PIC X(25).
            05 FILLER                  PIC X(01).
            05 SAN-UF-ATUAL            PIC X(02).
            05 FILLER                  PIC X(01).
            05 SAN-CEP-ATUAL           PIC X(09).
            05 FILLER                  PIC X(01).
            05 SAN-ENDERECO-NOVO       PIC X(40).
            05 FILLER                  PIC X(01).
            05 SAN-CIDADE-NOVA         PIC X(25).
            05 FILLER                  PIC X(01).
            05 SAN-UF-NOVA             PIC X(02).
            05 FILLER                  PIC X(01).
            05 SAN-CEP-NOVO            PIC X(09).

       FD LOGTRANS.
       01 LOGTRANS-REG.
            05 LOG-DATA-HORA           PIC X(16).
            05 FILLER                  PIC X(01) VALUE ';'.
            05 LOG-OPERACAO            PIC X(08).
            05 FILLER                  PIC X(01) VALUE ';'.
            05 LOG-CLIENTES-FONE       PIC 9(11).
            05 FILLER                  PIC X(01) VALUE ';'.
            05 LOG-NOME-ANTES          PIC X(30).
            05 FILLER                  PIC X(01) VALUE ';'.
            05 LOG-EMAIL-ANTES         PIC X(40).
            05 FILLER                  PIC X(01) VALUE ';'.
            05 LOG-NOME-DEPOIS         PIC X(30).
            05 FILLER                  PIC X(01) VALUE ';'.
            05 LOG-EMAIL-DEPOIS        PIC X(40).
            05 FILLER                  PIC X(01) VALUE ';'.
            05 LOG-CPF-CNPJ-DEPOIS     PIC X(14).
            05 FILLER                  PIC X(01) VALUE ';'.
            05 LOG-ENDERECO-DEPOIS     PIC X(40).
            05 FILLER                  PIC X(01) VALUE ';'.
            05 LOG-CIDADE-DEPOIS       PIC X(25).
            05 FILLER                  PIC X(01) VALUE ';'.
            05 LOG-UF-DEPOIS           PIC X(02).
            05 FILLER                  PIC X(01) VALUE ';'.
            05 LOG-CEP-DEPOIS          PIC X(09).
            05 FILLER                  PIC X(01) VALUE ';'.
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
       01 WRK-SANEAR.
           05 WRK-SAN-APROVADO         PIC X(01).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-SAN-FONE             PIC 9(11).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-SAN-DIVERGENCIA      PIC X(20).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-SAN-ENDERECO-ATUAL   PIC X(40).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-SAN-CIDADE-ATUAL     PIC X(25).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-SAN-UF-ATUAL         PIC X(02).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-SAN-CEP-ATUAL        PIC X(09).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-SAN-ENDERECO-NOVO    PIC X(40).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-SAN-CIDADE-NOVA      PIC X(25).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-SAN-UF-NOVA          PIC X(02).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-SAN-CEP-NOVO         PIC X(09).
       01 WRK-LOGTRANS.
           05 WRK-LOG-DATA-HORA        PIC X(16).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-LOG-OPERACAO         PIC X(08).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-LOG-CLIENTES-FONE    PIC 9(11).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-LOG-NOME-ANTES       PIC X(30).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-LOG-EMAIL-ANTES      PIC X(40).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-LOG-NOME-DEPOIS      PIC X(30).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-LOG-EMAIL-DEPOIS     PIC X(40).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-LOG-CPF-CNPJ-DEPOIS  PIC X(14).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-LOG-ENDERECO-DEPOIS  PIC X(40).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-LOG-CIDADE-DEPOIS    PIC X(25).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-LOG-UF-DEPOIS        PIC X(02).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-LOG-CEP-DEPOIS       PIC X(09).
           05 FILLER                   PIC X(01) VALUE ';'.
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
       77 WRK-TOTAL-LIDOS              PIC 9(07)   COMP.
       77 WRK-TOTAL-CONFEREM           PIC 9(07)   COMP.
       77 WRK-TOTAL-DIVERGENTES        PIC 9(07)   COMP.
       77 WRK-TOTAL-SEM-CORRECAO       PIC 9(07)   COMP.
       77 WRK-TOTAL-APLICADAS          PIC 9(07)   COMP.
       77 WRK-TOTAL-NAO-APROVADAS      PIC 9(07)   COMP.
       77 WRK-TOTAL-RECUSADAS          PIC 9(07)   COMP.
       77 CLIENTES-STATUS              PIC 9(02).
       77 LOGRADOURO-STATUS            PIC 9(02).
       77 SANEAR-STATUS                PIC 9(02).
       77 LOGTRANS-STATUS              PIC 9(02).
       77 WRK-OPERADOR                 PIC X(06).
       77 WRK-MODO                     PIC X(01).
          88 MODO-RELATORIO            VALUE 'R'.
          88 MODO-APLICAR              VALUE 'A'.
       77 WRK-CEP-ENT                  PIC X(09).
       77 WRK-CEP-NUM                  PIC 9(08).
       77 WRK-CEP-EXTRAIDO             PIC X(01).
          88 CEP-EXTRAIDO-SIM          VALUE 'S'.
          88 CEP-EXTRAIDO-NAO          VALUE 'N'.
       77 WRK-CEP-FORMATADO            PIC X(09).
       77 WRK-ENDERECO-NOVO            PIC X(40).
       77 WRK-COMPARA                  PIC X(40).
       77 WRK-END-POS                  PIC 9(04) COMP.
       77 WRK-END-PONT                 PIC 9(04) COMP.
       77 WRK-END-IND                  PIC 9(04) COMP.
       77 WRK-DIV-PONT                 PIC 9(04) COMP.
       77 RUNCTL-STATUS                PIC 9(02).
       77 WRK-CTL-INICIO               PIC X(14).
       77 WRK-CTL-PROG-BUSCA           PIC X(08).
       77 WRK-CTL-BLOQUEADO            PIC X(01).
          88 CTL-BLOQUEADO-SIM         VALUE 'S'.
          88 CTL-BLOQUEADO-NAO         VALUE 'N'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF MODO-RELATORIO
               PERFORM 2000-COMPARAR UNTIL CLIENTES-STATUS EQUAL 10
            ELSE
               PERFORM 2500-APLICAR THRU 2500-END-PERFORM
                       UNTIL SANEAR-STATUS EQUAL 10
            END-IF.
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
            MOVE SPACES                TO WRK-MODO.
            DISPLAY 'MODO (R=RELATORIO A=APLICAR APROVADAS): '
                    WITH NO ADVANCING.
            ACCEPT WRK-MODO.
            IF NOT MODO-RELATORIO AND NOT MODO-APLICAR
               DISPLAY 'MODO INVALIDO'
               STOP RUN
            END-IF.
            PERFORM 1950-REGISTRARINICIO THRU 1950-END-PERFORM.
            MOVE ZEROS                 TO WRK-TOTAL-LIDOS
                                          WRK-TOTAL-CONFEREM
                                          WRK-TOTAL-DIVERGENTES
                                          WRK-TOTAL-SEM-CORRECAO
                                          WRK-TOTAL-APLICADAS
                                          WRK-TOTAL-NAO-APROVADAS
                                          WRK-TOTAL-RECUSADAS.
            IF MODO-RELATORIO
               PERFORM 1100-ABRIRRELATORIO THRU 1100-END-PERFORM
            ELSE
               PERFORM 1200-ABRIRAPLICACAO THRU 1200-END-PERFORM
            END-IF.

       1100-ABRIRRELATORIO.
            OPEN OUTPUT SANEAR.
            OPEN INPUT LOGRADOURO.
            IF LOGRADOURO-STATUS NOT EQUAL 0
               DISPLAY 'BASE DE LOGRADOUROS NAO ENCONTRADA - '
                       'CARREGUE PELO CLILOGR'
               MOVE 10                 TO CLIENTES-STATUS
               GO TO 1100-END-PERFORM
            END-IF.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS NOT EQUAL 0
               DISPLAY 'ARQUIVO DE CLIENTES NAO ENCONTRADO'
               MOVE 10                 TO CLIENTES-STATUS
               GO TO 1100-END-PERFORM
            END-IF.
            MOVE ZEROS                 TO CLIENTES-FONE.
            START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
                INVALID KEY
                    MOVE 10            TO CLIENTES-STATUS
                NOT INVALID KEY
                    READ CLIENTES NEXT
                        AT END MOVE 10 TO CLIENTES-STATUS
                    END-READ
            END-START.
       1100-END-PERFORM.

       1200-ABRIRAPLICACAO.
            OPEN I-O CLIENTES.
            IF CLIENTES-STATUS NOT EQUAL 0
               DISPLAY 'ARQUIVO DE CLIENTES NAO ENCONTRADO'
               MOVE 10                 TO SANEAR-STATUS
               GO TO 1200-END-PERFORM
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
            OPEN INPUT SANEAR.
            IF SANEAR-STATUS NOT EQUAL 0
               DISPLAY 'RELATORIO DE SANEAMENTO NAO ENCONTRADO'
               MOVE 10                 TO SANEAR-STATUS
            ELSE
               READ SANEAR
                    AT END MOVE 10     TO SANEAR-STATUS
               END-READ
            END-IF.
       1200-END-PERFORM.

      *    CONTROLE DE EXECUCAO: UMA RODADA ANTERIOR AINDA MARCADA
      *    COMO EXECUTANDO BLOQUEIA A NOVA ATE O OPERADOR LIBERA-LA
      *    PELO CLICTRL. NA APLICACAO O ONLINE DE CLIENTES ABERTO
      *    TAMBEM BLOQUEIA, PARA AS CORRECOES NAO CORREREM POR CIMA
      *    DOS TERMINAIS.
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
            MOVE 'CLISANEA'            TO WRK-CTL-PROG-BUSCA.
            PERFORM 1960-VERIFICAREXECUTANDO THRU 1960-END-PERFORM.
            IF CTL-BLOQUEADO-SIM
               DISPLAY 'CLISANEA COM RODADA ABERTA NO CONTROLE - '
                       'LIBERE PELO CLICTRL'
               CLOSE RUNCTL
               STOP RUN
            END-IF.
            IF MODO-APLICAR
               MOVE 'CLIENTES'         TO WRK-CTL-PROG-BUSCA
               PERFORM 1960-VERIFICAREXECUTANDO
                       THRU 1960-END-PERFORM
               IF CTL-BLOQUEADO-SIM
                  DISPLAY 'ONLINE DE CLIENTES EM USO - ENCERRE OS '
                          'TERMINAIS ANTES DO BATCH'
                  CLOSE RUNCTL
                  STOP RUN
               END-IF
            END-IF.
            ACCEPT WRK-DATA-SISTEMA    FROM DATE YYYYMMDD.
            ACCEPT WRK-HORA-SISTEMA    FROM TIME.
            MOVE SPACES                TO WRK-CTL-INICIO.
            STRING WRK-DATA-SISTEMA    DELIMITED BY SIZE
                   WRK-HORA-SISTEMA (1:6)
                                       DELIMITED BY SIZE
                              INTO WRK-CTL-INICIO.
            MOVE 'CLISANEA'            TO CTL-PROGRAMA.
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

      *    ENCERRA A RODADA NO CONTROLE DE EXECUCAO. NO RELATORIO:
      *    LIDOS, DIVERGENTES E SEM CORRECAO; NA APLICACAO: LIDOS,
      *    APLICADAS E RECUSADAS.
       3950-REGISTRARFIM.
            MOVE 'CLISANEA'            TO CTL-PROGRAMA.
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
            IF MODO-RELATORIO
               MOVE WRK-TOTAL-DIVERGENTES
                                       TO CTL-TOTAL-2
               MOVE WRK-TOTAL-SEM-CORRECAO
                                       TO CTL-TOTAL-3
            ELSE
               MOVE WRK-TOTAL-APLICADAS
                                       TO CTL-TOTAL-2
               MOVE WRK-TOTAL-RECUSADAS
                                       TO CTL-TOTAL-3
            END-IF.
            REWRITE RUNCTL-REG.
            CLOSE RUNCTL.
       3950-END-PERFORM.

       2000-COMPARAR.
            ADD 1                      TO WRK-TOTAL-LIDOS.
            PERFORM 2010-VERIFICARENDERECO THRU 2010-END-PERFORM.
            READ CLIENTES NEXT
                AT END MOVE 10         TO CLIENTES-STATUS
            END-READ.

      *    O ENDERECO CORRIGIDO E "TIPO NOME, NUMERO/COMPLEMENTO"
      *    DA BASE, COM CIDADE, UF E CEP 99999-999 DA BASE. DIFERENCA
      *    SO DE MAIUSCULAS/MINUSCULAS NAO E DIVERGENCIA.
       2010-VERIFICARENDERECO.
            MOVE 'N'                   TO WRK-SAN-APROVADO.
            MOVE CLIENTES-FONE         TO WRK-SAN-FONE.
            MOVE SPACES                TO WRK-SAN-DIVERGENCIA
                                          WRK-SAN-ENDERECO-NOVO
                                          WRK-SAN-CIDADE-NOVA
                                          WRK-SAN-UF-NOVA
                                          WRK-SAN-CEP-NOVO.
            MOVE CLIENTES-ENDERECO     TO WRK-SAN-ENDERECO-ATUAL.
            MOVE CLIENTES-CIDADE       TO WRK-SAN-CIDADE-ATUAL.
            MOVE CLIENTES-UF           TO WRK-SAN-UF-ATUAL.
            MOVE CLIENTES-CEP          TO WRK-SAN-CEP-ATUAL.
            IF CLIENTES-CEP EQUAL SPACES
               MOVE '-'                TO WRK-SAN-APROVADO
               MOVE 'SEM CEP'          TO WRK-SAN-DIVERGENCIA
               GO TO 2010-SEMCORRECAO
            END-IF.
            MOVE CLIENTES-CEP          TO WRK-CEP-ENT.
            PERFORM 2020-EXTRAIRCEP    THRU 2020-END-PERFORM.
            IF CEP-EXTRAIDO-NAO
               MOVE '-'                TO WRK-SAN-APROVADO
               MOVE 'CEP INVALIDO'     TO WRK-SAN-DIVERGENCIA
               GO TO 2010-SEMCORRECAO
            END-IF.
            MOVE WRK-CEP-NUM           TO LGR-CEP.
            READ LOGRADOURO
                INVALID KEY
                    MOVE '-'           TO WRK-SAN-APROVADO
                    MOVE 'CEP FORA DA BASE'
                                       TO WRK-SAN-DIVERGENCIA
                    GO TO 2010-SEMCORRECAO
            END-READ.
            PERFORM 2030-MONTARENDERECO THRU 2030-END-PERFORM.
            MOVE SPACES                TO WRK-CEP-FORMATADO.
            STRING WRK-CEP-NUM (1:5)   DELIMITED BY SIZE
                   '-'                 DELIMITED BY SIZE
                   WRK-CEP-NUM (6:3)   DELIMITED BY SIZE
                              INTO WRK-CEP-FORMATADO.
            MOVE 1                     TO WRK-DIV-PONT.
            MOVE CLIENTES-ENDERECO     TO WRK-COMPARA.
            PERFORM 2040-MAIUSCULAS    THRU 2040-END-PERFORM.
            IF WRK-COMPARA NOT EQUAL WRK-ENDERECO-NOVO
               STRING 'LOGR '          DELIMITED BY SIZE
                              INTO WRK-SAN-DIVERGENCIA
                              WITH POINTER WRK-DIV-PONT
            END-IF.
            MOVE CLIENTES-CIDADE       TO WRK-COMPARA.
            PERFORM 2040-MAIUSCULAS    THRU 2040-END-PERFORM.
            IF WRK-COMPARA NOT EQUAL LGR-CIDADE
               STRING 'CIDADE '        DELIMITED BY SIZE
                              INTO WRK-SAN-DIVERGENCIA
                              WITH POINTER WRK-DIV-PONT
            END-IF.
            MOVE CLIENTES-UF           TO WRK-COMPARA.
            PERFORM 2040-MAIUSCULAS    THRU 2040-END-PERFORM.
            IF WRK-COMPARA NOT EQUAL LGR-UF
               STRING 'UF '            DELIMITED BY SIZE
                              INTO WRK-SAN-DIVERGENCIA
                              WITH POINTER WRK-DIV-PONT
            END-IF.
            IF CLIENTES-CEP NOT EQUAL WRK-CEP-FORMATADO
               STRING 'CEP'            DELIMITED BY SIZE
                              INTO WRK-SAN-DIVERGENCIA
                              WITH POINTER WRK-DIV-PONT
            END-IF.
            IF WRK-SAN-DIVERGENCIA EQUAL SPACES
               ADD 1                   TO WRK-TOTAL-CONFEREM
               GO TO 2010-END-PERFORM
            END-IF.
            MOVE WRK-ENDERECO-NOVO     TO WRK-SAN-ENDERECO-NOVO.
            MOVE LGR-CIDADE            TO WRK-SAN-CIDADE-NOVA.
            MOVE LGR-UF                TO WRK-SAN-UF-NOVA.
            MOVE WRK-CEP-FORMATADO     TO WRK-SAN-CEP-NOVO.
            ADD 1                      TO WRK-TOTAL-DIVERGENTES.
            WRITE SANEAR-REG           FROM WRK-SANEAR.
            GO TO 2010-END-PERFORM.
       2010-SEMCORRECAO.
            ADD 1                      TO WRK-TOTAL-SEM-CORRECAO.
            WRITE SANEAR-REG           FROM WRK-SANEAR.
       2010-END-PERFORM.

      *    CEP NAS GRAFIAS 99999-999 OU 8 DIGITOS CORRIDOS.
       2020-EXTRAIRCEP.
            SET CEP-EXTRAIDO-NAO       TO TRUE.
            IF WRK-CEP-ENT (1:5) IS NUMERIC
               AND WRK-CEP-ENT (6:1) EQUAL '-'
               AND WRK-CEP-ENT (7:3) IS NUMERIC
               MOVE WRK-CEP-ENT (1:5)  TO WRK-CEP-NUM (1:5)
               MOVE WRK-CEP-ENT (7:3)  TO WRK-CEP-NUM (6:3)
               SET CEP-EXTRAIDO-SIM    TO TRUE
            END-IF.
            IF CEP-EXTRAIDO-NAO
               AND WRK-CEP-ENT (1:8) IS NUMERIC
               AND WRK-CEP-ENT (9:1) EQUAL SPACE
               MOVE WRK-CEP-ENT (1:8)  TO WRK-CEP-NUM (1:8)
               SET CEP-EXTRAIDO-SIM    TO TRUE
            END-IF.
       2020-END-PERFORM.

      *    MESMA MONTAGEM DO CLIENTES: "TIPO NOME, RESTO", ONDE O
      *    RESTO E O QUE VEM DEPOIS DA PRIMEIRA VIRGULA DO ENDERECO
      *    ATUAL OU, SEM VIRGULA, A PARTIR DO PRIMEIRO DIGITO. O
      *    RESTO SAI EM MAIUSCULAS, COMO A BASE.
       2030-MONTARENDERECO.
            MOVE SPACES                TO WRK-ENDERECO-NOVO.
            MOVE ZEROS                 TO WRK-END-POS.
            INSPECT CLIENTES-ENDERECO TALLYING WRK-END-POS
                    FOR CHARACTERS BEFORE INITIAL ','.
            IF WRK-END-POS LESS 40
               ADD 2                   TO WRK-END-POS
            ELSE
               MOVE ZEROS              TO WRK-END-POS
               PERFORM VARYING WRK-END-IND FROM 1 BY 1
                       UNTIL WRK-END-IND GREATER 40
                          OR WRK-END-POS NOT EQUAL ZEROS
                       IF CLIENTES-ENDERECO (WRK-END-IND:1)
                          IS NUMERIC
                          MOVE WRK-END-IND
                                       TO WRK-END-POS
                       END-IF
               END-PERFORM
            END-IF.
            PERFORM UNTIL WRK-END-POS EQUAL ZEROS
                       OR WRK-END-POS GREATER 40
                       OR CLIENTES-ENDERECO (WRK-END-POS:1)
                          NOT EQUAL SPACE
                    ADD 1              TO WRK-END-POS
            END-PERFORM.
            MOVE 1                     TO WRK-END-PONT.
            IF LGR-TIPO NOT EQUAL SPACES
               STRING LGR-TIPO         DELIMITED BY '  '
                      ' '              DELIMITED BY SIZE
                              INTO WRK-ENDERECO-NOVO
                              WITH POINTER WRK-END-PONT
            END-IF.
            STRING LGR-NOME            DELIMITED BY '  '
                   ', '                DELIMITED BY SIZE
                              INTO WRK-ENDERECO-NOVO
                              WITH POINTER WRK-END-PONT.
            IF WRK-END-POS NOT EQUAL ZEROS
               AND WRK-END-POS NOT GREATER 40
               STRING CLIENTES-ENDERECO (WRK-END-POS:)
                                       DELIMITED BY SIZE
                              INTO WRK-ENDERECO-NOVO
                              WITH POINTER WRK-END-PONT
               END-STRING
            END-IF.
            INSPECT WRK-ENDERECO-NOVO CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       2030-END-PERFORM.

       2040-MAIUSCULAS.
            INSPECT WRK-COMPARA CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       2040-END-PERFORM.

      *    SO AS LINHAS APROVADAS ('S') SAO APLICADAS, E SO SE O
      *    CLIENTE AINDA ESTA COMO NO RELATORIO; OS VALORES NOVOS
      *    SAO OS DA LINHA, QUE PODEM TER SIDO AJUSTADOS NA REVISAO.
       2500-APLICAR.
            ADD 1                      TO WRK-TOTAL-LIDOS.
            IF NOT SAN-APROVADO-SIM
               ADD 1                   TO WRK-TOTAL-NAO-APROVADAS
               GO TO 2500-PROXIMA
            END-IF.
            IF SAN-FONE IS NOT NUMERIC
               OR SAN-ENDERECO-NOVO EQUAL SPACES
               OR SAN-CIDADE-NOVA EQUAL SPACES
               OR SAN-UF-NOVA EQUAL SPACES
               OR SAN-CEP-NOVO EQUAL SPACES
               ADD 1                   TO WRK-TOTAL-RECUSADAS
               DISPLAY 'LINHA INCOMPLETA.....: ' SANEAR-REG (1:40)
               GO TO 2500-PROXIMA
            END-IF.
            MOVE SAN-FONE              TO CLIENTES-FONE.
            READ CLIENTES WITH LOCK.
            IF CLIENTES-STATUS NOT EQUAL 0
               ADD 1                   TO WRK-TOTAL-RECUSADAS
               IF CLIENTES-STATUS EQUAL 23
                  DISPLAY 'NAO ENCONTRADO.......: ' SAN-FONE
               ELSE
                  DISPLAY 'ERRO NA LEITURA......: ' SAN-FONE
                          ' STATUS ' CLIENTES-STATUS
               END-IF
               GO TO 2500-PROXIMA
            END-IF.
            IF CLIENTES-ENDERECO NOT EQUAL SAN-ENDERECO-ATUAL
               OR CLIENTES-CIDADE NOT EQUAL SAN-CIDADE-ATUAL
               OR CLIENTES-UF NOT EQUAL SAN-UF-ATUAL
               OR CLIENTES-CEP NOT EQUAL SAN-CEP-ATUAL
               UNLOCK CLIENTES
               ADD 1                   TO WRK-TOTAL-RECUSADAS
               DISPLAY 'ALTERADO APOS RELAT..: ' SAN-FONE
               GO TO 2500-PROXIMA
            END-IF.
            MOVE CLIENTES-NOME         TO WRK-LOG-NOME-ANTES.
            MOVE CLIENTES-EMAIL        TO WRK-LOG-EMAIL-ANTES.
            MOVE SAN-ENDERECO-NOVO     TO CLIENTES-ENDERECO.
            MOVE SAN-CIDADE-NOVA       TO CLIENTES-CIDADE.
            MOVE SAN-UF-NOVA           TO CLIENTES-UF.
            MOVE SAN-CEP-NOVO          TO CLIENTES-CEP.
            REWRITE CLIENTES-REG.
            UNLOCK CLIENTES.
            ADD 1                      TO WRK-TOTAL-APLICADAS.
            MOVE 'ALTERAR'             TO WRK-LOG-OPERACAO.
            MOVE CLIENTES-FONE         TO WRK-LOG-CLIENTES-FONE.
            MOVE CLIENTES-NOME         TO WRK-LOG-NOME-DEPOIS.
            MOVE CLIENTES-EMAIL        TO WRK-LOG-EMAIL-DEPOIS.
            PERFORM 2800-GRAVARLOG     THRU 2800-END-PERFORM.
       2500-PROXIMA.
            READ SANEAR
                 AT END MOVE 10        TO SANEAR-STATUS
            END-READ.
       2500-END-PERFORM.

       2800-GRAVARLOG.
            ACCEPT WRK-DATA-SISTEMA    FROM DATE YYYYMMDD.
            ACCEPT WRK-HORA-SISTEMA    FROM TIME.
            STRING WRK-DATA-SISTEMA    DELIMITED BY SIZE
                   WRK-HORA-SISTEMA    DELIMITED BY SIZE
                              INTO WRK-LOG-DATA-HORA.
      *    O RESTANTE DA IMAGEM "DEPOIS" SAI DIRETO DO REGISTRO DE
      *    CLIENTES, QUE NESTE PONTO AINDA CONTEM O ESTADO GRAVADO;
      *    COM A IMAGEM COMPLETA O CADASTRO PODE SER RECONSTRUIDO
      *    PELO LOG EM CASO DE PERDA DO ARQUIVO.
            MOVE CLIENTES-CPF-CNPJ     TO WRK-LOG-CPF-CNPJ-DEPOIS.
            MOVE CLIENTES-ENDERECO     TO WRK-LOG-ENDERECO-DEPOIS.
            MOVE CLIENTES-CIDADE       TO WRK-LOG-CIDADE-DEPOIS.
            MOVE CLIENTES-UF           TO WRK-LOG-UF-DEPOIS.
            MOVE CLIENTES-CEP          TO WRK-LOG-CEP-DEPOIS.
            MOVE CLIENTES-SITUACAO     TO WRK-LOG-SITUACAO-DEPOIS.
            MOVE WRK-OPERADOR          TO WRK-LOG-OPERADOR.
            PERFORM 2850-ENCADEARLOG THRU 2850-END-PERFORM.
       2800-END-PERFORM.

      *    CADA LINHA DO LOG RECEBE O PROXIMO NUMERO DA SEQUENCIA
      *    GLOBAL E UM CODIGO DE CONTROLE CALCULADO SOBRE A LINHA
      *    (ATE A SEQUENCIA) A PARTIR DO CODIGO DA LINHA ANTERIOR.
      *    O REGISTRO DO LOGSEQ.DAT FICA PRESO DA LEITURA ATE A
      *    REGRAVACAO PARA DOIS PROGRAMAS NAO TIRAREM O MESMO
      *    NUMERO; O LOG E ABERTO, GRAVADO E FECHADO DENTRO DESSA
      *    TRAVA, PARA AS LINHAS CHEGAREM AO ARQUIVO NA ORDEM DA
      *    SEQUENCIA MESMO COM VARIOS TERMINAIS E BATCHES GRAVANDO.
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
            IF MODO-RELATORIO
               CLOSE CLIENTES
                     LOGRADOURO
                     SANEAR
               DISPLAY ' '
               DISPLAY '*-----------------------------------------*'
               DISPLAY '*   SANEAMENTO DE ENDERECOS - RELATORIO   *'
               DISPLAY '*-----------------------------------------*'
               DISPLAY 'CLIENTES LIDOS.......: ' WRK-TOTAL-LIDOS
               DISPLAY 'CONFEREM COM A BASE..: ' WRK-TOTAL-CONFEREM
               DISPLAY 'COM DIVERGENCIA......: '
                       WRK-TOTAL-DIVERGENTES
               DISPLAY 'SEM CORRECAO (CEP)...: '
                       WRK-TOTAL-SEM-CORRECAO
               DISPLAY 'REVISE SANEAR.TXT E RODE NO MODO A'
            ELSE
               CLOSE CLIENTES
                     SANEAR
                     LOGSEQ
               DISPLAY ' '
               DISPLAY '*-----------------------------------------*'
               DISPLAY '*   SANEAMENTO DE ENDERECOS - APLICACAO   *'
               DISPLAY '*-----------------------------------------*'
               DISPLAY 'LINHAS LIDAS.........: ' WRK-TOTAL-LIDOS
               DISPLAY 'CORRECOES APLICADAS..: ' WRK-TOTAL-APLICADAS
               DISPLAY 'NAO APROVADAS........: '
                       WRK-TOTAL-NAO-APROVADAS
               DISPLAY 'RECUSADAS............: ' WRK-TOTAL-RECUSADAS
            END-IF.
