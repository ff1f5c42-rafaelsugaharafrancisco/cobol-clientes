       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIDUPL.
      *********************************
      * OBJETIVO:  DETECCAO DE PROVAVEIS DUPLICADOS NO CADASTRO:
      *            COMPARA OS CLIENTES ATIVOS PELO NOME NORMALIZADO
      *            (SEM ACENTOS, PREPOSICOES E ABREVIACOES DE RAZAO
      *            SOCIAL) E PELA CHAVE FONETICA DO NOME, PELO EMAIL
      *            E PELO CEP/ENDERECO, E GRAVA EM DUPLIC.TXT OS
      *            PARES CANDIDATOS COM A PONTUACAO DE SEMELHANCA E
      *            OS CRITERIOS QUE BATERAM, DA MAIOR PONTUACAO PARA
      *            A MENOR, PARA O SUPERVISOR LEVAR A OPCAO F DO
      *            CLIENTES. PARES QUE O SUPERVISOR MARCOU COMO "NAO
      *            SAO A MESMA PESSOA" (DUPNAO.DAT, OPCAO N DO
      *            CLIENTES) NAO VOLTAM NA LISTA
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

           SELECT DUPNAO ASSIGN        TO
                           'C:\Users\rafap\cobol\DUPNAO.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS DUPNAO-STATUS
                  RECORD KEY IS  DNA-CHAVE
                  LOCK MODE IS MANUAL.

           SELECT ORDBLOCO ASSIGN      TO
                           'C:\Users\rafap\cobol\ORDBLOCO.TMP'.

           SELECT ORDPAR ASSIGN        TO
                           'C:\Users\rafap\cobol\ORDPAR.TMP'.

           SELECT ORDREL ASSIGN        TO
                           'C:\Users\rafap\cobol\ORDREL.TMP'.

           SELECT DUPPARES ASSIGN      TO
                           'C:\Users\rafap\cobol\DUPPARES.TMP'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DUPPARES-STATUS.

           SELECT DUPPONT ASSIGN       TO
                           'C:\Users\rafap\cobol\DUPPONT.TMP'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DUPPONT-STATUS.

           SELECT DUPLIC ASSIGN        TO
                           'C:\Users\rafap\cobol\DUPLIC.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DUPLIC-STATUS.

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

      *    PARES QUE O SUPERVISOR JA DECLAROU COMO PESSOAS
      *    DIFERENTES. A CHAVE TEM SEMPRE O MENOR TELEFONE PRIMEIRO.
       FD DUPNAO.
       01 DUPNAO-REG.
            05 DNA-CHAVE.
                10 DNA-FONE-1          PIC 9(11).
                10 DNA-FONE-2          PIC 9(11).
            05 DNA-DATA                PIC 9(08).
            05 DNA-OPERADOR            PIC X(06).

      *    CHAVES DE AGRUPAMENTO: CADA CLIENTE ATIVO ENTRA UMA VEZ
      *    POR CRITERIO (F FONETICA DO NOME, E EMAIL, C CEP) E SO
      *    OS CLIENTES DO MESMO GRUPO SAO COMPARADOS ENTRE SI.
       SD ORDBLOCO.
       01 ORDBLOCO-REG.
            05 ORB-TIPO                PIC X(01).
            05 ORB-CHAVE               PIC X(40).
            05 ORB-FONE                PIC 9(11).

       SD ORDPAR.
       01 ORDPAR-REG.
            05 ORP-FONE-1              PIC 9(11).
            05 ORP-FONE-2              PIC 9(11).

       SD ORDREL.
       01 ORDREL-REG.
            05 ORR-PONTOS              PIC 9(03).
            05 ORR-FONE-1              PIC 9(11).
            05 ORR-NOME-1              PIC X(30).
            05 ORR-FONE-2              PIC 9(11).
            05 ORR-NOME-2              PIC X(30).
            05 ORR-CRITERIOS           PIC X(40).

       FD DUPPARES.
       01 DUPPARES-REG.
            05 DPR-FONE-1              PIC 9(11).
            05 DPR-FONE-2              PIC 9(11).

       FD DUPPONT.
       01 DUPPONT-REG.
            05 DPT-PONTOS              PIC 9(03).
            05 DPT-FONE-1              PIC 9(11).
            05 DPT-NOME-1              PIC X(30).
            05 DPT-FONE-2              PIC 9(11).
            05 DPT-NOME-2              PIC X(30).
            05 DPT-CRITERIOS           PIC X(40).

       FD DUPLIC.
       01 DUPLIC-REG                  PIC X(132).

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
       01 WRK-DUPLIC.
           05 WRK-DUP-PONTOS           PIC 9(03).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-DUP-FONE-1           PIC 9(11).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-DUP-NOME-1           PIC X(30).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-DUP-FONE-2           PIC 9(11).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-DUP-NOME-2           PIC X(30).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 WRK-DUP-CRITERIOS        PIC X(40).
      *    DADOS PREPARADOS PARA A COMPARACAO DE UM CLIENTE. O PAR
      *    E COMPARADO COM AS DUAS COPIAS, A (MENOR TELEFONE) E B.
       01 WRK-PREP.
           05 WRK-PRE-FONE             PIC 9(11).
           05 WRK-PRE-NOME             PIC X(30).
           05 WRK-PRE-NOME-NRM         PIC X(40).
           05 WRK-PRE-FONETICA         PIC X(40).
           05 WRK-PRE-EMAIL            PIC X(40).
           05 WRK-PRE-CEP              PIC X(08).
           05 WRK-PRE-END-NRM          PIC X(40).
           05 WRK-PRE-DOC              PIC X(14).
       01 WRK-PREP-A.
           05 WRK-PRA-FONE             PIC 9(11).
           05 WRK-PRA-NOME             PIC X(30).
           05 WRK-PRA-NOME-NRM         PIC X(40).
           05 WRK-PRA-FONETICA         PIC X(40).
           05 WRK-PRA-EMAIL            PIC X(40).
           05 WRK-PRA-CEP              PIC X(08).
           05 WRK-PRA-END-NRM          PIC X(40).
           05 WRK-PRA-DOC              PIC X(14).
       01 WRK-PREP-B.
           05 WRK-PRB-FONE             PIC 9(11).
           05 WRK-PRB-NOME             PIC X(30).
           05 WRK-PRB-NOME-NRM         PIC X(40).
           05 WRK-PRB-FONETICA         PIC X(40).
           05 WRK-PRB-EMAIL            PIC X(40).
           05 WRK-PRB-CEP              PIC X(08).
           05 WRK-PRB-END-NRM          PIC X(40).
           05 WRK-PRB-DOC              PIC X(14).
      *    LETRA SEM ACENTO PARA OS CODIGOS X'C0' A X'FF' (LATIN-1)
      *    E PARA O SEGUNDO BYTE DAS LETRAS ACENTUADAS EM UTF-8
      *    (X'C3' SEGUIDO DE X'80' A X'BF').
       01 WRK-MAPA-ACENTO.
           05 FILLER                   PIC X(16)
                                 VALUE 'AAAAAAACEEEEIIII'.
           05 FILLER                   PIC X(16)
                                 VALUE 'DNOOOOO OUUUUY S'.
           05 FILLER                   PIC X(16)
                                 VALUE 'AAAAAAACEEEEIIII'.
           05 FILLER                   PIC X(16)
                                 VALUE 'DNOOOOO OUUUUY Y'.
       77 WRK-NRM-TIPO                 PIC X(01).
          88 NRM-NOME                  VALUE 'N'.
          88 NRM-ENDERECO              VALUE 'E'.
       77 WRK-NRM-ENTRADA              PIC X(40).
       77 WRK-NRM-TEXTO                PIC X(40).
       77 WRK-NRM-SAIDA                PIC X(40).
       77 WRK-NRM-PALAVRA              PIC X(40).
       77 WRK-NRM-CAR                  PIC X(01).
       77 WRK-NRM-ORD                  PIC 9(03)   COMP.
       77 WRK-NRM-I                    PIC 9(03)   COMP.
       77 WRK-NRM-POS                  PIC 9(03)   COMP.
       77 WRK-NRM-PONT                 PIC 9(03)   COMP.
       77 WRK-NRM-SPONT                PIC 9(03)   COMP.
       77 WRK-FON-CHAVE                PIC X(40).
       77 WRK-FON-CAR                  PIC X(01).
       77 WRK-FON-PROX                 PIC X(01).
       77 WRK-FON-I                    PIC 9(03)   COMP.
       77 WRK-FON-POS                  PIC 9(03)   COMP.
       77 WRK-FON-INICIO               PIC X(01).
          88 FON-INICIO-SIM            VALUE 'S'.
          88 FON-INICIO-NAO            VALUE 'N'.
       77 WRK-CEP-I                    PIC 9(02)   COMP.
       77 WRK-CEP-POS                  PIC 9(02)   COMP.
      *    GRUPO CORRENTE DO AGRUPAMENTO. UM GRUPO MAIOR QUE A
      *    TABELA (UM PREDIO INTEIRO NO MESMO CEP, UM EMAIL
      *    GENERICO) E CORTADO E CONTADO COMO AVISO.
       01 WRK-TAB-GRUPO.
           05 WRK-QTD-GRUPO            PIC 9(04)   COMP.
           05 WRK-GRUPO-FONE           PIC 9(11) OCCURS 300 TIMES.
       77 WRK-GRUPO-TIPO               PIC X(01).
       77 WRK-GRUPO-CHAVE              PIC X(40).
       77 WRK-GRUPO-CORTADO            PIC X(01).
          88 GRUPO-CORTADO-SIM         VALUE 'S'.
          88 GRUPO-CORTADO-NAO         VALUE 'N'.
       77 WRK-IND-I                    PIC 9(04)   COMP.
       77 WRK-IND-J                    PIC 9(04)   COMP.
       77 WRK-ANT-FONE-1               PIC 9(11).
       77 WRK-ANT-FONE-2               PIC 9(11).
       77 WRK-PONTOS                   PIC S9(03).
       77 WRK-PONTOS-MINIMO            PIC 9(03).
       77 WRK-CRITERIOS                PIC X(40).
       77 WRK-CRIT-PONT                PIC 9(03)   COMP.
       77 WRK-CRIT-TEXTO               PIC X(12).
       77 WRK-FIM-ORDENA               PIC X(01).
          88 FIM-ORDENA-SIM            VALUE 'S'.
          88 FIM-ORDENA-NAO            VALUE 'N'.
       77 WRK-DUPNAO-ARQUIVO           PIC X(01).
          88 DUPNAO-ARQUIVO-SIM        VALUE 'S'.
          88 DUPNAO-ARQUIVO-NAO        VALUE 'N'.
       77 WRK-TOTAL-LIDOS              PIC 9(07)   COMP.
       77 WRK-TOTAL-ATIVOS             PIC 9(07)   COMP.
       77 WRK-TOTAL-PARES              PIC 9(07)   COMP.
       77 WRK-TOTAL-DESCARTADOS        PIC 9(07)   COMP.
       77 WRK-TOTAL-REPORTADOS         PIC 9(07)   COMP.
       77 WRK-TOTAL-GRUPOS-CORTADOS    PIC 9(07)   COMP.
       77 CLIENTES-STATUS              PIC 9(02).
       77 DUPNAO-STATUS                PIC 9(02).
       77 DUPPARES-STATUS              PIC 9(02).
       77 DUPPONT-STATUS               PIC 9(02).
       77 DUPLIC-STATUS                PIC 9(02).
       77 WRK-OPERADOR                 PIC X(06).
       77 WRK-DATA-SISTEMA             PIC 9(08).
       77 WRK-HORA-SISTEMA             PIC 9(08).
       77 RUNCTL-STATUS                PIC 9(02).
       77 WRK-CTL-INICIO               PIC X(14).
       77 WRK-CTL-PROG-BUSCA           PIC X(08).
       77 WRK-CTL-BLOQUEADO            PIC X(01).
          88 CTL-BLOQUEADO-SIM         VALUE 'S'.
          88 CTL-BLOQUEADO-NAO         VALUE 'N'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            SORT ORDBLOCO
                 ASCENDING KEY ORB-TIPO ORB-CHAVE ORB-FONE
                 INPUT PROCEDURE IS 2000-VARRER
                                    THRU 2000-END-PERFORM
                 OUTPUT PROCEDURE IS 2200-AGRUPAR
                                     THRU 2200-END-PERFORM.
            SORT ORDPAR
                 ASCENDING KEY ORP-FONE-1 ORP-FONE-2
                 USING DUPPARES
                 OUTPUT PROCEDURE IS 2300-PONTUAR
                                     THRU 2300-END-PERFORM.
            SORT ORDREL
                 DESCENDING KEY ORR-PONTOS
                 ASCENDING KEY ORR-FONE-1 ORR-FONE-2
                 USING DUPPONT
                 OUTPUT PROCEDURE IS 2400-RELATORIO
                                     THRU 2400-END-PERFORM.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
      *     A IDENTIFICACAO DO OPERADOR OU DO JOB E EXIGIDA NA
      *     ENTRADA E REGISTRADA NO CONTROLE DE EXECUCAO.
            MOVE SPACES                TO WRK-OPERADOR.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY '*   PROVAVEIS DUPLICADOS DO CADASTRO      *'.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY 'OPERADOR/JOB RESPONSAVEL: ' WITH NO ADVANCING.
            ACCEPT WRK-OPERADOR.
            IF WRK-OPERADOR EQUAL SPACES
               DISPLAY 'OPERADOR/JOB NAO INFORMADO'
               STOP RUN
            END-IF.
            MOVE ZEROS                 TO WRK-PONTOS-MINIMO.
            DISPLAY 'PONTUACAO MINIMA (ENTER = 40): '
                    WITH NO ADVANCING.
            ACCEPT WRK-PONTOS-MINIMO.
            IF WRK-PONTOS-MINIMO EQUAL ZEROS
               OR WRK-PONTOS-MINIMO GREATER 100
               MOVE 40                 TO WRK-PONTOS-MINIMO
            END-IF.
            MOVE ZEROS                 TO WRK-TOTAL-LIDOS
                                          WRK-TOTAL-ATIVOS
                                          WRK-TOTAL-PARES
                                          WRK-TOTAL-DESCARTADOS
                                          WRK-TOTAL-REPORTADOS
                                          WRK-TOTAL-GRUPOS-CORTADOS.
      *     SEM O CADASTRO A RODADA E ABORTADA ANTES DE CRIAR A
      *     LISTA: UM DUPLIC.TXT VAZIO SERIA LIDO COMO "NENHUM
      *     DUPLICADO".
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS NOT EQUAL 0
               DISPLAY 'ARQUIVO DE CLIENTES NAO ENCONTRADO'
               STOP RUN
            END-IF.
            PERFORM 1950-REGISTRARINICIO THRU 1950-END-PERFORM.
      *     SEM PARES DESCARTADOS AINDA, TODOS OS PARES SAO LISTADOS.
            SET DUPNAO-ARQUIVO-SIM     TO TRUE.
            OPEN INPUT DUPNAO.
            IF DUPNAO-STATUS NOT EQUAL 0
               SET DUPNAO-ARQUIVO-NAO  TO TRUE
            END-IF.

      *    CONTROLE DE EXECUCAO DOS BATCHES: CADA RODADA REGISTRA
      *    INICIO E FIM EM RUNCTL.DAT. UMA RODADA ANTERIOR AINDA
      *    MARCADA COMO EXECUTANDO (QUEDA OU CONCORRENCIA) BLOQUEIA
      *    A NOVA ATE O OPERADOR LIBERA-LA PELO CLICTRL.
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
            MOVE 'CLIDUPL'             TO WRK-CTL-PROG-BUSCA.
            PERFORM 1960-VERIFICAREXECUTANDO THRU 1960-END-PERFORM.
            IF CTL-BLOQUEADO-SIM
               DISPLAY 'CLIDUPL COM RODADA ABERTA NO CONTROLE - '
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
            MOVE 'CLIDUPL'             TO CTL-PROGRAMA.
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

      *    TOTAIS NO CONTROLE: ATIVOS COMPARADOS, PARES LISTADOS E
      *    PARES JA DESCARTADOS PELO SUPERVISOR.
       3950-REGISTRARFIM.
            MOVE 'CLIDUPL'             TO CTL-PROGRAMA.
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
            MOVE WRK-TOTAL-ATIVOS      TO CTL-TOTAL-1.
            MOVE WRK-TOTAL-REPORTADOS  TO CTL-TOTAL-2.
            MOVE WRK-TOTAL-DESCARTADOS TO CTL-TOTAL-3.
            REWRITE RUNCTL-REG.
            CLOSE RUNCTL.
       3950-END-PERFORM.

       2000-VARRER.
            MOVE ZEROS                 TO CLIENTES-FONE.
            START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
                INVALID KEY
                    MOVE 10            TO CLIENTES-STATUS
                NOT INVALID KEY
                    READ CLIENTES NEXT
                        AT END MOVE 10 TO CLIENTES-STATUS
                    END-READ
            END-START.
            PERFORM UNTIL CLIENTES-STATUS EQUAL 10
                    ADD 1              TO WRK-TOTAL-LIDOS
                    IF CLIENTES-ATIVO
                       ADD 1           TO WRK-TOTAL-ATIVOS
                       PERFORM 2600-PREPARAR-CLIENTE
                               THRU 2600-END-PERFORM
                       PERFORM 2100-EMITIR-CHAVES
                               THRU 2100-END-PERFORM
                    END-IF
                    READ CLIENTES NEXT
                        AT END MOVE 10 TO CLIENTES-STATUS
                    END-READ
            END-PERFORM.
       2000-END-PERFORM.

       2100-EMITIR-CHAVES.
            MOVE CLIENTES-FONE         TO ORB-FONE.
            IF WRK-PRE-FONETICA NOT EQUAL SPACES
               MOVE 'F'                TO ORB-TIPO
               MOVE WRK-PRE-FONETICA   TO ORB-CHAVE
               RELEASE ORDBLOCO-REG
            END-IF.
            IF WRK-PRE-EMAIL NOT EQUAL SPACES
               MOVE 'E'                TO ORB-TIPO
               MOVE WRK-PRE-EMAIL      TO ORB-CHAVE
               RELEASE ORDBLOCO-REG
            END-IF.
            IF WRK-PRE-CEP NOT EQUAL SPACES
               MOVE 'C'                TO ORB-TIPO
               MOVE WRK-PRE-CEP        TO ORB-CHAVE
               RELEASE ORDBLOCO-REG
            END-IF.
       2100-END-PERFORM.

      *    CADA GRUPO DE MESMA CHAVE VIRA OS PARES DOS SEUS
      *    TELEFONES, O MENOR PRIMEIRO. UM PAR QUE CAI EM MAIS DE UM
      *    GRUPO SAI REPETIDO E E CONSOLIDADO NA PONTUACAO.
       2200-AGRUPAR.
            OPEN OUTPUT DUPPARES.
            SET FIM-ORDENA-NAO         TO TRUE.
            MOVE ZEROS                 TO WRK-QTD-GRUPO.
            MOVE SPACES                TO WRK-GRUPO-TIPO
                                          WRK-GRUPO-CHAVE.
            SET GRUPO-CORTADO-NAO      TO TRUE.
            PERFORM UNTIL FIM-ORDENA-SIM
                    RETURN ORDBLOCO
                        AT END
                            SET FIM-ORDENA-SIM TO TRUE
                        NOT AT END
                            PERFORM 2205-ACUMULAR
                                    THRU 2205-END-PERFORM
                    END-RETURN
            END-PERFORM.
            PERFORM 2210-GERAR-PARES THRU 2210-END-PERFORM.
            CLOSE DUPPARES.
       2200-END-PERFORM.

       2205-ACUMULAR.
            IF ORB-TIPO NOT EQUAL WRK-GRUPO-TIPO
               OR ORB-CHAVE NOT EQUAL WRK-GRUPO-CHAVE
               PERFORM 2210-GERAR-PARES THRU 2210-END-PERFORM
               MOVE ZEROS              TO WRK-QTD-GRUPO
               MOVE ORB-TIPO           TO WRK-GRUPO-TIPO
               MOVE ORB-CHAVE          TO WRK-GRUPO-CHAVE
               SET GRUPO-CORTADO-NAO   TO TRUE
            END-IF.
            IF WRK-QTD-GRUPO NOT LESS 300
               IF GRUPO-CORTADO-NAO
                  SET GRUPO-CORTADO-SIM TO TRUE
                  ADD 1                TO WRK-TOTAL-GRUPOS-CORTADOS
                  DISPLAY 'AVISO: GRUPO ' ORB-TIPO ' '
                          ORB-CHAVE ' COM MAIS DE 300 CLIENTES'
               END-IF
               GO TO 2205-END-PERFORM
            END-IF.
            ADD 1                      TO WRK-QTD-GRUPO.
            MOVE ORB-FONE              TO WRK-GRUPO-FONE
                                          (WRK-QTD-GRUPO).
       2205-END-PERFORM.

       2210-GERAR-PARES.
            IF WRK-QTD-GRUPO LESS 2
               GO TO 2210-END-PERFORM
            END-IF.
            PERFORM VARYING WRK-IND-I FROM 1 BY 1
                    UNTIL WRK-IND-I NOT LESS WRK-QTD-GRUPO
                    PERFORM VARYING WRK-IND-J FROM WRK-IND-I BY 1
                            UNTIL WRK-IND-J NOT LESS WRK-QTD-GRUPO
                            MOVE WRK-GRUPO-FONE (WRK-IND-I)
                                       TO DPR-FONE-1
                            MOVE WRK-GRUPO-FONE (WRK-IND-J + 1)
                                       TO DPR-FONE-2
                            WRITE DUPPARES-REG
                    END-PERFORM
            END-PERFORM.
       2210-END-PERFORM.

      *    PONTUA CADA PAR DISTINTO. PAR JA DESCARTADO PELO
      *    SUPERVISOR OU COM UM DOS LADOS INATIVADO DEPOIS DA
      *    VARREDURA NAO E PONTUADO.
       2300-PONTUAR.
            OPEN OUTPUT DUPPONT.
            SET FIM-ORDENA-NAO         TO TRUE.
            MOVE ZEROS                 TO WRK-ANT-FONE-1
                                          WRK-ANT-FONE-2.
            PERFORM UNTIL FIM-ORDENA-SIM
                    RETURN ORDPAR
                        AT END
                            SET FIM-ORDENA-SIM TO TRUE
                        NOT AT END
                            IF ORP-FONE-1 NOT EQUAL WRK-ANT-FONE-1
                               OR ORP-FONE-2 NOT EQUAL
                                                  WRK-ANT-FONE-2
                               MOVE ORP-FONE-1
                                       TO WRK-ANT-FONE-1
                               MOVE ORP-FONE-2
                                       TO WRK-ANT-FONE-2
                               PERFORM 2310-AVALIAR-PAR
                                       THRU 2310-END-PERFORM
                            END-IF
                    END-RETURN
            END-PERFORM.
            CLOSE DUPPONT.
       2300-END-PERFORM.

       2310-AVALIAR-PAR.
            ADD 1                      TO WRK-TOTAL-PARES.
            IF DUPNAO-ARQUIVO-SIM
               MOVE ORP-FONE-1         TO DNA-FONE-1
               MOVE ORP-FONE-2         TO DNA-FONE-2
               READ DUPNAO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD 1          TO WRK-TOTAL-DESCARTADOS
                        GO TO 2310-END-PERFORM
               END-READ
            END-IF.
            MOVE ORP-FONE-1            TO CLIENTES-FONE.
            READ CLIENTES
                 INVALID KEY
                     GO TO 2310-END-PERFORM
            END-READ.
            IF NOT CLIENTES-ATIVO
               GO TO 2310-END-PERFORM
            END-IF.
            PERFORM 2600-PREPARAR-CLIENTE THRU 2600-END-PERFORM.
            MOVE WRK-PREP              TO WRK-PREP-A.
            MOVE ORP-FONE-2            TO CLIENTES-FONE.
            READ CLIENTES
                 INVALID KEY
                     GO TO 2310-END-PERFORM
            END-READ.
            IF NOT CLIENTES-ATIVO
               GO TO 2310-END-PERFORM
            END-IF.
            PERFORM 2600-PREPARAR-CLIENTE THRU 2600-END-PERFORM.
            MOVE WRK-PREP              TO WRK-PREP-B.
            PERFORM 2320-CALCULAR-PONTOS THRU 2320-END-PERFORM.
            IF WRK-PONTOS LESS WRK-PONTOS-MINIMO
               GO TO 2310-END-PERFORM
            END-IF.
            MOVE WRK-PONTOS            TO DPT-PONTOS.
            MOVE WRK-PRA-FONE          TO DPT-FONE-1.
            MOVE WRK-PRA-NOME          TO DPT-NOME-1.
            MOVE WRK-PRB-FONE          TO DPT-FONE-2.
            MOVE WRK-PRB-NOME          TO DPT-NOME-2.
            MOVE WRK-CRITERIOS         TO DPT-CRITERIOS.
            WRITE DUPPONT-REG.
       2310-END-PERFORM.

      *    PONTUACAO DE SEMELHANCA (0 A 100):
      *      NOME      NOME NORMALIZADO IGUAL               +50
      *      FONETICA  SO A CHAVE FONETICA IGUAL            +35
      *      EMAIL     EMAIL IGUAL                          +30
      *      CEP+END   MESMO CEP E ENDERECO NORMALIZADO     +25
      *      CEP       SO O CEP IGUAL                       +10
      *      DOC       MESMO CPF/CNPJ                       +40
      *      DOC-DIF   CPF/CNPJ PREENCHIDOS E DIFERENTES    -30
       2320-CALCULAR-PONTOS.
            MOVE ZEROS                 TO WRK-PONTOS.
            MOVE SPACES                TO WRK-CRITERIOS.
            MOVE 1                     TO WRK-CRIT-PONT.
            IF WRK-PRA-NOME-NRM NOT EQUAL SPACES
               AND WRK-PRA-NOME-NRM EQUAL WRK-PRB-NOME-NRM
               ADD 50                  TO WRK-PONTOS
               MOVE 'NOME'             TO WRK-CRIT-TEXTO
               PERFORM 2330-ANOTAR-CRITERIO THRU 2330-END-PERFORM
            ELSE
               IF WRK-PRA-FONETICA NOT EQUAL SPACES
                  AND WRK-PRA-FONETICA EQUAL WRK-PRB-FONETICA
                  ADD 35               TO WRK-PONTOS
                  MOVE 'FONETICA'      TO WRK-CRIT-TEXTO
                  PERFORM 2330-ANOTAR-CRITERIO THRU 2330-END-PERFORM
               END-IF
            END-IF.
            IF WRK-PRA-EMAIL NOT EQUAL SPACES
               AND WRK-PRA-EMAIL EQUAL WRK-PRB-EMAIL
               ADD 30                  TO WRK-PONTOS
               MOVE 'EMAIL'            TO WRK-CRIT-TEXTO
               PERFORM 2330-ANOTAR-CRITERIO THRU 2330-END-PERFORM
            END-IF.
            IF WRK-PRA-CEP NOT EQUAL SPACES
               AND WRK-PRA-CEP EQUAL WRK-PRB-CEP
               IF WRK-PRA-END-NRM NOT EQUAL SPACES
                  AND WRK-PRA-END-NRM EQUAL WRK-PRB-END-NRM
                  ADD 25               TO WRK-PONTOS
                  MOVE 'CEP+END'       TO WRK-CRIT-TEXTO
               ELSE
                  ADD 10               TO WRK-PONTOS
                  MOVE 'CEP'           TO WRK-CRIT-TEXTO
               END-IF
               PERFORM 2330-ANOTAR-CRITERIO THRU 2330-END-PERFORM
            END-IF.
            IF WRK-PRA-DOC NOT EQUAL SPACES
               AND WRK-PRB-DOC NOT EQUAL SPACES
               IF WRK-PRA-DOC EQUAL WRK-PRB-DOC
                  ADD 40               TO WRK-PONTOS
                  MOVE 'DOC'           TO WRK-CRIT-TEXTO
               ELSE
                  SUBTRACT 30          FROM WRK-PONTOS
                  MOVE 'DOC-DIF'       TO WRK-CRIT-TEXTO
               END-IF
               PERFORM 2330-ANOTAR-CRITERIO THRU 2330-END-PERFORM
            END-IF.
            IF WRK-PONTOS LESS ZEROS
               MOVE ZEROS              TO WRK-PONTOS
            END-IF.
            IF WRK-PONTOS GREATER 100
               MOVE 100                TO WRK-PONTOS
            END-IF.
       2320-END-PERFORM.

       2330-ANOTAR-CRITERIO.
            IF WRK-CRIT-PONT GREATER 1
               STRING ' '              DELIMITED BY SIZE
                              INTO WRK-CRITERIOS
                              WITH POINTER WRK-CRIT-PONT
               END-STRING
            END-IF.
            STRING WRK-CRIT-TEXTO      DELIMITED BY SPACE
                              INTO WRK-CRITERIOS
                              WITH POINTER WRK-CRIT-PONT
            END-STRING.
       2330-END-PERFORM.

       2400-RELATORIO.
            OPEN OUTPUT DUPLIC.
            SET FIM-ORDENA-NAO         TO TRUE.
            PERFORM UNTIL FIM-ORDENA-SIM
                    RETURN ORDREL
                        AT END
                            SET FIM-ORDENA-SIM TO TRUE
                        NOT AT END
                            MOVE ORR-PONTOS
                                       TO WRK-DUP-PONTOS
                            MOVE ORR-FONE-1
                                       TO WRK-DUP-FONE-1
                            MOVE ORR-NOME-1
                                       TO WRK-DUP-NOME-1
                            MOVE ORR-FONE-2
                                       TO WRK-DUP-FONE-2
                            MOVE ORR-NOME-2
                                       TO WRK-DUP-NOME-2
                            MOVE ORR-CRITERIOS
                                       TO WRK-DUP-CRITERIOS
                            WRITE DUPLIC-REG FROM WRK-DUPLIC
                            ADD 1      TO WRK-TOTAL-REPORTADOS
                    END-RETURN
            END-PERFORM.
            CLOSE DUPLIC.
       2400-END-PERFORM.

      *    PREPARA EM WRK-PREP OS DADOS DE COMPARACAO DO CLIENTE QUE
      *    ESTA EM CLIENTES-REG.
       2600-PREPARAR-CLIENTE.
            MOVE SPACES                TO WRK-PREP.
            MOVE CLIENTES-FONE         TO WRK-PRE-FONE.
            MOVE CLIENTES-NOME         TO WRK-PRE-NOME.
            MOVE CLIENTES-NOME         TO WRK-NRM-ENTRADA.
            SET NRM-NOME               TO TRUE.
            PERFORM 2700-NORMALIZAR THRU 2700-END-PERFORM.
            MOVE WRK-NRM-SAIDA         TO WRK-PRE-NOME-NRM.
            PERFORM 2720-FONETICA THRU 2720-END-PERFORM.
            MOVE WRK-FON-CHAVE         TO WRK-PRE-FONETICA.
            MOVE CLIENTES-ENDERECO     TO WRK-NRM-ENTRADA.
            SET NRM-ENDERECO           TO TRUE.
            PERFORM 2700-NORMALIZAR THRU 2700-END-PERFORM.
            MOVE WRK-NRM-SAIDA         TO WRK-PRE-END-NRM.
            MOVE CLIENTES-EMAIL        TO WRK-PRE-EMAIL.
            INSPECT WRK-PRE-EMAIL CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            MOVE CLIENTES-CPF-CNPJ     TO WRK-PRE-DOC.
            PERFORM 2740-CEP-DIGITOS THRU 2740-END-PERFORM.
       2600-END-PERFORM.

      *    NORMALIZA O TEXTO DE WRK-NRM-ENTRADA EM WRK-NRM-SAIDA:
      *    MAIUSCULAS SEM ACENTO (LATIN-1 OU UTF-8), PONTUACAO
      *    RETIRADA, PREPOSICOES DESCARTADAS E AS PALAVRAS SEPARADAS
      *    POR UM BRANCO. NO NOME CAEM AS ABREVIACOES DE RAZAO SOCIAL
      *    ("LTDA" E "LTDA ME" FICAM IGUAIS); NO ENDERECO O TIPO DE
      *    LOGRADOURO E ESCRITO POR EXTENSO.
       2700-NORMALIZAR.
            MOVE SPACES                TO WRK-NRM-TEXTO
                                          WRK-NRM-SAIDA.
            MOVE ZEROS                 TO WRK-NRM-POS.
            PERFORM VARYING WRK-NRM-I FROM 1 BY 1
                    UNTIL WRK-NRM-I GREATER 40
                    MOVE WRK-NRM-ENTRADA (WRK-NRM-I:1)
                                       TO WRK-NRM-CAR
                    COMPUTE WRK-NRM-ORD =
                            FUNCTION ORD (WRK-NRM-CAR)
                    IF (WRK-NRM-ORD EQUAL 195
                        OR WRK-NRM-ORD EQUAL 196)
                       AND WRK-NRM-I LESS 40
                       AND FUNCTION ORD
                           (WRK-NRM-ENTRADA (WRK-NRM-I + 1:1))
                           GREATER 128
                       AND FUNCTION ORD
                           (WRK-NRM-ENTRADA (WRK-NRM-I + 1:1))
                           LESS 193
      *                X'C2' EM UTF-8 SAO SIMBOLOS (INDICADOR DE
      *                ORDINAL, GRAU E OUTROS) E VIRAM BRANCO.
                       ADD 1           TO WRK-NRM-I
                       IF WRK-NRM-ORD EQUAL 196
                          COMPUTE WRK-NRM-ORD =
                                  FUNCTION ORD
                                  (WRK-NRM-ENTRADA (WRK-NRM-I:1))
                                  - 128
                          MOVE WRK-MAPA-ACENTO (WRK-NRM-ORD:1)
                                       TO WRK-NRM-CAR
                       ELSE
                          MOVE SPACE   TO WRK-NRM-CAR
                       END-IF
                    ELSE
                       IF WRK-NRM-ORD GREATER 192
                          SUBTRACT 192 FROM WRK-NRM-ORD
                          MOVE WRK-MAPA-ACENTO (WRK-NRM-ORD:1)
                                       TO WRK-NRM-CAR
                       ELSE
                          IF WRK-NRM-ORD GREATER 128
                             MOVE SPACE
                                       TO WRK-NRM-CAR
                          END-IF
                       END-IF
                    END-IF
                    IF WRK-NRM-CAR NOT EQUAL '.'
                       AND WRK-NRM-CAR NOT EQUAL '/'
                       AND WRK-NRM-CAR NOT EQUAL QUOTE
                       AND WRK-NRM-CAR NOT EQUAL "'"
                       ADD 1           TO WRK-NRM-POS
                       MOVE WRK-NRM-CAR
                                       TO WRK-NRM-TEXTO
                                          (WRK-NRM-POS:1)
                    END-IF
            END-PERFORM.
            INSPECT WRK-NRM-TEXTO CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            INSPECT WRK-NRM-TEXTO CONVERTING ',-&();:_'
                                          TO '        '.
            MOVE 1                     TO WRK-NRM-PONT
                                          WRK-NRM-SPONT.
            PERFORM UNTIL WRK-NRM-PONT GREATER 40
                    MOVE SPACES        TO WRK-NRM-PALAVRA
                    UNSTRING WRK-NRM-TEXTO
                             DELIMITED BY ALL SPACE
                             INTO WRK-NRM-PALAVRA
                             WITH POINTER WRK-NRM-PONT
                    END-UNSTRING
                    IF WRK-NRM-PALAVRA NOT EQUAL SPACES
                       PERFORM 2710-TRATAR-PALAVRA
                               THRU 2710-END-PERFORM
                    END-IF
            END-PERFORM.
       2700-END-PERFORM.

       2710-TRATAR-PALAVRA.
            EVALUATE WRK-NRM-PALAVRA
                WHEN 'D'
                WHEN 'DA'
                WHEN 'DE'
                WHEN 'DI'
                WHEN 'DO'
                WHEN 'DU'
                WHEN 'DAS'
                WHEN 'DOS'
                WHEN 'E'
                    GO TO 2710-END-PERFORM
            END-EVALUATE.
            IF NRM-NOME
               EVALUATE WRK-NRM-PALAVRA
                   WHEN 'LTDA'
                   WHEN 'LIMITADA'
                   WHEN 'ME'
                   WHEN 'EPP'
                   WHEN 'MEI'
                   WHEN 'EIRELI'
                   WHEN 'SA'
                   WHEN 'SS'
                       GO TO 2710-END-PERFORM
                   WHEN 'COMPANHIA'
                       MOVE 'CIA'      TO WRK-NRM-PALAVRA
                   WHEN 'COMERCIO'
                   WHEN 'COMERCIAL'
                       MOVE 'COM'      TO WRK-NRM-PALAVRA
                   WHEN 'INDUSTRIA'
                   WHEN 'INDUSTRIAL'
                       MOVE 'IND'      TO WRK-NRM-PALAVRA
               END-EVALUATE
            ELSE
               EVALUATE WRK-NRM-PALAVRA
                   WHEN 'N'
                   WHEN 'NO'
                   WHEN 'NR'
                   WHEN 'NUM'
                   WHEN 'NUMERO'
                       GO TO 2710-END-PERFORM
                   WHEN 'R'
                       MOVE 'RUA'      TO WRK-NRM-PALAVRA
                   WHEN 'AV'
                   WHEN 'AVEN'
                       MOVE 'AVENIDA'  TO WRK-NRM-PALAVRA
                   WHEN 'AL'
                       MOVE 'ALAMEDA'  TO WRK-NRM-PALAVRA
                   WHEN 'TV'
                   WHEN 'TRAV'
                       MOVE 'TRAVESSA' TO WRK-NRM-PALAVRA
                   WHEN 'PC'
                   WHEN 'PCA'
                   WHEN 'PRC'
                       MOVE 'PRACA'    TO WRK-NRM-PALAVRA
                   WHEN 'EST'
                   WHEN 'ESTR'
                       MOVE 'ESTRADA'  TO WRK-NRM-PALAVRA
                   WHEN 'ROD'
                       MOVE 'RODOVIA'  TO WRK-NRM-PALAVRA
                   WHEN 'APTO'
                   WHEN 'APT'
                       MOVE 'AP'       TO WRK-NRM-PALAVRA
               END-EVALUATE
            END-IF.
            IF WRK-NRM-SPONT GREATER 1
               STRING ' '              DELIMITED BY SIZE
                              INTO WRK-NRM-SAIDA
                              WITH POINTER WRK-NRM-SPONT
               END-STRING
            END-IF.
            STRING WRK-NRM-PALAVRA     DELIMITED BY SPACE
                              INTO WRK-NRM-SAIDA
                              WITH POINTER WRK-NRM-SPONT
            END-STRING.
       2710-END-PERFORM.

      *    CHAVE FONETICA DO NOME NORMALIZADO EM WRK-NRM-SAIDA: CADA
      *    PALAVRA GUARDA A PRIMEIRA LETRA E AS CONSOANTES PELO SOM
      *    (CH/SH=X, PH=F, LH=L, NH=N, C/Q/K DUROS=K, C ANTES DE
      *    E/I=S, G ANTES DE E/I=J, Z=S, W=V, Y=I, M=N, H MUDO),
      *    SEM AS VOGAIS DO MEIO E SEM LETRA REPETIDA. "LUIZ" E
      *    "LUIS", "THIAGO" E "TIAGO" DAO A MESMA CHAVE.
       2720-FONETICA.
            MOVE SPACES                TO WRK-FON-CHAVE.
            MOVE ZEROS                 TO WRK-FON-POS.
            SET FON-INICIO-SIM         TO TRUE.
            PERFORM VARYING WRK-FON-I FROM 1 BY 1
                    UNTIL WRK-FON-I GREATER 40
                    MOVE SPACE         TO WRK-FON-CAR
                                          WRK-FON-PROX
                    IF WRK-FON-I LESS 40
                       MOVE WRK-NRM-SAIDA (WRK-FON-I + 1:1)
                                       TO WRK-FON-PROX
                    END-IF
                    EVALUATE WRK-NRM-SAIDA (WRK-FON-I:1)
                        WHEN SPACE
                            IF WRK-FON-POS GREATER ZEROS
                               AND WRK-FON-POS LESS 40
                               AND WRK-FON-CHAVE (WRK-FON-POS:1)
                                   NOT EQUAL SPACE
                               ADD 1   TO WRK-FON-POS
                            END-IF
                            SET FON-INICIO-SIM TO TRUE
                        WHEN 'H'
                            CONTINUE
                        WHEN 'A'
                        WHEN 'E'
                        WHEN 'I'
                        WHEN 'O'
                        WHEN 'U'
                            IF FON-INICIO-SIM
                               MOVE WRK-NRM-SAIDA (WRK-FON-I:1)
                                       TO WRK-FON-CAR
                            END-IF
                        WHEN 'Y'
                            IF FON-INICIO-SIM
                               MOVE 'I'
                                       TO WRK-FON-CAR
                            END-IF
                        WHEN 'C'
                            EVALUATE WRK-FON-PROX
                                WHEN 'H'
                                    MOVE 'X'
                                       TO WRK-FON-CAR
                                    ADD 1
                                       TO WRK-FON-I
                                WHEN 'E'
                                WHEN 'I'
                                WHEN 'Y'
                                    MOVE 'S'
                                       TO WRK-FON-CAR
                                WHEN OTHER
                                    MOVE 'K'
                                       TO WRK-FON-CAR
                            END-EVALUATE
                        WHEN 'S'
                            MOVE 'S'   TO WRK-FON-CAR
                            IF WRK-FON-PROX EQUAL 'H'
                               MOVE 'X'
                                       TO WRK-FON-CAR
                               ADD 1   TO WRK-FON-I
                            END-IF
                        WHEN 'P'
                            MOVE 'P'   TO WRK-FON-CAR
                            IF WRK-FON-PROX EQUAL 'H'
                               MOVE 'F'
                                       TO WRK-FON-CAR
                               ADD 1   TO WRK-FON-I
                            END-IF
                        WHEN 'L'
                        WHEN 'N'
                        WHEN 'T'
                            MOVE WRK-NRM-SAIDA (WRK-FON-I:1)
                                       TO WRK-FON-CAR
                            IF WRK-FON-PROX EQUAL 'H'
                               ADD 1   TO WRK-FON-I
                            END-IF
                        WHEN 'Q'
                            MOVE 'K'   TO WRK-FON-CAR
                            IF WRK-FON-PROX EQUAL 'U'
                               ADD 1   TO WRK-FON-I
                            END-IF
                        WHEN 'G'
                            IF WRK-FON-PROX EQUAL 'E'
                               OR WRK-FON-PROX EQUAL 'I'
                               MOVE 'J'
                                       TO WRK-FON-CAR
                            ELSE
                               MOVE 'G'
                                       TO WRK-FON-CAR
                            END-IF
                        WHEN 'Z'
                            MOVE 'S'   TO WRK-FON-CAR
                        WHEN 'W'
                            MOVE 'V'   TO WRK-FON-CAR
                        WHEN 'M'
                            MOVE 'N'   TO WRK-FON-CAR
                        WHEN OTHER
                            MOVE WRK-NRM-SAIDA (WRK-FON-I:1)
                                       TO WRK-FON-CAR
                    END-EVALUATE
                    IF WRK-FON-CAR NOT EQUAL SPACE
                       IF WRK-FON-POS EQUAL ZEROS
                          OR WRK-FON-CHAVE (WRK-FON-POS:1)
                             NOT EQUAL WRK-FON-CAR
                          IF WRK-FON-POS LESS 40
                             ADD 1     TO WRK-FON-POS
                             MOVE WRK-FON-CAR
                                       TO WRK-FON-CHAVE
                                          (WRK-FON-POS:1)
                          END-IF
                       END-IF
                       SET FON-INICIO-NAO TO TRUE
                    END-IF
            END-PERFORM.
       2720-END-PERFORM.

      *    CEP SO COM OS DIGITOS ('01310-100' E '01310100' SAO O
      *    MESMO). SEM OITO DIGITOS O CEP NAO ENTRA NA COMPARACAO.
       2740-CEP-DIGITOS.
            MOVE SPACES                TO WRK-PRE-CEP.
            MOVE ZEROS                 TO WRK-CEP-POS.
            PERFORM VARYING WRK-CEP-I FROM 1 BY 1
                    UNTIL WRK-CEP-I GREATER 9
                    IF CLIENTES-CEP (WRK-CEP-I:1) IS NUMERIC
                       ADD 1           TO WRK-CEP-POS
                       IF WRK-CEP-POS NOT GREATER 8
                          MOVE CLIENTES-CEP (WRK-CEP-I:1)
                                       TO WRK-PRE-CEP (WRK-CEP-POS:1)
                       END-IF
                    END-IF
            END-PERFORM.
            IF WRK-CEP-POS NOT EQUAL 8
               OR WRK-PRE-CEP EQUAL '00000000'
               MOVE SPACES             TO WRK-PRE-CEP
            END-IF.
       2740-END-PERFORM.

       3000-FINALIZAR.
            PERFORM 3950-REGISTRARFIM THRU 3950-END-PERFORM.
            CLOSE CLIENTES.
            IF DUPNAO-ARQUIVO-SIM
               CLOSE DUPNAO
            END-IF.
            DISPLAY ' '.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY '*   PROVAVEIS DUPLICADOS - RESUMO         *'.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY 'REGISTROS LIDOS..........: ' WRK-TOTAL-LIDOS.
            DISPLAY 'ATIVOS COMPARADOS........: ' WRK-TOTAL-ATIVOS.
            DISPLAY 'PARES AVALIADOS..........: ' WRK-TOTAL-PARES.
            DISPLAY 'PARES JA DESCARTADOS.....: '
                    WRK-TOTAL-DESCARTADOS.
            DISPLAY 'PARES LISTADOS EM DUPLIC.: '
                    WRK-TOTAL-REPORTADOS.
            DISPLAY 'GRUPOS CORTADOS (>300)...: '
                    WRK-TOTAL-GRUPOS-CORTADOS.
            DISPLAY 'PONTUACAO MINIMA.........: ' WRK-PONTOS-MINIMO.
