       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIFEED.
      *********************************
      * OBJETIVO:  ENTREGA DIARIA DAS ALTERACOES DO CADASTRO AOS
      *            SISTEMAS CONSUMIDORES (CRM, COBRANCA, ...): PARA
      *            CADA CONSUMIDOR ATIVO EM FEEDCONS.DAT, LE O LOG DE
      *            TRANSACOES A PARTIR DA MARCA DA ULTIMA ENTREGA
      *            (ARQUIVOS MORTOS LOGAAAAMM.TXT DESDE O MES DA
      *            MARCA E O LOGTRANS.TXT) E GRAVA UM ARQUIVO
      *            FEED<CONSUMIDOR>_<AAAAMMDDHHMMSS>.TXT COM OS
      *            CLIENTES INCLUIDOS, ALTERADOS, EXCLUIDOS,
      *            REATIVADOS, FUNDIDOS E EXPURGADOS, COM HEADER E
      *            TRAILER (QUANTIDADE E TOTAL DE CONTROLE). MODOS:
      *            G GERAR ENTREGAS, R REENVIO A PARTIR DE UMA DATA,
      *            C CADASTRAR/ALTERAR CONSUMIDOR, L LISTAR
      * AUTHOR  :  RAFAEL
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDCONS ASSIGN      TO
                           'C:\Users\rafap\cobol\FEEDCONS.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS FEEDCONS-STATUS
                  RECORD KEY IS  FDC-CODIGO
                  LOCK MODE IS MANUAL.

           SELECT LOGARQ ASSIGN        TO WRK-NOME-LOGARQ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOGARQ-STATUS.

           SELECT FEEDOUT ASSIGN       TO WRK-NOME-FEED
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FEEDOUT-STATUS.

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
      *    CONSUMIDORES DO FEED E A MARCA DA ULTIMA ENTREGA: ULTIMA
      *    SEQUENCIA DO LOG ENTREGUE E A DATA/HORA DA LINHA (ESTA
      *    SERVE PARA AS LINHAS ANTERIORES A NUMERACAO DO LOG).
       FD FEEDCONS.
       01 FEEDCONS-REG.
            05 FDC-CODIGO              PIC X(08).
            05 FDC-NOME                PIC X(30).
            05 FDC-SITUACAO            PIC X(01).
                88 FDC-ATIVO               VALUE 'A'.
                88 FDC-INATIVO             VALUE 'I'.
            05 FDC-ULT-SEQ             PIC 9(09).
            05 FDC-ULT-DATA-HORA       PIC X(16).
            05 FDC-ULT-ENTREGA         PIC X(14).
            05 FDC-ULT-QTD             PIC 9(07).
            05 FDC-ULT-ARQUIVO         PIC X(60).
            05 FDC-OPERADOR            PIC X(06).

       FD LOGARQ.
       01 LOGARQ-REG.
            05 LOGA-DATA-HORA          PIC X(16).
            05 FILLER                  PIC X(01).
            05 LOGA-OPERACAO           PIC X(08).
            05 FILLER                  PIC X(01).
            05 LOGA-CLIENTES-FONE      PIC X(11).
            05 FILLER                  PIC X(01).
            05 LOGA-NOME-ANTES         PIC X(30).
            05 FILLER                  PIC X(01).
            05 LOGA-EMAIL-ANTES        PIC X(40).
            05 FILLER                  PIC X(01).
            05 LOGA-NOME-DEPOIS        PIC X(30).
            05 FILLER                  PIC X(01).
            05 LOGA-EMAIL-DEPOIS       PIC X(40).
            05 FILLER                  PIC X(01).
            05 LOGA-CPF-CNPJ-DEPOIS    PIC X(14).
            05 FILLER                  PIC X(01).
            05 LOGA-ENDERECO-DEPOIS    PIC X(40).
            05 FILLER                  PIC X(01).
            05 LOGA-CIDADE-DEPOIS      PIC X(25).
            05 FILLER                  PIC X(01).
            05 LOGA-UF-DEPOIS          PIC X(02).
            05 FILLER                  PIC X(01).
            05 LOGA-CEP-DEPOIS         PIC X(09).
            05 FILLER                  PIC X(01).
            05 LOGA-SITUACAO-DEPOIS    PIC X(01).
            05 FILLER                  PIC X(01).
            05 LOGA-OPERADOR           PIC X(06).
            05 FILLER                  PIC X(01).
            05 LOGA-SOLICITANTE        PIC X(06).
            05 FILLER                  PIC X(01).
            05 LOGA-SEQ                PIC X(09).
            05 FILLER                  PIC X(01).
            05 LOGA-CONTROLE           PIC X(09).

       FD FEEDOUT.
       01 FEEDOUT-REG                 PIC X(218).

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
      *    LAYOUT DO ARQUIVO ENTREGUE: UM HEADER, UM DETALHE POR
      *    MOVIMENTO DE CLIENTE NA ORDEM DO LOG (COM A IMAGEM
      *    COMPLETA DO CADASTRO DEPOIS DO MOVIMENTO) E UM TRAILER
      *    COM A QUANTIDADE DE DETALHES E A SOMA DOS TELEFONES COMO
      *    TOTAL DE CONTROLE.
       01 WRK-FEED-HEADER.
           05 FEH-TIPO-REG             PIC X(01)   VALUE 'H'.
           05 FILLER                   PIC X(01)   VALUE ';'.
           05 FEH-CONSUMIDOR           PIC X(08).
           05 FILLER                   PIC X(01)   VALUE ';'.
           05 FEH-GERACAO              PIC X(14).
           05 FILLER                   PIC X(01)   VALUE ';'.
           05 FEH-TIPO-ENTREGA         PIC X(01).
           05 FILLER                   PIC X(01)   VALUE ';'.
           05 FEH-DESDE-SEQ            PIC 9(09).
           05 FILLER                   PIC X(01)   VALUE ';'.
           05 FEH-DESDE-DATA-HORA      PIC X(16).
       01 WRK-FEED-DETALHE.
           05 FED-TIPO-REG             PIC X(01)   VALUE 'D'.
           05 FILLER                   PIC X(01)   VALUE ';'.
           05 FED-SEQ                  PIC X(09).
           05 FILLER                   PIC X(01)   VALUE ';'.
           05 FED-DATA-HORA            PIC X(16).
           05 FILLER                   PIC X(01)   VALUE ';'.
           05 FED-OPERACAO             PIC X(08).
           05 FILLER                   PIC X(01)   VALUE ';'.
           05 FED-FONE                 PIC 9(11).
           05 FILLER                   PIC X(01)   VALUE ';'.
           05 FED-NOME                 PIC X(30).
           05 FILLER                   PIC X(01)   VALUE ';'.
           05 FED-EMAIL                PIC X(40).
           05 FILLER                   PIC X(01)   VALUE ';'.
           05 FED-CPF-CNPJ             PIC X(14).
           05 FILLER                   PIC X(01)   VALUE ';'.
           05 FED-ENDERECO             PIC X(40).
           05 FILLER                   PIC X(01)   VALUE ';'.
           05 FED-CIDADE               PIC X(25).
           05 FILLER                   PIC X(01)   VALUE ';'.
           05 FED-UF                   PIC X(02).
           05 FILLER                   PIC X(01)   VALUE ';'.
           05 FED-CEP                  PIC X(09).
           05 FILLER                   PIC X(01)   VALUE ';'.
           05 FED-SITUACAO             PIC X(01).
       01 WRK-FEED-TRAILER.
           05 FET-TIPO-REG             PIC X(01)   VALUE 'T'.
           05 FILLER                   PIC X(01)   VALUE ';'.
           05 FET-QUANTIDADE           PIC 9(09).
           05 FILLER                   PIC X(01)   VALUE ';'.
           05 FET-HASH                 PIC 9(18).
           05 FILLER                   PIC X(01)   VALUE ';'.
           05 FET-ATE-SEQ              PIC 9(09).
           05 FILLER                   PIC X(01)   VALUE ';'.
           05 FET-ATE-DATA-HORA        PIC X(16).
       77 WRK-NOME-LOGARQ              PIC X(40).
       77 WRK-NOME-FEED                PIC X(60).
       01 WRK-ARQ-COMP.
           05 WRK-ARQ-ANO              PIC 9(04).
           05 WRK-ARQ-MES              PIC 9(02).
       01 WRK-ARQ-COMP-9 REDEFINES WRK-ARQ-COMP
                                       PIC 9(06).
       01 WRK-ARQ-FIM.
           05 WRK-ARQ-FIM-ANO          PIC 9(04).
           05 WRK-ARQ-FIM-MES          PIC 9(02).
       01 WRK-ARQ-FIM-9 REDEFINES WRK-ARQ-FIM
                                       PIC 9(06).
       77 WRK-MESES-VOLTA              PIC 9(03)   COMP.
       01 WRK-DATA-SISTEMA             PIC 9(08).
       01 WRK-HORA-SISTEMA             PIC 9(08).
       77 WRK-DATAHORA                 PIC X(14).
       77 WRK-OPERADOR                 PIC X(06).
       77 WRK-MODO                     PIC X(01).
          88 MODO-GERAR                VALUE 'G'.
          88 MODO-REENVIO              VALUE 'R'.
          88 MODO-CADASTRO             VALUE 'C'.
          88 MODO-LISTAR               VALUE 'L'.
       77 WRK-CODIGO                   PIC X(08).
       77 WRK-NOME                     PIC X(30).
       77 WRK-SITUACAO                 PIC X(01).
       77 WRK-REENVIO-DATA             PIC 9(08).
       77 WRK-REENVIO-DH               PIC X(16).
      *    MARCA EM USO NA ENTREGA CORRENTE E O PONTO ALCANCADO.
       77 WRK-MARCA-SEQ                PIC 9(09).
       77 WRK-MARCA-DH                 PIC X(16).
       77 WRK-ATE-SEQ                  PIC 9(09).
       77 WRK-ATE-DH                   PIC X(16).
       77 WRK-SEQ-LINHA                PIC 9(09).
       77 WRK-LINHA-NOVA               PIC X(01).
          88 LINHA-NOVA-SIM            VALUE 'S'.
          88 LINHA-NOVA-NAO            VALUE 'N'.
       77 WRK-PRIMEIRA-NOVA            PIC X(01).
          88 PRIMEIRA-NOVA-SIM         VALUE 'S'.
          88 PRIMEIRA-NOVA-NAO         VALUE 'N'.
       77 WRK-QTD-ENTREGA              PIC 9(09)   COMP.
       77 WRK-HASH-ENTREGA             PIC 9(18)   COMP.
       77 WRK-TOTAL-CONSUMIDORES       PIC 9(07)   COMP.
       77 WRK-TOTAL-REGISTROS          PIC 9(07)   COMP.
       77 WRK-TOTAL-AVISOS             PIC 9(07)   COMP.
       77 WRK-EDIT-QTD                 PIC ZZZZZZ9.
       77 FEEDCONS-STATUS              PIC 9(02).
       77 LOGARQ-STATUS                PIC 9(02).
       77 FEEDOUT-STATUS               PIC 9(02).
       77 LOGSEQ-STATUS                PIC 9(02).
       77 RUNCTL-STATUS                PIC 9(02).
       77 WRK-CTL-INICIO               PIC X(14).
       77 WRK-CTL-PROG-BUSCA           PIC X(08).
       77 WRK-CTL-BLOQUEADO            PIC X(01).
          88 CTL-BLOQUEADO-SIM         VALUE 'S'.
          88 CTL-BLOQUEADO-NAO         VALUE 'N'.
       77 WRK-RODADA-OK                PIC X(01).
          88 RODADA-OK-SIM             VALUE 'S'.
          88 RODADA-OK-NAO             VALUE 'N'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR THRU 1000-END-PERFORM.
            EVALUATE TRUE
                WHEN MODO-GERAR
                    PERFORM 2000-GERAR THRU 2000-END-PERFORM
                WHEN MODO-REENVIO
                    PERFORM 2500-REENVIAR THRU 2500-END-PERFORM
                WHEN MODO-CADASTRO
                    PERFORM 4000-CADASTRAR THRU 4000-END-PERFORM
                WHEN MODO-LISTAR
                    PERFORM 4500-LISTAR THRU 4500-END-PERFORM
            END-EVALUATE.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE ZEROS                 TO WRK-TOTAL-CONSUMIDORES
                                          WRK-TOTAL-REGISTROS
                                          WRK-TOTAL-AVISOS.
            SET RODADA-OK-NAO          TO TRUE.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY '*   FEED DE ALTERACOES DO CADASTRO        *'.
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
            MOVE SPACES                TO WRK-MODO.
            DISPLAY 'G=GERAR  R=REENVIO  C=CONSUMIDOR  L=LISTAR: '
                    WITH NO ADVANCING.
            ACCEPT WRK-MODO.
            IF NOT MODO-GERAR
               AND NOT MODO-REENVIO
               AND NOT MODO-CADASTRO
               AND NOT MODO-LISTAR
               DISPLAY 'MODO INVALIDO'
               STOP RUN
            END-IF.
            PERFORM 1950-REGISTRARINICIO THRU 1950-END-PERFORM.
            OPEN I-O FEEDCONS
            IF FEEDCONS-STATUS = 35 THEN
               OPEN OUTPUT FEEDCONS
               CLOSE FEEDCONS
               OPEN I-O FEEDCONS
            END-IF.
       1000-END-PERFORM.

      *    CONTROLE DE EXECUCAO DOS BATCHES: UMA RODADA ANTERIOR
      *    AINDA MARCADA COMO EXECUTANDO BLOQUEIA A NOVA ATE O
      *    OPERADOR LIBERA-LA PELO CLICTRL. O FECHAMENTO MENSAL EM
      *    ANDAMENTO TAMBEM BLOQUEIA, POIS ELE ESTA MOVENDO AS
      *    LINHAS DO LOG VIVO PARA O ARQUIVO MORTO.
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
            MOVE 'CLIFEED'             TO WRK-CTL-PROG-BUSCA.
            PERFORM 1960-VERIFICAREXECUTANDO THRU 1960-END-PERFORM.
            IF CTL-BLOQUEADO-SIM
               DISPLAY 'CLIFEED COM RODADA ABERTA NO CONTROLE - '
                       'LIBERE PELO CLICTRL'
               CLOSE RUNCTL
               STOP RUN
            END-IF.
            MOVE 'CLIFECHA'            TO WRK-CTL-PROG-BUSCA.
            PERFORM 1960-VERIFICAREXECUTANDO THRU 1960-END-PERFORM.
            IF CTL-BLOQUEADO-SIM
               DISPLAY 'FECHAMENTO MENSAL DO LOG EM ANDAMENTO - '
                       'AGUARDE O TERMINO DO CLIFECHA'
               CLOSE RUNCTL
               STOP RUN
            END-IF.
            PERFORM 2800-DATAHORA THRU 2800-END-PERFORM.
            MOVE WRK-DATAHORA          TO WRK-CTL-INICIO.
            MOVE 'CLIFEED'             TO CTL-PROGRAMA.
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

      *    ENTREGA NORMAL: TODOS OS CONSUMIDORES ATIVOS, CADA UM A
      *    PARTIR DA PROPRIA MARCA.
       2000-GERAR.
            MOVE LOW-VALUES            TO FDC-CODIGO.
            START FEEDCONS KEY IS NOT LESS THAN FDC-CODIGO
                INVALID KEY
                    DISPLAY 'NENHUM CONSUMIDOR CADASTRADO'
                    GO TO 2000-END-PERFORM
            END-START.
            READ FEEDCONS NEXT
                AT END MOVE 10         TO FEEDCONS-STATUS
            END-READ.
            PERFORM UNTIL FEEDCONS-STATUS EQUAL 10
                    IF FDC-ATIVO
                       MOVE FDC-ULT-SEQ
                                       TO WRK-MARCA-SEQ
                       MOVE FDC-ULT-DATA-HORA
                                       TO WRK-MARCA-DH
                       MOVE SPACES     TO WRK-REENVIO-DH
                       PERFORM 2100-ENTREGAR
                               THRU 2100-END-PERFORM
                    END-IF
                    READ FEEDCONS NEXT
                        AT END MOVE 10 TO FEEDCONS-STATUS
                    END-READ
            END-PERFORM.
            SET RODADA-OK-SIM          TO TRUE.
       2000-END-PERFORM.

      *    MONTA O ARQUIVO DE UM CONSUMIDOR. OS ARQUIVOS MORTOS SAO
      *    LIDOS DESDE O MES DA MARCA (OU DA DATA DE REENVIO) ATE O
      *    MES ANTERIOR AO CORRENTE, E O LOG VIVO POR ULTIMO; MES SEM
      *    ARQUIVO E PULADO. NA ENTREGA NORMAL ISSO SE REDUZ AO LOG
      *    VIVO E, NA VIRADA DO MES, AO ULTIMO ARQUIVO MORTO.
       2100-ENTREGAR.
            ADD 1                      TO WRK-TOTAL-CONSUMIDORES.
            MOVE ZEROS                 TO WRK-QTD-ENTREGA
                                          WRK-HASH-ENTREGA.
            MOVE WRK-MARCA-SEQ         TO WRK-ATE-SEQ.
            MOVE WRK-MARCA-DH          TO WRK-ATE-DH.
            SET PRIMEIRA-NOVA-SIM      TO TRUE.
            PERFORM 2800-DATAHORA THRU 2800-END-PERFORM.
            MOVE SPACES                TO WRK-NOME-FEED.
            STRING 'C:\Users\rafap\cobol\FEED'
                                       DELIMITED BY SIZE
                   FDC-CODIGO          DELIMITED BY SPACE
                   '_'                 DELIMITED BY SIZE
                   WRK-DATAHORA        DELIMITED BY SIZE
                   '.TXT'              DELIMITED BY SIZE
                              INTO WRK-NOME-FEED.
            OPEN OUTPUT FEEDOUT.
            IF FEEDOUT-STATUS NOT EQUAL 0
               DISPLAY 'ERRO AO CRIAR ' WRK-NOME-FEED
               ADD 1                   TO WRK-TOTAL-AVISOS
               GO TO 2100-END-PERFORM
            END-IF.
            MOVE FDC-CODIGO            TO FEH-CONSUMIDOR.
            MOVE WRK-DATAHORA          TO FEH-GERACAO.
            IF WRK-REENVIO-DH EQUAL SPACES
               MOVE 'N'                TO FEH-TIPO-ENTREGA
               MOVE WRK-MARCA-SEQ      TO FEH-DESDE-SEQ
               MOVE WRK-MARCA-DH       TO FEH-DESDE-DATA-HORA
            ELSE
               MOVE 'R'                TO FEH-TIPO-ENTREGA
               MOVE ZEROS              TO FEH-DESDE-SEQ
               MOVE WRK-REENVIO-DH     TO FEH-DESDE-DATA-HORA
            END-IF.
            WRITE FEEDOUT-REG          FROM WRK-FEED-HEADER.
            ACCEPT WRK-DATA-SISTEMA    FROM DATE YYYYMMDD.
            MOVE WRK-DATA-SISTEMA (1:4)
                                       TO WRK-ARQ-FIM-ANO.
            MOVE WRK-DATA-SISTEMA (5:2)
                                       TO WRK-ARQ-FIM-MES.
            SUBTRACT 1                 FROM WRK-ARQ-FIM-MES.
            IF WRK-ARQ-FIM-MES EQUAL ZEROS
               MOVE 12                 TO WRK-ARQ-FIM-MES
               SUBTRACT 1              FROM WRK-ARQ-FIM-ANO
            END-IF.
            IF WRK-REENVIO-DH NOT EQUAL SPACES
               MOVE WRK-REENVIO-DH (1:6)
                                       TO WRK-ARQ-COMP
            ELSE
               IF WRK-MARCA-DH (1:6) IS NUMERIC
                  MOVE WRK-MARCA-DH (1:6)
                                       TO WRK-ARQ-COMP
               ELSE
                  MOVE WRK-ARQ-FIM     TO WRK-ARQ-COMP
               END-IF
            END-IF.
            PERFORM VARYING WRK-MESES-VOLTA FROM 1 BY 1
                    UNTIL WRK-MESES-VOLTA GREATER 120
                    OR WRK-ARQ-COMP-9 GREATER WRK-ARQ-FIM-9
                    MOVE SPACES        TO WRK-NOME-LOGARQ
                    STRING 'C:\Users\rafap\cobol\LOG'
                                       DELIMITED BY SIZE
                           WRK-ARQ-COMP
                                       DELIMITED BY SIZE
                           '.TXT'      DELIMITED BY SIZE
                              INTO WRK-NOME-LOGARQ
                    PERFORM 2200-LER-ARQUIVO THRU 2200-END-PERFORM
                    ADD 1              TO WRK-ARQ-MES
                    IF WRK-ARQ-MES GREATER 12
                       MOVE 1          TO WRK-ARQ-MES
                       ADD 1           TO WRK-ARQ-ANO
                    END-IF
            END-PERFORM.
            MOVE 'C:\Users\rafap\cobol\LOGTRANS.TXT'
                                       TO WRK-NOME-LOGARQ.
            PERFORM 2200-LER-ARQUIVO THRU 2200-END-PERFORM.
            MOVE WRK-QTD-ENTREGA       TO FET-QUANTIDADE.
            MOVE WRK-HASH-ENTREGA      TO FET-HASH.
            MOVE WRK-ATE-SEQ           TO FET-ATE-SEQ.
            MOVE WRK-ATE-DH            TO FET-ATE-DATA-HORA.
            WRITE FEEDOUT-REG          FROM WRK-FEED-TRAILER.
            CLOSE FEEDOUT.
      *     A MARCA SO AVANCA DEPOIS DO ARQUIVO FECHADO: UMA QUEDA NO
      *     MEIO DA GERACAO REPETE A ENTREGA NA PROXIMA RODADA.
            MOVE WRK-ATE-SEQ           TO FDC-ULT-SEQ.
            MOVE WRK-ATE-DH            TO FDC-ULT-DATA-HORA.
            MOVE WRK-DATAHORA          TO FDC-ULT-ENTREGA.
            MOVE WRK-QTD-ENTREGA       TO FDC-ULT-QTD.
            MOVE WRK-NOME-FEED         TO FDC-ULT-ARQUIVO.
            MOVE WRK-OPERADOR          TO FDC-OPERADOR.
            REWRITE FEEDCONS-REG.
            ADD WRK-QTD-ENTREGA        TO WRK-TOTAL-REGISTROS.
            MOVE WRK-QTD-ENTREGA       TO WRK-EDIT-QTD.
            DISPLAY FDC-CODIGO ' ' WRK-EDIT-QTD ' MOVIMENTO(S) EM '
                    WRK-NOME-FEED.
       2100-END-PERFORM.

       2200-LER-ARQUIVO.
            OPEN INPUT LOGARQ.
            IF LOGARQ-STATUS NOT EQUAL 0
               GO TO 2200-END-PERFORM
            END-IF.
            READ LOGARQ
                 AT END MOVE 10        TO LOGARQ-STATUS
            END-READ.
            PERFORM UNTIL LOGARQ-STATUS EQUAL 10
                    PERFORM 2300-AVALIAR-LINHA
                            THRU 2300-END-PERFORM
                    READ LOGARQ
                         AT END MOVE 10 TO LOGARQ-STATUS
                    END-READ
            END-PERFORM.
            CLOSE LOGARQ.
       2200-END-PERFORM.

      *    UMA LINHA NUMERADA E NOVA QUANDO A SEQUENCIA PASSA DA
      *    MARCA; UMA LINHA ANTERIOR A NUMERACAO, QUANDO A DATA/HORA
      *    PASSA DA MARCA. NO REENVIO VALE A DATA INFORMADA. A PRIMEIRA
      *    LINHA NOVA NUMERADA DEVE SER A SEGUINTE A MARCA; UM SALTO
      *    INDICA LINHAS QUE NAO ESTAO MAIS NOS ARQUIVOS LIDOS.
       2300-AVALIAR-LINHA.
            SET LINHA-NOVA-NAO         TO TRUE.
            MOVE ZEROS                 TO WRK-SEQ-LINHA.
            IF LOGA-SEQ IS NUMERIC
               MOVE LOGA-SEQ           TO WRK-SEQ-LINHA
            END-IF.
            IF WRK-REENVIO-DH NOT EQUAL SPACES
               IF LOGA-DATA-HORA NOT LESS WRK-REENVIO-DH
                  SET LINHA-NOVA-SIM   TO TRUE
               END-IF
            ELSE
               IF WRK-SEQ-LINHA GREATER ZEROS
                  IF WRK-SEQ-LINHA GREATER WRK-MARCA-SEQ
                     SET LINHA-NOVA-SIM TO TRUE
                  END-IF
               ELSE
                  IF LOGA-DATA-HORA GREATER WRK-MARCA-DH
                     SET LINHA-NOVA-SIM TO TRUE
                  END-IF
               END-IF
            END-IF.
            IF LINHA-NOVA-NAO
               GO TO 2300-END-PERFORM
            END-IF.
            IF WRK-SEQ-LINHA GREATER ZEROS
               IF PRIMEIRA-NOVA-SIM
                  AND WRK-REENVIO-DH EQUAL SPACES
                  AND WRK-MARCA-SEQ GREATER ZEROS
                  AND WRK-SEQ-LINHA NOT EQUAL WRK-MARCA-SEQ + 1
                  DISPLAY 'AVISO: ' FDC-CODIGO
                          ' - SALTO APOS A MARCA, PRIMEIRA SEQUENCIA '
                          WRK-SEQ-LINHA ' (MARCA ' WRK-MARCA-SEQ ')'
                  ADD 1                TO WRK-TOTAL-AVISOS
               END-IF
               SET PRIMEIRA-NOVA-NAO   TO TRUE
               IF WRK-SEQ-LINHA GREATER WRK-ATE-SEQ
                  MOVE WRK-SEQ-LINHA   TO WRK-ATE-SEQ
               END-IF
            END-IF.
            IF LOGA-DATA-HORA GREATER WRK-ATE-DH
               MOVE LOGA-DATA-HORA     TO WRK-ATE-DH
            END-IF.
            IF LOGA-CLIENTES-FONE IS NOT NUMERIC
               GO TO 2300-END-PERFORM
            END-IF.
            EVALUATE LOGA-OPERACAO
                WHEN 'INCLUIR'
                WHEN 'ALTERAR'
                WHEN 'EXCLUIR'
                WHEN 'REATIVAR'
                WHEN 'FUSAO'
                WHEN 'EXPURGO'
                    CONTINUE
                WHEN OTHER
                    GO TO 2300-END-PERFORM
            END-EVALUATE.
            MOVE LOGA-SEQ              TO FED-SEQ.
            MOVE LOGA-DATA-HORA        TO FED-DATA-HORA.
            MOVE LOGA-OPERACAO         TO FED-OPERACAO.
            MOVE LOGA-CLIENTES-FONE    TO FED-FONE.
            MOVE LOGA-NOME-DEPOIS      TO FED-NOME.
            MOVE LOGA-EMAIL-DEPOIS     TO FED-EMAIL.
            MOVE LOGA-CPF-CNPJ-DEPOIS  TO FED-CPF-CNPJ.
            MOVE LOGA-ENDERECO-DEPOIS  TO FED-ENDERECO.
            MOVE LOGA-CIDADE-DEPOIS    TO FED-CIDADE.
            MOVE LOGA-UF-DEPOIS        TO FED-UF.
            MOVE LOGA-CEP-DEPOIS       TO FED-CEP.
            MOVE LOGA-SITUACAO-DEPOIS  TO FED-SITUACAO.
            WRITE FEEDOUT-REG          FROM WRK-FEED-DETALHE.
            ADD 1                      TO WRK-QTD-ENTREGA.
            ADD FED-FONE               TO WRK-HASH-ENTREGA.
       2300-END-PERFORM.

      *    REENVIO PARA UM CONSUMIDOR QUE PERDEU ARQUIVO: TODOS OS
      *    MOVIMENTOS A PARTIR DA DATA INFORMADA, EM ARQUIVO NOVO
      *    MARCADO COMO REENVIO NO HEADER. A MARCA DO CONSUMIDOR
      *    AVANCA ATE O FIM DO LOG COMO NUMA ENTREGA NORMAL.
       2500-REENVIAR.
            MOVE SPACES                TO WRK-CODIGO.
            MOVE ZEROS                 TO WRK-REENVIO-DATA.
            DISPLAY 'CONSUMIDOR.............: ' WITH NO ADVANCING.
            ACCEPT WRK-CODIGO.
            MOVE WRK-CODIGO            TO FDC-CODIGO.
            READ FEEDCONS
                 INVALID KEY
                     DISPLAY 'CONSUMIDOR NAO CADASTRADO'
                     GO TO 2500-END-PERFORM
            END-READ.
            IF NOT FDC-ATIVO
               DISPLAY 'CONSUMIDOR INATIVO'
               GO TO 2500-END-PERFORM
            END-IF.
            DISPLAY 'REENVIAR A PARTIR DE (AAAAMMDD): '
                    WITH NO ADVANCING.
            ACCEPT WRK-REENVIO-DATA.
            MOVE WRK-REENVIO-DATA      TO WRK-DATA-SISTEMA.
            IF WRK-REENVIO-DATA EQUAL ZEROS
               OR WRK-DATA-SISTEMA (5:2) LESS '01'
               OR WRK-DATA-SISTEMA (5:2) GREATER '12'
               DISPLAY 'DATA INVALIDA'
               GO TO 2500-END-PERFORM
            END-IF.
            MOVE SPACES                TO WRK-REENVIO-DH.
            STRING WRK-REENVIO-DATA    DELIMITED BY SIZE
                   '00000000'          DELIMITED BY SIZE
                              INTO WRK-REENVIO-DH.
            MOVE FDC-ULT-SEQ           TO WRK-MARCA-SEQ.
            MOVE FDC-ULT-DATA-HORA     TO WRK-MARCA-DH.
            PERFORM 2100-ENTREGAR THRU 2100-END-PERFORM.
            SET RODADA-OK-SIM          TO TRUE.
       2500-END-PERFORM.

       2800-DATAHORA.
            ACCEPT WRK-DATA-SISTEMA    FROM DATE YYYYMMDD.
            ACCEPT WRK-HORA-SISTEMA    FROM TIME.
            MOVE SPACES                TO WRK-DATAHORA.
            STRING WRK-DATA-SISTEMA    DELIMITED BY SIZE
                   WRK-HORA-SISTEMA (1:6)
                                       DELIMITED BY SIZE
                              INTO WRK-DATAHORA.
       2800-END-PERFORM.

       3000-FINALIZAR.
            CLOSE FEEDCONS.
            PERFORM 3950-REGISTRARFIM THRU 3950-END-PERFORM.
            IF MODO-GERAR
               OR MODO-REENVIO
               DISPLAY ' '
               DISPLAY '*-----------------------------------------*'
               DISPLAY '*   FEED DE ALTERACOES - RESUMO           *'
               DISPLAY '*-----------------------------------------*'
               DISPLAY 'CONSUMIDORES ATENDIDOS: '
                       WRK-TOTAL-CONSUMIDORES
               DISPLAY 'MOVIMENTOS ENTREGUES..: '
                       WRK-TOTAL-REGISTROS
               DISPLAY 'AVISOS................: ' WRK-TOTAL-AVISOS
            END-IF.

      *    CADASTRO DE CONSUMIDOR. UM CONSUMIDOR NOVO COMECA COM A
      *    MARCA NO FIM ATUAL DO LOG: A CARGA INICIAL E A COPIA
      *    COMPLETA DO CADASTRO, E O FEED TRAZ SO O QUE MUDAR DEPOIS.
      *    O CODIGO VAI NO NOME DO ARQUIVO E NAO PODE TER BRANCOS.
       4000-CADASTRAR.
            MOVE SPACES                TO WRK-CODIGO
                                          WRK-NOME
                                          WRK-SITUACAO.
            DISPLAY 'CODIGO DO CONSUMIDOR...: ' WITH NO ADVANCING.
            ACCEPT WRK-CODIGO.
            IF WRK-CODIGO EQUAL SPACES
               OR WRK-CODIGO (1:1) EQUAL SPACE
               DISPLAY 'CODIGO NAO INFORMADO'
               GO TO 4000-END-PERFORM
            END-IF.
            MOVE ZEROS                 TO WRK-MESES-VOLTA.
            INSPECT WRK-CODIGO TALLYING WRK-MESES-VOLTA
                    FOR CHARACTERS BEFORE INITIAL SPACE.
            IF WRK-MESES-VOLTA LESS 8
               AND WRK-CODIGO (WRK-MESES-VOLTA + 1:)
                   NOT EQUAL SPACES
               DISPLAY 'CODIGO NAO PODE TER BRANCOS'
               GO TO 4000-END-PERFORM
            END-IF.
            MOVE WRK-CODIGO            TO FDC-CODIGO.
            READ FEEDCONS WITH LOCK
                 INVALID KEY
                     PERFORM 4100-NOVO-CONSUMIDOR
                             THRU 4100-END-PERFORM
                     GO TO 4000-END-PERFORM
            END-READ.
            DISPLAY 'NOME...................: ' FDC-NOME.
            DISPLAY 'SITUACAO...............: ' FDC-SITUACAO.
            DISPLAY 'ULTIMA ENTREGA.........: ' FDC-ULT-ENTREGA
                    ' ATE SEQUENCIA ' FDC-ULT-SEQ.
            DISPLAY 'NOVO NOME (ENTER=MANTEM): ' WITH NO ADVANCING.
            ACCEPT WRK-NOME.
            IF WRK-NOME NOT EQUAL SPACES
               MOVE WRK-NOME           TO FDC-NOME
            END-IF.
            DISPLAY 'SITUACAO A/I (ENTER=MANTEM): '
                    WITH NO ADVANCING.
            ACCEPT WRK-SITUACAO.
            IF WRK-SITUACAO EQUAL 'A'
               OR WRK-SITUACAO EQUAL 'I'
               MOVE WRK-SITUACAO       TO FDC-SITUACAO
            END-IF.
            MOVE WRK-OPERADOR          TO FDC-OPERADOR.
            REWRITE FEEDCONS-REG.
            UNLOCK FEEDCONS.
            DISPLAY 'CONSUMIDOR ALTERADO'.
            SET RODADA-OK-SIM          TO TRUE.
       4000-END-PERFORM.

       4100-NOVO-CONSUMIDOR.
            DISPLAY 'NOME DO SISTEMA........: ' WITH NO ADVANCING.
            ACCEPT WRK-NOME.
            IF WRK-NOME EQUAL SPACES
               DISPLAY 'NOME NAO INFORMADO'
               GO TO 4100-END-PERFORM
            END-IF.
            MOVE SPACES                TO FEEDCONS-REG.
            MOVE WRK-CODIGO            TO FDC-CODIGO.
            MOVE WRK-NOME              TO FDC-NOME.
            SET FDC-ATIVO              TO TRUE.
            MOVE ZEROS                 TO FDC-ULT-SEQ
                                          FDC-ULT-QTD.
            OPEN INPUT LOGSEQ.
            IF LOGSEQ-STATUS EQUAL 0
               MOVE 'LOGTRANS'         TO LSQ-CHAVE
               READ LOGSEQ
                    INVALID KEY
                        MOVE ZEROS     TO LSQ-ULTIMA-SEQ
               END-READ
               MOVE LSQ-ULTIMA-SEQ     TO FDC-ULT-SEQ
               CLOSE LOGSEQ
            END-IF.
            ACCEPT WRK-DATA-SISTEMA    FROM DATE YYYYMMDD.
            ACCEPT WRK-HORA-SISTEMA    FROM TIME.
            STRING WRK-DATA-SISTEMA    DELIMITED BY SIZE
                   WRK-HORA-SISTEMA    DELIMITED BY SIZE
                              INTO FDC-ULT-DATA-HORA.
            MOVE WRK-OPERADOR          TO FDC-OPERADOR.
            WRITE FEEDCONS-REG.
            DISPLAY 'CONSUMIDOR CADASTRADO - ENTREGAS A PARTIR DA '
                    'SEQUENCIA ' FDC-ULT-SEQ.
            SET RODADA-OK-SIM          TO TRUE.
       4100-END-PERFORM.

       4500-LISTAR.
            MOVE LOW-VALUES            TO FDC-CODIGO.
            START FEEDCONS KEY IS NOT LESS THAN FDC-CODIGO
                INVALID KEY
                    DISPLAY 'NENHUM CONSUMIDOR CADASTRADO'
                    GO TO 4500-END-PERFORM
            END-START.
            DISPLAY 'CODIGO   NOME                           S '
                    'ULT.ENTREGA    ATE SEQ.     QTD'.
            READ FEEDCONS NEXT
                AT END MOVE 10         TO FEEDCONS-STATUS
            END-READ.
            PERFORM UNTIL FEEDCONS-STATUS EQUAL 10
                    MOVE FDC-ULT-QTD   TO WRK-EDIT-QTD
                    DISPLAY FDC-CODIGO ' ' FDC-NOME ' '
                            FDC-SITUACAO ' ' FDC-ULT-ENTREGA ' '
                            FDC-ULT-SEQ ' ' WRK-EDIT-QTD
                    READ FEEDCONS NEXT
                        AT END MOVE 10 TO FEEDCONS-STATUS
                    END-READ
            END-PERFORM.
            SET RODADA-OK-SIM          TO TRUE.
       4500-END-PERFORM.

      *    TOTAIS NO CONTROLE: CONSUMIDORES ATENDIDOS, MOVIMENTOS
      *    ENTREGUES E AVISOS. RODADA SEM EFEITO SAI COMO LIBERADA.
       3950-REGISTRARFIM.
            IF WRK-CTL-INICIO EQUAL SPACES
               GO TO 3950-END-PERFORM
            END-IF.
            MOVE 'CLIFEED'             TO CTL-PROGRAMA.
            MOVE WRK-CTL-INICIO        TO CTL-INICIO.
            READ RUNCTL
                 INVALID KEY
                     GO TO 3950-END-PERFORM
            END-READ.
            PERFORM 2800-DATAHORA THRU 2800-END-PERFORM.
            MOVE WRK-DATAHORA          TO CTL-FIM.
            IF RODADA-OK-SIM
               SET CTL-NORMAL          TO TRUE
               MOVE WRK-TOTAL-CONSUMIDORES
                                       TO CTL-TOTAL-1
               MOVE WRK-TOTAL-REGISTROS
                                       TO CTL-TOTAL-2
               MOVE WRK-TOTAL-AVISOS   TO CTL-TOTAL-3
            ELSE
               SET CTL-LIBERADO        TO TRUE
               MOVE ZEROS              TO CTL-TOTAL-1
                                          CTL-TOTAL-2
                                          CTL-TOTAL-3
            END-IF.
            REWRITE RUNCTL-REG.
            CLOSE RUNCTL.
       3950-END-PERFORM.
