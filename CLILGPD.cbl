       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLILGPD.
      *********************************
      * OBJETIVO:  ATENDIMENTO AO TITULAR PELA LGPD. DADO O
      *            CPF/CNPJ, O MODO D GERA EM DOSSIE.TXT O DOSSIE
      *            COMPLETO DO TITULAR: CADASTRO VIVO (CLIENTES.DAT)
      *            E HISTORICO (HISTORIC.DAT), TODOS OS CONTATOS DE
      *            CONTATOS.DAT E TODAS AS LINHAS DO LOG DE
      *            TRANSACOES, INCLUSIVE AS DOS ARQUIVOS MORTOS
      *            LOGAAAAMM.TXT. O MODO A, RESTRITO AO SUPERVISOR,
      *            ANONIMIZA O TITULAR: NOME, EMAIL, ENDERECO E
      *            DOCUMENTO SAO TROCADOS POR VALORES NEUTROS NOS
      *            CADASTROS, NOS CONTATOS E NAS LINHAS DE LOG, E A
      *            OPERACAO FICA REGISTRADA EM LGPDREG.TXT COM
      *            PROTOCOLO, DATA E OPERADOR. O NUMERO DO PROTOCOLO
      *            E CONTROLADO NO ARQUIVO LGPDNUM.TXT
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

           SELECT HISTORICO ASSIGN     TO
                           'C:\Users\rafap\cobol\HISTORIC.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS HISTORICO-STATUS
                  RECORD KEY IS  HIST-CHAVE
                  LOCK MODE IS MANUAL.

           SELECT CONTATOS ASSIGN      TO
                           'C:\Users\rafap\cobol\CONTATOS.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS CONTATOS-STATUS
                  RECORD KEY IS  CONT-CHAVE
                  LOCK MODE IS MANUAL.

           SELECT OPERADOR ASSIGN      TO
                           'C:\Users\rafap\cobol\OPERADOR.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS OPERADOR-STATUS
                  RECORD KEY IS  OPER-MATRICULA
                  LOCK MODE IS MANUAL.

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

           SELECT LOGARQ ASSIGN        TO WRK-NOME-LOGARQ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOGARQ-STATUS.

           SELECT LOGTEMP ASSIGN       TO
                           'C:\Users\rafap\cobol\LGPDLOG.TMP'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOGTEMP-STATUS.

           SELECT DOSSIE ASSIGN        TO
                           'C:\Users\rafap\cobol\DOSSIE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DOSSIE-STATUS.

           SELECT LGPDNUM ASSIGN       TO
                           'C:\Users\rafap\cobol\LGPDNUM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LGPDNUM-STATUS.

           SELECT LGPDREG ASSIGN       TO
                           'C:\Users\rafap\cobol\LGPDREG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LGPDREG-STATUS.

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

       FD HISTORICO.
       01 HISTORICO-REG.
            05 HIST-CHAVE.
                10 HIST-FONE           PIC 9(11).
            05 HIST-NOME               PIC X(30).
            05 HIST-EMAIL              PIC X(40).
            05 HIST-CPF-CNPJ           PIC X(14).
            05 HIST-ENDERECO           PIC X(40).
            05 HIST-CIDADE             PIC X(25).
            05 HIST-UF                 PIC X(02).
            05 HIST-CEP                PIC X(09).
            05 HIST-SITUACAO           PIC X(01).

       FD CONTATOS.
       01 CONTATOS-REG.
            05 CONT-CHAVE.
                10 CONT-FONE           PIC 9(11).
                10 CONT-SEQ            PIC 9(04).
            05 CONT-DATA-HORA          PIC X(16).
            05 CONT-OPERADOR           PIC X(06).
            05 CONT-TIPO               PIC X(03).
            05 CONT-TEXTO              PIC X(60).
            05 CONT-SITUACAO           PIC X(01).
                88 CONT-VIVO               VALUE 'A'.
                88 CONT-HISTORICO          VALUE 'H'.

       FD OPERADOR.
       01 OPERADOR-REG.
            05 OPER-MATRICULA          PIC X(06).
            05 OPER-NOME               PIC X(30).
            05 OPER-SENHA              PIC X(08).
            05 OPER-PERFIL             PIC X(01).
                88 OPER-SUPERVISOR         VALUE 'S'.
                88 OPER-COMUM              VALUE 'C'.
            05 OPER-SITUACAO           PIC X(01).
                88 OPER-ATIVO              VALUE 'A'.
                88 OPER-INATIVO            VALUE 'I'.

       FD LOGTRANS.
       01 LOGTRANS-REG                PIC X(312).

       FD LOGSEQ.
       01 LOGSEQ-REG.
            05 LSQ-CHAVE               PIC X(08).
            05 LSQ-ULTIMA-SEQ          PIC 9(09).
            05 LSQ-ULTIMO-CONTROLE     PIC 9(09).
            05 LSQ-DATA-HORA           PIC X(16).

       FD LOGARQ.
       01 LOGARQ-REG                  PIC X(312).

       FD LOGTEMP.
       01 LOGTEMP-REG                 PIC X(312).

       FD DOSSIE.
       01 DOSSIE-REG                  PIC X(312).

       FD LGPDNUM.
       01 LGPDNUM-REG.
            05 LGPDNUM-ULTIMO          PIC 9(06).

       FD LGPDREG.
       01 LGPDREG-REG                 PIC X(64).

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
      *    REGISTRO DA ANONIMIZACAO EM LGPDREG.TXT: PROTOCOLO, DATA
      *    E HORA, OPERADOR E QUANTIDADES NEUTRALIZADAS POR ARQUIVO.
       01 WRK-LGPDREG.
           05 LGP-PROTOCOLO            PIC 9(06).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 LGP-DATA-HORA            PIC X(16).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 LGP-OPERADOR             PIC X(06).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 LGP-QTD-CLIENTES         PIC 9(05).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 LGP-QTD-HISTORICO        PIC 9(05).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 LGP-QTD-CONTATOS         PIC 9(05).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 LGP-QTD-LOG              PIC 9(07).
           05 FILLER                   PIC X(01) VALUE ';'.
           05 LGP-QTD-RECADEIA         PIC 9(07).
      *    IMAGEM DE CADASTRO (VIVO OU HISTORICO, MESMO LAYOUT) QUE
      *    SAI NO DOSSIE.
       01 WRK-CADASTRO.
           05 CAD-FONE                 PIC 9(11).
           05 CAD-NOME                 PIC X(30).
           05 CAD-EMAIL                PIC X(40).
           05 CAD-CPF-CNPJ             PIC X(14).
           05 CAD-ENDERECO             PIC X(40).
           05 CAD-CIDADE               PIC X(25).
           05 CAD-UF                   PIC X(02).
           05 CAD-CEP                  PIC X(09).
           05 CAD-SITUACAO             PIC X(01).
      *    TELEFONES DO TITULAR: OS DO CADASTRO VIVO (ORIGEM 'V') E
      *    OS DO HISTORICO (ORIGEM 'H') QUE TEM O DOCUMENTO.
       01 WRK-TAB-FONES.
           05 WRK-QTD-FONES            PIC 9(03)   COMP.
           05 WRK-FONE-ENT             OCCURS 50 TIMES.
               10 FON-NUMERO           PIC 9(11).
               10 FON-ORIGEM           PIC X(01).
                   88 FON-VIVO             VALUE 'V'.
                   88 FON-HIST             VALUE 'H'.
      *    LINHA DE LOG EM TRABALHO. AS POSICOES DOS CAMPOS SAO AS
      *    DO LAYOUT DE 11 POSICOES DE TELEFONE; NAS LINHAS DOS
      *    ARQUIVOS MORTOS ANTERIORES A CONVERSAO (TELEFONE DE 9
      *    POSICOES) TODOS OS CAMPOS APOS O TELEFONE ESTAO DUAS
      *    POSICOES ANTES, E O DESLOCAMENTO E DESCONTADO.
       01 WRK-LINHA-LOG                PIC X(312).
       77 WRK-DESLOC                   PIC 9(01).
       77 WRK-POS                      PIC 9(03)   COMP.
       01 WRK-FONE-LINHA               PIC X(11).
       01 WRK-FONE-LINHA-9 REDEFINES WRK-FONE-LINHA
                                       PIC 9(11).
       77 WRK-FONE-NOVO                PIC 9(11).
       77 WRK-ORIGEM-NOVO              PIC X(01).
       77 WRK-LINHA-TITULAR            PIC X(01).
          88 LINHA-TITULAR-SIM         VALUE 'S'.
          88 LINHA-TITULAR-NAO         VALUE 'N'.
       77 WRK-ARQ-CABECALHO            PIC X(01).
          88 ARQ-CABECALHO-SIM         VALUE 'S'.
          88 ARQ-CABECALHO-NAO         VALUE 'N'.
       01 WRK-LINHA                    PIC X(312).
       01 WRK-DATA-SISTEMA             PIC 9(08).
       01 WRK-HORA-SISTEMA             PIC 9(08).
       77 WRK-DATA-HORA                PIC X(16).
       77 WRK-DOC                      PIC X(14).
       77 WRK-MODO                     PIC X(01).
          88 MODO-DOSSIE               VALUE 'D'.
          88 MODO-ANONIMIZAR           VALUE 'A'.
       77 WRK-CONFIRMA                 PIC X(01).
       77 WRK-EDIT-CADASTROS           PIC ZZZZ9.
       77 WRK-EDIT-CONTATOS            PIC ZZZZ9.
       77 WRK-EDIT-LOG                 PIC ZZZZZZ9.
       77 WRK-LOGIN-MATRICULA          PIC X(06).
       77 WRK-LOGIN-SENHA              PIC X(08).
       77 WRK-OPERADOR                 PIC X(06).
       77 WRK-OPERADOR-PERFIL          PIC X(01).
          88 OPERADOR-SUPERVISOR       VALUE 'S'.
       77 WRK-ABORTAR                  PIC X(01).
          88 ABORTAR-SIM               VALUE 'S'.
          88 ABORTAR-NAO               VALUE 'N'.
       77 WRK-HIST-PRESENTE            PIC X(01).
          88 HIST-PRESENTE-SIM         VALUE 'S'.
          88 HIST-PRESENTE-NAO         VALUE 'N'.
       77 WRK-CONT-PRESENTE            PIC X(01).
          88 CONT-PRESENTE-SIM         VALUE 'S'.
          88 CONT-PRESENTE-NAO         VALUE 'N'.
      *    VALORES NEUTROS GRAVADOS NO LUGAR DOS DADOS DO TITULAR.
      *    EMAIL, ENDERECO, CEP E DOCUMENTO FICAM EM BRANCO; CIDADE
      *    E UF SAO MANTIDAS PARA AS ESTATISTICAS DO CADASTRO.
       77 WRK-NOME-NEUTRO              PIC X(30)
                                   VALUE 'TITULAR ANONIMIZADO - LGPD'.
       77 WRK-TEXTO-NEUTRO             PIC X(60).
       77 WRK-PROTOCOLO                PIC 9(06).
       77 WRK-NOME-LOGARQ              PIC X(40).
       01 WRK-ARQ-COMP.
           05 WRK-ARQ-ANO              PIC 9(04).
           05 WRK-ARQ-MES              PIC 9(02).
       77 WRK-MESES-VOLTA              PIC 9(03)   COMP.
       77 WRK-I                        PIC 9(03)   COMP.
       77 WRK-J                        PIC 9(03)   COMP.
       77 WRK-TOTAL-CLIENTES           PIC 9(05)   COMP.
       77 WRK-TOTAL-HISTORICO          PIC 9(05)   COMP.
       77 WRK-TOTAL-CONTATOS           PIC 9(05)   COMP.
       77 WRK-TOTAL-LOG                PIC 9(07)   COMP.
       77 WRK-TOTAL-ARQUIVOS           PIC 9(03)   COMP.
       77 WRK-TOTAL-LINHAS-ARQ         PIC 9(07)   COMP.
      *    REENCADEAMENTO DO LOG REGRAVADO: CONTROLE ORIGINAL E NOVO
      *    DA LINHA ANTERIOR E LINHAS QUE RECEBERAM CONTROLE NOVO.
       77 WRK-CAD-ANT-ORIG             PIC 9(09).
       77 WRK-CAD-ANT-NOVO             PIC 9(09).
       77 WRK-CAD-CONTROLE             PIC 9(09).
       77 WRK-CAD-ULT-SEQ              PIC 9(09).
       77 WRK-TOTAL-RECADEIA           PIC 9(07)   COMP.
       77 WRK-TOTAL-RECAD-ARQ          PIC 9(07)   COMP.
       77 CLIENTES-STATUS              PIC 9(02).
       77 HISTORICO-STATUS             PIC 9(02).
       77 CONTATOS-STATUS              PIC 9(02).
       77 OPERADOR-STATUS              PIC 9(02).
       77 LOGTRANS-STATUS              PIC 9(02).
       77 LOGARQ-STATUS                PIC 9(02).
       77 LOGTEMP-STATUS               PIC 9(02).
       77 DOSSIE-STATUS                PIC 9(02).
       77 LGPDNUM-STATUS               PIC 9(02).
       77 LGPDREG-STATUS               PIC 9(02).
       77 RUNCTL-STATUS                PIC 9(02).
       77 WRK-CTL-INICIO               PIC X(14).
       77 WRK-CTL-PROG-BUSCA           PIC X(08).
       77 WRK-CTL-BLOQUEADO            PIC X(01).
          88 CTL-BLOQUEADO-SIM         VALUE 'S'.
          88 CTL-BLOQUEADO-NAO         VALUE 'N'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR THRU 1000-END-PERFORM.
            PERFORM 2000-LEVANTAR-TITULAR THRU 2000-END-PERFORM.
            IF MODO-DOSSIE
               PERFORM 2100-GERAR-DOSSIE THRU 2100-END-PERFORM
            ELSE
               PERFORM 2500-ANONIMIZAR THRU 2500-END-PERFORM
            END-IF.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            SET ABORTAR-NAO            TO TRUE.
            SET HIST-PRESENTE-NAO      TO TRUE.
            SET CONT-PRESENTE-NAO      TO TRUE.
            MOVE SPACES                TO WRK-CTL-INICIO
                                          WRK-DOC
                                          WRK-MODO
                                          WRK-LOGIN-MATRICULA
                                          WRK-LOGIN-SENHA.
            MOVE ZEROS                 TO WRK-QTD-FONES
                                          WRK-PROTOCOLO
                                          WRK-TOTAL-CLIENTES
                                          WRK-TOTAL-HISTORICO
                                          WRK-TOTAL-CONTATOS
                                          WRK-TOTAL-LOG
                                          WRK-TOTAL-RECADEIA
                                          WRK-TOTAL-ARQUIVOS.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY '*   ATENDIMENTO AO TITULAR - LGPD         *'.
            DISPLAY '*-----------------------------------------*'.
      *     O ATENDIMENTO E FEITO COM A MATRICULA E A SENHA DO
      *     CADASTRO DE OPERADORES: O PERFIL DECIDE SE O MODO DE
      *     ANONIMIZACAO FICA LIBERADO, E A MATRICULA E CARIMBADA
      *     NO REGISTRO DO PROTOCOLO E NO LOG DE TRANSACOES.
            DISPLAY 'MATRICULA..............: ' WITH NO ADVANCING.
            ACCEPT WRK-LOGIN-MATRICULA.
            DISPLAY 'SENHA..................: ' WITH NO ADVANCING.
            ACCEPT WRK-LOGIN-SENHA.
            PERFORM 1800-IDENTIFICAROPERADOR THRU 1800-END-PERFORM.
            IF ABORTAR-SIM
               GO TO 1000-END-PERFORM
            END-IF.
            DISPLAY 'CPF/CNPJ DO TITULAR....: ' WITH NO ADVANCING.
            ACCEPT WRK-DOC.
            IF WRK-DOC EQUAL SPACES
               DISPLAY 'CPF/CNPJ NAO INFORMADO'
               SET ABORTAR-SIM         TO TRUE
               GO TO 1000-END-PERFORM
            END-IF.
            DISPLAY 'MODO (D-DOSSIE A-ANONIMIZAR): '
                    WITH NO ADVANCING.
            ACCEPT WRK-MODO.
            IF NOT MODO-DOSSIE
               AND NOT MODO-ANONIMIZAR
               DISPLAY 'MODO INVALIDO'
               SET ABORTAR-SIM         TO TRUE
               GO TO 1000-END-PERFORM
            END-IF.
            IF MODO-DOSSIE
               OPEN INPUT CLIENTES
               IF CLIENTES-STATUS NOT EQUAL 0
                  DISPLAY 'ARQUIVO DE CLIENTES NAO ENCONTRADO'
                  SET ABORTAR-SIM      TO TRUE
                  GO TO 1000-END-PERFORM
               END-IF
               OPEN INPUT HISTORICO
               IF HISTORICO-STATUS EQUAL 0
                  SET HIST-PRESENTE-SIM TO TRUE
               END-IF
               OPEN INPUT CONTATOS
               IF CONTATOS-STATUS EQUAL 0
                  SET CONT-PRESENTE-SIM TO TRUE
               END-IF
               GO TO 1000-END-PERFORM
            END-IF.
            IF NOT OPERADOR-SUPERVISOR
               DISPLAY 'ANONIMIZACAO RESTRITA AO SUPERVISOR'
               SET ABORTAR-SIM         TO TRUE
               GO TO 1000-END-PERFORM
            END-IF.
            MOVE 'N'                   TO WRK-CONFIRMA.
            DISPLAY 'CONFIRMA A ANONIMIZACAO DO TITULAR? (S/N): '
                    WITH NO ADVANCING.
            ACCEPT WRK-CONFIRMA.
            IF WRK-CONFIRMA NOT EQUAL 'S'
               DISPLAY 'ANONIMIZACAO NAO CONFIRMADA'
               SET ABORTAR-SIM         TO TRUE
               GO TO 1000-END-PERFORM
            END-IF.
            OPEN I-O CLIENTES.
            IF CLIENTES-STATUS NOT EQUAL 0
               DISPLAY 'ARQUIVO DE CLIENTES NAO ENCONTRADO'
               SET ABORTAR-SIM         TO TRUE
               GO TO 1000-END-PERFORM
            END-IF.
            OPEN I-O HISTORICO.
            IF HISTORICO-STATUS EQUAL 0
               SET HIST-PRESENTE-SIM   TO TRUE
            END-IF.
            OPEN I-O CONTATOS.
            IF CONTATOS-STATUS EQUAL 0
               SET CONT-PRESENTE-SIM   TO TRUE
            END-IF.
            PERFORM 1950-REGISTRARINICIO THRU 1950-END-PERFORM.
       1000-END-PERFORM.

       1800-IDENTIFICAROPERADOR.
            OPEN INPUT OPERADOR.
            IF OPERADOR-STATUS NOT EQUAL 0
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE OPERADORES'
               SET ABORTAR-SIM         TO TRUE
               GO TO 1800-END-PERFORM
            END-IF.
            MOVE SPACES                TO WRK-OPERADOR
                                          WRK-OPERADOR-PERFIL.
            MOVE WRK-LOGIN-MATRICULA   TO OPER-MATRICULA.
            READ OPERADOR
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF OPER-ATIVO
                       AND OPER-SENHA EQUAL WRK-LOGIN-SENHA
                       MOVE OPER-MATRICULA
                                       TO WRK-OPERADOR
                       MOVE OPER-PERFIL
                                       TO WRK-OPERADOR-PERFIL
                    END-IF
            END-READ.
            CLOSE OPERADOR.
            IF WRK-OPERADOR EQUAL SPACES
               DISPLAY 'ACESSO NEGADO - MATRICULA OU SENHA INVALIDA'
               SET ABORTAR-SIM         TO TRUE
            END-IF.
       1800-END-PERFORM.

      *    CONTROLE DE EXECUCAO DOS BATCHES: SO A ANONIMIZACAO SE
      *    REGISTRA EM RUNCTL.DAT, PORQUE REGRAVA O CADASTRO E O
      *    LOG. O ONLINE DE CLIENTES ABERTO BLOQUEIA A RODADA, COMO
      *    NO EXPURGO: UM TERMINAL PODERIA REGRAVAR POR CIMA OS
      *    DADOS DO TITULAR QUE ACABARAM DE SER NEUTRALIZADOS.
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
            MOVE 'CLILGPD'             TO WRK-CTL-PROG-BUSCA.
            PERFORM 1960-VERIFICAREXECUTANDO THRU 1960-END-PERFORM.
            IF CTL-BLOQUEADO-SIM
               DISPLAY 'CLILGPD COM RODADA ABERTA NO CONTROLE - '
                       'LIBERE PELO CLICTRL'
               CLOSE RUNCTL
               STOP RUN
            END-IF.
            MOVE 'CLIENTES'            TO WRK-CTL-PROG-BUSCA.
            PERFORM 1960-VERIFICAREXECUTANDO THRU 1960-END-PERFORM.
            IF CTL-BLOQUEADO-SIM
               DISPLAY 'ONLINE DE CLIENTES EM USO - ENCERRE OS '
                       'TERMINAIS ANTES DO BATCH'
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
            MOVE 'CLILGPD'             TO CTL-PROGRAMA.
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

       3950-REGISTRARFIM.
            IF WRK-CTL-INICIO EQUAL SPACES
               GO TO 3950-END-PERFORM
            END-IF.
            MOVE 'CLILGPD'             TO CTL-PROGRAMA.
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
            MOVE WRK-PROTOCOLO         TO CTL-TOTAL-1.
            COMPUTE CTL-TOTAL-2 = WRK-TOTAL-CLIENTES
                                + WRK-TOTAL-HISTORICO.
            MOVE WRK-TOTAL-LOG         TO CTL-TOTAL-3.
            REWRITE RUNCTL-REG.
            CLOSE RUNCTL.
       3950-END-PERFORM.

      *    O TITULAR E LOCALIZADO PELO DOCUMENTO: NO CADASTRO VIVO
      *    PELA CHAVE ALTERNATIVA DE CPF/CNPJ E NO HISTORICO, QUE
      *    NAO TEM ESSA CHAVE, POR VARREDURA. OS TELEFONES ACHADOS
      *    GUIAM A BUSCA DOS CONTATOS E DAS LINHAS DE LOG.
       2000-LEVANTAR-TITULAR.
            IF ABORTAR-SIM
               GO TO 2000-END-PERFORM
            END-IF.
            MOVE SPACES                TO CLIENTES-REG.
            MOVE WRK-DOC               TO CLIENTES-CPF-CNPJ.
            START CLIENTES KEY IS EQUAL TO CLIENTES-CPF-CNPJ
                INVALID KEY
                    MOVE 10            TO CLIENTES-STATUS
                NOT INVALID KEY
                    READ CLIENTES NEXT
                        AT END MOVE 10 TO CLIENTES-STATUS
                    END-READ
            END-START.
            PERFORM UNTIL CLIENTES-STATUS EQUAL 10
                    OR CLIENTES-CPF-CNPJ NOT EQUAL WRK-DOC
                    MOVE CLIENTES-FONE TO WRK-FONE-NOVO
                    MOVE 'V'           TO WRK-ORIGEM-NOVO
                    PERFORM 2010-GUARDAR-FONE THRU 2010-END-PERFORM
                    READ CLIENTES NEXT
                        AT END MOVE 10 TO CLIENTES-STATUS
                    END-READ
            END-PERFORM.
            IF HIST-PRESENTE-NAO
               GO TO 2000-END-PERFORM
            END-IF.
            MOVE ZEROS                 TO HIST-FONE.
            START HISTORICO KEY IS NOT LESS THAN HIST-CHAVE
                INVALID KEY
                    MOVE 10            TO HISTORICO-STATUS
                NOT INVALID KEY
                    READ HISTORICO NEXT
                        AT END MOVE 10 TO HISTORICO-STATUS
                    END-READ
            END-START.
            PERFORM UNTIL HISTORICO-STATUS EQUAL 10
                    IF HIST-CPF-CNPJ EQUAL WRK-DOC
                       MOVE HIST-FONE  TO WRK-FONE-NOVO
                       MOVE 'H'        TO WRK-ORIGEM-NOVO
                       PERFORM 2010-GUARDAR-FONE
                               THRU 2010-END-PERFORM
                    END-IF
                    READ HISTORICO NEXT
                        AT END MOVE 10 TO HISTORICO-STATUS
                    END-READ
            END-PERFORM.
       2000-END-PERFORM.

       2010-GUARDAR-FONE.
            PERFORM VARYING WRK-I FROM 1 BY 1
                    UNTIL WRK-I GREATER WRK-QTD-FONES
                    OR (FON-NUMERO (WRK-I) EQUAL WRK-FONE-NOVO
                        AND FON-ORIGEM (WRK-I) EQUAL WRK-ORIGEM-NOVO)
                    CONTINUE
            END-PERFORM.
            IF WRK-I NOT GREATER WRK-QTD-FONES
               GO TO 2010-END-PERFORM
            END-IF.
            IF WRK-QTD-FONES GREATER OR EQUAL 50
               DISPLAY 'MAIS DE 50 CADASTROS COM O DOCUMENTO - '
                       'TELEFONE ' WRK-FONE-NOVO ' IGNORADO'
               GO TO 2010-END-PERFORM
            END-IF.
            ADD 1                      TO WRK-QTD-FONES.
            MOVE WRK-FONE-NOVO         TO FON-NUMERO (WRK-QTD-FONES).
            MOVE WRK-ORIGEM-NOVO       TO FON-ORIGEM (WRK-QTD-FONES).
       2010-END-PERFORM.

      *    DOSSIE DO TITULAR: CADASTROS, CONTATOS E MOVIMENTOS DE
      *    LOG, NESTA ORDEM, EM DOSSIE.TXT. O ARQUIVO E ENTREGUE AO
      *    TITULAR PELO ATENDIMENTO E REGERADO A CADA CONSULTA.
       2100-GERAR-DOSSIE.
            IF ABORTAR-SIM
               GO TO 2100-END-PERFORM
            END-IF.
            OPEN OUTPUT DOSSIE.
            PERFORM 2810-DATAHORA THRU 2810-END-PERFORM.
            MOVE SPACES                TO WRK-LINHA.
            STRING 'DOSSIE DO TITULAR - CPF/CNPJ '
                                       DELIMITED BY SIZE
                   WRK-DOC             DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 2190-EMITIR-LINHA THRU 2190-END-PERFORM.
            MOVE SPACES                TO WRK-LINHA.
            STRING 'EMITIDO EM '       DELIMITED BY SIZE
                   WRK-DATA-HORA (7:2) DELIMITED BY SIZE
                   '/'                 DELIMITED BY SIZE
                   WRK-DATA-HORA (5:2) DELIMITED BY SIZE
                   '/'                 DELIMITED BY SIZE
                   WRK-DATA-HORA (1:4) DELIMITED BY SIZE
                   ' POR '             DELIMITED BY SIZE
                   WRK-OPERADOR        DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 2190-EMITIR-LINHA THRU 2190-END-PERFORM.
            MOVE SPACES                TO WRK-LINHA.
            PERFORM 2190-EMITIR-LINHA THRU 2190-END-PERFORM.
            MOVE 'CADASTRO (CLIENTES.DAT / HISTORIC.DAT)'
                                       TO WRK-LINHA.
            PERFORM 2190-EMITIR-LINHA THRU 2190-END-PERFORM.
            IF WRK-QTD-FONES EQUAL ZEROS
               MOVE '   NENHUM CADASTRO COM O DOCUMENTO'
                                       TO WRK-LINHA
               PERFORM 2190-EMITIR-LINHA THRU 2190-END-PERFORM
            END-IF.
            PERFORM VARYING WRK-J FROM 1 BY 1
                    UNTIL WRK-J GREATER WRK-QTD-FONES
                    PERFORM 2110-DOSSIE-CADASTRO
                            THRU 2110-END-PERFORM
            END-PERFORM.
            MOVE SPACES                TO WRK-LINHA.
            PERFORM 2190-EMITIR-LINHA THRU 2190-END-PERFORM.
            MOVE 'CONTATOS (CONTATOS.DAT)'
                                       TO WRK-LINHA.
            PERFORM 2190-EMITIR-LINHA THRU 2190-END-PERFORM.
            IF CONT-PRESENTE-SIM
               PERFORM VARYING WRK-J FROM 1 BY 1
                       UNTIL WRK-J GREATER WRK-QTD-FONES
                       PERFORM 2120-DOSSIE-CONTATOS
                               THRU 2120-END-PERFORM
               END-PERFORM
            END-IF.
            MOVE SPACES                TO WRK-LINHA.
            PERFORM 2190-EMITIR-LINHA THRU 2190-END-PERFORM.
            MOVE 'MOVIMENTOS NO LOG DE TRANSACOES'
                                       TO WRK-LINHA.
            PERFORM 2190-EMITIR-LINHA THRU 2190-END-PERFORM.
            PERFORM 2700-PRIMEIRO-ARQMORTO THRU 2700-END-PERFORM.
            PERFORM VARYING WRK-MESES-VOLTA FROM 1 BY 1
                    UNTIL WRK-MESES-VOLTA GREATER 120
                    PERFORM 2710-NOMEAR-ARQMORTO
                            THRU 2710-END-PERFORM
                    PERFORM 2130-DOSSIE-LOG THRU 2130-END-PERFORM
                    PERFORM 2720-PROXIMO-ARQMORTO
                            THRU 2720-END-PERFORM
            END-PERFORM.
            MOVE 'C:\Users\rafap\cobol\LOGTRANS.TXT'
                                       TO WRK-NOME-LOGARQ.
            PERFORM 2130-DOSSIE-LOG THRU 2130-END-PERFORM.
            MOVE SPACES                TO WRK-LINHA.
            PERFORM 2190-EMITIR-LINHA THRU 2190-END-PERFORM.
            COMPUTE WRK-EDIT-CADASTROS = WRK-TOTAL-CLIENTES
                                       + WRK-TOTAL-HISTORICO.
            MOVE WRK-TOTAL-CONTATOS    TO WRK-EDIT-CONTATOS.
            MOVE WRK-TOTAL-LOG         TO WRK-EDIT-LOG.
            MOVE SPACES                TO WRK-LINHA.
            STRING 'FIM DO DOSSIE - '  DELIMITED BY SIZE
                   'CADASTROS: '       DELIMITED BY SIZE
                   WRK-EDIT-CADASTROS  DELIMITED BY SIZE
                   ' CONTATOS: '       DELIMITED BY SIZE
                   WRK-EDIT-CONTATOS   DELIMITED BY SIZE
                   ' LINHAS DE LOG: '  DELIMITED BY SIZE
                   WRK-EDIT-LOG        DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 2190-EMITIR-LINHA THRU 2190-END-PERFORM.
            CLOSE DOSSIE.
       2100-END-PERFORM.

       2110-DOSSIE-CADASTRO.
            MOVE SPACES                TO WRK-CADASTRO.
            IF FON-VIVO (WRK-J)
               MOVE FON-NUMERO (WRK-J) TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       GO TO 2110-END-PERFORM
               END-READ
               MOVE CLIENTES-REG       TO WRK-CADASTRO
               ADD 1                   TO WRK-TOTAL-CLIENTES
               MOVE '   CADASTRO VIVO' TO WRK-LINHA
            ELSE
               MOVE FON-NUMERO (WRK-J) TO HIST-FONE
               READ HISTORICO
                   INVALID KEY
                       GO TO 2110-END-PERFORM
               END-READ
               MOVE HISTORICO-REG      TO WRK-CADASTRO
               ADD 1                   TO WRK-TOTAL-HISTORICO
               MOVE '   CADASTRO HISTORICO (EXPURGADO)'
                                       TO WRK-LINHA
            END-IF.
            PERFORM 2190-EMITIR-LINHA THRU 2190-END-PERFORM.
            MOVE SPACES                TO WRK-LINHA.
            STRING '   TELEFONE...: '  DELIMITED BY SIZE
                   CAD-FONE            DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 2190-EMITIR-LINHA THRU 2190-END-PERFORM.
            MOVE SPACES                TO WRK-LINHA.
            STRING '   NOME.......: '  DELIMITED BY SIZE
                   CAD-NOME            DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 2190-EMITIR-LINHA THRU 2190-END-PERFORM.
            MOVE SPACES                TO WRK-LINHA.
            STRING '   EMAIL......: '  DELIMITED BY SIZE
                   CAD-EMAIL           DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 2190-EMITIR-LINHA THRU 2190-END-PERFORM.
            MOVE SPACES                TO WRK-LINHA.
            STRING '   CPF/CNPJ...: '  DELIMITED BY SIZE
                   CAD-CPF-CNPJ        DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 2190-EMITIR-LINHA THRU 2190-END-PERFORM.
            MOVE SPACES                TO WRK-LINHA.
            STRING '   ENDERECO...: '  DELIMITED BY SIZE
                   CAD-ENDERECO        DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 2190-EMITIR-LINHA THRU 2190-END-PERFORM.
            MOVE SPACES                TO WRK-LINHA.
            STRING '   CIDADE/UF..: '  DELIMITED BY SIZE
                   CAD-CIDADE          DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   CAD-UF              DELIMITED BY SIZE
                   '  CEP: '           DELIMITED BY SIZE
                   CAD-CEP             DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 2190-EMITIR-LINHA THRU 2190-END-PERFORM.
            MOVE SPACES                TO WRK-LINHA.
            STRING '   SITUACAO...: '  DELIMITED BY SIZE
                   CAD-SITUACAO        DELIMITED BY SIZE
                              INTO WRK-LINHA.
            PERFORM 2190-EMITIR-LINHA THRU 2190-END-PERFORM.
       2110-END-PERFORM.

       2120-DOSSIE-CONTATOS.
            MOVE FON-NUMERO (WRK-J)    TO CONT-FONE.
            MOVE ZEROS                 TO CONT-SEQ.
            START CONTATOS KEY IS NOT LESS THAN CONT-CHAVE
                INVALID KEY
                    GO TO 2120-END-PERFORM
            END-START.
            READ CONTATOS NEXT
                AT END MOVE 10         TO CONTATOS-STATUS
            END-READ.
            PERFORM UNTIL CONTATOS-STATUS EQUAL 10
                    OR CONT-FONE NOT EQUAL FON-NUMERO (WRK-J)
                    MOVE SPACES        TO WRK-LINHA
                    STRING '   '       DELIMITED BY SIZE
                           CONT-FONE   DELIMITED BY SIZE
                           ' '         DELIMITED BY SIZE
                           CONT-SEQ    DELIMITED BY SIZE
                           ' '         DELIMITED BY SIZE
                           CONT-DATA-HORA
                                       DELIMITED BY SIZE
                           ' '         DELIMITED BY SIZE
                           CONT-OPERADOR
                                       DELIMITED BY SIZE
                           ' '         DELIMITED BY SIZE
                           CONT-TIPO   DELIMITED BY SIZE
                           ' '         DELIMITED BY SIZE
                           CONT-TEXTO  DELIMITED BY SIZE
                           ' '         DELIMITED BY SIZE
                           CONT-SITUACAO
                                       DELIMITED BY SIZE
                              INTO WRK-LINHA
                    PERFORM 2190-EMITIR-LINHA THRU 2190-END-PERFORM
                    ADD 1              TO WRK-TOTAL-CONTATOS
                    READ CONTATOS NEXT
                        AT END MOVE 10 TO CONTATOS-STATUS
                    END-READ
            END-PERFORM.
       2120-END-PERFORM.

      *    AS LINHAS DE LOG DO TITULAR SAEM COMO ESTAO GRAVADAS,
      *    PRECEDIDAS DO NOME DO ARQUIVO DE ONDE VIERAM.
       2130-DOSSIE-LOG.
            OPEN INPUT LOGARQ.
            IF LOGARQ-STATUS NOT EQUAL 0
               GO TO 2130-END-PERFORM
            END-IF.
            SET ARQ-CABECALHO-NAO      TO TRUE.
            READ LOGARQ
                 AT END MOVE 10        TO LOGARQ-STATUS
            END-READ.
            PERFORM UNTIL LOGARQ-STATUS EQUAL 10
                    MOVE LOGARQ-REG    TO WRK-LINHA-LOG
                    PERFORM 2600-CONFERIR-LINHA THRU 2600-END-PERFORM
                    IF LINHA-TITULAR-SIM
                       IF ARQ-CABECALHO-NAO
                          MOVE SPACES  TO WRK-LINHA
                          STRING '   ARQUIVO '
                                       DELIMITED BY SIZE
                                 WRK-NOME-LOGARQ
                                       DELIMITED BY SPACE
                                 INTO WRK-LINHA
                          PERFORM 2190-EMITIR-LINHA
                                  THRU 2190-END-PERFORM
                          SET ARQ-CABECALHO-SIM TO TRUE
                       END-IF
                       MOVE WRK-LINHA-LOG
                                       TO WRK-LINHA
                       PERFORM 2190-EMITIR-LINHA
                               THRU 2190-END-PERFORM
                       ADD 1           TO WRK-TOTAL-LOG
                    END-IF
                    READ LOGARQ
                         AT END MOVE 10 TO LOGARQ-STATUS
                    END-READ
            END-PERFORM.
            CLOSE LOGARQ.
       2130-END-PERFORM.

       2190-EMITIR-LINHA.
            WRITE DOSSIE-REG           FROM WRK-LINHA.
       2190-END-PERFORM.

      *    ANONIMIZACAO DO TITULAR. A ORDEM E PROPOSITAL: PRIMEIRO
      *    O LOG, DEPOIS CONTATOS E HISTORICO, E POR ULTIMO O
      *    CADASTRO VIVO, QUE E ONDE O DOCUMENTO LOCALIZA O TITULAR.
      *    UMA QUEDA NO MEIO DO CAMINHO PODE SER RETOMADA RODANDO DE
      *    NOVO COM O MESMO DOCUMENTO, SEM PERDER O RASTRO DELE.
       2500-ANONIMIZAR.
            IF ABORTAR-SIM
               GO TO 2500-END-PERFORM
            END-IF.
      *     O CONTADOR DO LOG FICA PRESO DURANTE A REGRAVACAO DOS
      *     ARQUIVOS: NENHUM OUTRO PROGRAMA ACRESCENTA LINHA AO LOG
      *     ENQUANTO A CORRENTE DE CONTROLE ESTA SENDO REFEITA. FALHA
      *     NO CONTADOR ABORTA ANTES DE TIRAR O PROTOCOLO E DE MEXER
      *     EM QUALQUER ARQUIVO.
            OPEN I-O LOGSEQ
            IF LOGSEQ-STATUS = 35 THEN
               OPEN OUTPUT LOGSEQ
               CLOSE LOGSEQ
               OPEN I-O LOGSEQ
            END-IF.
            IF LOGSEQ-STATUS NOT EQUAL 0
               DISPLAY 'ERRO AO ABRIR CONTADOR DO LOG'
               SET ABORTAR-SIM         TO TRUE
               GO TO 2500-END-PERFORM
            END-IF.
            MOVE 'LOGTRANS'            TO LSQ-CHAVE.
            MOVE 51                    TO LOGSEQ-STATUS.
            PERFORM UNTIL LOGSEQ-STATUS NOT EQUAL 51
                    READ LOGSEQ WITH LOCK
            END-PERFORM.
            IF LOGSEQ-STATUS NOT EQUAL 0
               AND LOGSEQ-STATUS NOT EQUAL 23
               DISPLAY 'ERRO NO CONTADOR DO LOG - STATUS '
                       LOGSEQ-STATUS
               CLOSE LOGSEQ
               SET ABORTAR-SIM         TO TRUE
               GO TO 2500-END-PERFORM
            END-IF.
            PERFORM 2510-NUMERAR-PROTOCOLO THRU 2510-END-PERFORM.
            MOVE SPACES                TO WRK-TEXTO-NEUTRO.
            STRING 'REGISTRO ANONIMIZADO - PROTOCOLO LGPD '
                                       DELIMITED BY SIZE
                   WRK-PROTOCOLO       DELIMITED BY SIZE
                              INTO WRK-TEXTO-NEUTRO.
            MOVE ZEROS                 TO WRK-CAD-ANT-ORIG
                                          WRK-CAD-ANT-NOVO
                                          WRK-CAD-ULT-SEQ.
            PERFORM 2700-PRIMEIRO-ARQMORTO THRU 2700-END-PERFORM.
            PERFORM VARYING WRK-MESES-VOLTA FROM 1 BY 1
                    UNTIL WRK-MESES-VOLTA GREATER 120
                    PERFORM 2710-NOMEAR-ARQMORTO
                            THRU 2710-END-PERFORM
                    PERFORM 2520-ANONIMIZAR-LOG THRU 2520-END-PERFORM
                    PERFORM 2720-PROXIMO-ARQMORTO
                            THRU 2720-END-PERFORM
            END-PERFORM.
            MOVE 'C:\Users\rafap\cobol\LOGTRANS.TXT'
                                       TO WRK-NOME-LOGARQ.
            PERFORM 2520-ANONIMIZAR-LOG THRU 2520-END-PERFORM.
            PERFORM 2530-ATUALIZAR-LOGSEQ THRU 2530-END-PERFORM.
            PERFORM VARYING WRK-J FROM 1 BY 1
                    UNTIL WRK-J GREATER WRK-QTD-FONES
                    IF CONT-PRESENTE-SIM
                       PERFORM 2540-ANONIMIZAR-CONTATOS
                               THRU 2540-END-PERFORM
                    END-IF
                    IF FON-HIST (WRK-J)
                       AND HIST-PRESENTE-SIM
                       PERFORM 2550-ANONIMIZAR-HISTORICO
                               THRU 2550-END-PERFORM
                    END-IF
            END-PERFORM.
            PERFORM VARYING WRK-J FROM 1 BY 1
                    UNTIL WRK-J GREATER WRK-QTD-FONES
                    IF FON-VIVO (WRK-J)
                       PERFORM 2560-ANONIMIZAR-CLIENTE
                               THRU 2560-END-PERFORM
                    END-IF
            END-PERFORM.
            CLOSE LOGSEQ.
            PERFORM 2570-REGISTRAR-PROTOCOLO THRU 2570-END-PERFORM.
       2500-END-PERFORM.

      *    O NUMERO DO PROTOCOLO E LIDO DO ARQUIVO DE CONTROLE,
      *    INCREMENTADO E REGRAVADO; NA PRIMEIRA EXECUCAO O ARQUIVO
      *    AINDA NAO EXISTE E A NUMERACAO COMECA EM 1.
       2510-NUMERAR-PROTOCOLO.
            MOVE 1                     TO WRK-PROTOCOLO.
            OPEN INPUT LGPDNUM.
            IF LGPDNUM-STATUS EQUAL 0
               READ LGPDNUM
                   AT END CONTINUE
               END-READ
               IF LGPDNUM-STATUS EQUAL 0
                  AND LGPDNUM-ULTIMO IS NUMERIC
                  COMPUTE WRK-PROTOCOLO = LGPDNUM-ULTIMO + 1
               END-IF
               CLOSE LGPDNUM
            END-IF.
            OPEN OUTPUT LGPDNUM.
            MOVE WRK-PROTOCOLO         TO LGPDNUM-ULTIMO.
            WRITE LGPDNUM-REG.
            CLOSE LGPDNUM.
       2510-END-PERFORM.

      *    O ARQUIVO DE LOG E COPIADO PARA O ARQUIVO DE APOIO COM AS
      *    LINHAS DO TITULAR NEUTRALIZADAS E, SE ALGUMA LINHA MUDOU,
      *    REGRAVADO A PARTIR DELE, COMO O CLIFECHA FAZ COM O LOG
      *    NOVO. ARQUIVO SEM LINHA DO TITULAR NAO E REGRAVADO.
      *    NEUTRALIZAR UMA LINHA NUMERADA MUDA O SEU CODIGO DE
      *    CONTROLE E, EM CADEIA, O DE TODAS AS LINHAS SEGUINTES,
      *    INCLUSIVE NOS ARQUIVOS MORTOS POSTERIORES E NO LOG VIVO;
      *    ESSES ARQUIVOS SAO REGRAVADOS MESMO SEM LINHA DO TITULAR.
       2520-ANONIMIZAR-LOG.
            OPEN INPUT LOGARQ.
            IF LOGARQ-STATUS NOT EQUAL 0
               GO TO 2520-END-PERFORM
            END-IF.
            OPEN OUTPUT LOGTEMP.
            MOVE ZEROS                 TO WRK-TOTAL-LINHAS-ARQ
                                          WRK-TOTAL-RECAD-ARQ.
            READ LOGARQ
                 AT END MOVE 10        TO LOGARQ-STATUS
            END-READ.
            PERFORM UNTIL LOGARQ-STATUS EQUAL 10
                    MOVE LOGARQ-REG    TO WRK-LINHA-LOG
                    PERFORM 2600-CONFERIR-LINHA THRU 2600-END-PERFORM
                    IF LINHA-TITULAR-SIM
                       PERFORM 2610-NEUTRALIZAR-LINHA
                               THRU 2610-END-PERFORM
                       ADD 1           TO WRK-TOTAL-LINHAS-ARQ
                    END-IF
                    IF WRK-LINHA-LOG (294:9) IS NUMERIC
                       AND WRK-LINHA-LOG (304:9) IS NUMERIC
                       PERFORM 2620-REENCADEAR-LINHA
                               THRU 2620-END-PERFORM
                    END-IF
                    WRITE LOGTEMP-REG  FROM WRK-LINHA-LOG
                    READ LOGARQ
                         AT END MOVE 10 TO LOGARQ-STATUS
                    END-READ
            END-PERFORM.
            CLOSE LOGARQ
                  LOGTEMP.
            IF WRK-TOTAL-LINHAS-ARQ EQUAL ZEROS
               AND WRK-TOTAL-RECAD-ARQ EQUAL ZEROS
               GO TO 2520-END-PERFORM
            END-IF.
            OPEN INPUT LOGTEMP.
            OPEN OUTPUT LOGARQ.
            READ LOGTEMP
                 AT END MOVE 10        TO LOGTEMP-STATUS
            END-READ.
            PERFORM UNTIL LOGTEMP-STATUS EQUAL 10
                    WRITE LOGARQ-REG   FROM LOGTEMP-REG
                    READ LOGTEMP
                         AT END MOVE 10 TO LOGTEMP-STATUS
                    END-READ
            END-PERFORM.
            CLOSE LOGARQ
                  LOGTEMP.
            ADD 1                      TO WRK-TOTAL-ARQUIVOS.
            ADD WRK-TOTAL-LINHAS-ARQ   TO WRK-TOTAL-LOG.
            ADD WRK-TOTAL-RECAD-ARQ    TO WRK-TOTAL-RECADEIA.
       2520-END-PERFORM.

      *    O CONTADOR GUARDA O CONTROLE DA ULTIMA LINHA DO LOG; SE
      *    ELA FOI REENCADEADA O CONTADOR ACOMPANHA, DESDE QUE AINDA
      *    APONTASSE PARA ELA (UM CONTADOR JA DIVERGENTE E MANTIDO
      *    COMO ESTA, PARA O CLIVERIF CONTINUAR APONTANDO A QUEBRA).
      *    O CONTADOR E LIBERADO EM SEGUIDA PARA A GRAVACAO DO LOG
      *    DA ANONIMIZACAO.
       2530-ATUALIZAR-LOGSEQ.
            IF LOGSEQ-STATUS EQUAL 0
               AND LSQ-ULTIMA-SEQ EQUAL WRK-CAD-ULT-SEQ
               AND LSQ-ULTIMO-CONTROLE EQUAL WRK-CAD-ANT-ORIG
               AND WRK-CAD-ANT-NOVO NOT EQUAL WRK-CAD-ANT-ORIG
               MOVE WRK-CAD-ANT-NOVO   TO LSQ-ULTIMO-CONTROLE
               REWRITE LOGSEQ-REG
            END-IF.
            UNLOCK LOGSEQ.
       2530-END-PERFORM.

      *    O TEXTO LIVRE DO CONTATO PODE CONTER DADOS DO TITULAR E
      *    E SUBSTITUIDO PELA REFERENCIA AO PROTOCOLO; DATA, TIPO E
      *    OPERADOR SAO MANTIDOS COMO TRILHA DO ATENDIMENTO.
       2540-ANONIMIZAR-CONTATOS.
            MOVE FON-NUMERO (WRK-J)    TO CONT-FONE.
            MOVE ZEROS                 TO CONT-SEQ.
            START CONTATOS KEY IS NOT LESS THAN CONT-CHAVE
                INVALID KEY
                    GO TO 2540-END-PERFORM
            END-START.
            READ CONTATOS NEXT
                AT END MOVE 10         TO CONTATOS-STATUS
            END-READ.
            PERFORM UNTIL CONTATOS-STATUS EQUAL 10
                    OR CONT-FONE NOT EQUAL FON-NUMERO (WRK-J)
                    MOVE WRK-TEXTO-NEUTRO
                                       TO CONT-TEXTO
                    REWRITE CONTATOS-REG
                    ADD 1              TO WRK-TOTAL-CONTATOS
                    READ CONTATOS NEXT
                        AT END MOVE 10 TO CONTATOS-STATUS
                    END-READ
            END-PERFORM.
       2540-END-PERFORM.

       2550-ANONIMIZAR-HISTORICO.
            MOVE FON-NUMERO (WRK-J)    TO HIST-FONE.
            READ HISTORICO
                INVALID KEY
                    GO TO 2550-END-PERFORM
            END-READ.
            MOVE WRK-NOME-NEUTRO       TO HIST-NOME.
            MOVE SPACES                TO HIST-EMAIL
                                          HIST-CPF-CNPJ
                                          HIST-ENDERECO
                                          HIST-CEP.
            REWRITE HISTORICO-REG.
            ADD 1                      TO WRK-TOTAL-HISTORICO.
       2550-END-PERFORM.

      *    O CADASTRO VIVO ANONIMIZADO FICA INATIVO, FORA DA MALA
      *    DIRETA E DO FATURAMENTO, E O MOVIMENTO VAI PARA O LOG
      *    COMO ALTERAR, PARA QUE UMA RECUPERACAO PELO LOG CHEGUE AO
      *    MESMO ESTADO NEUTRO. A IMAGEM "ANTES" TAMBEM SAI NEUTRA.
       2560-ANONIMIZAR-CLIENTE.
            MOVE FON-NUMERO (WRK-J)    TO CLIENTES-FONE.
            READ CLIENTES
                INVALID KEY
                    GO TO 2560-END-PERFORM
            END-READ.
            MOVE WRK-NOME-NEUTRO       TO CLIENTES-NOME.
            MOVE SPACES                TO CLIENTES-EMAIL
                                          CLIENTES-CPF-CNPJ
                                          CLIENTES-ENDERECO
                                          CLIENTES-CEP.
            SET CLIENTES-INATIVO       TO TRUE.
            REWRITE CLIENTES-REG.
            IF CLIENTES-STATUS NOT EQUAL 0
               DISPLAY 'ERRO AO REGRAVAR CLIENTE ' CLIENTES-FONE
               GO TO 2560-END-PERFORM
            END-IF.
            ADD 1                      TO WRK-TOTAL-CLIENTES.
            MOVE 'ALTERAR'             TO WRK-LOG-OPERACAO.
            MOVE CLIENTES-FONE         TO WRK-LOG-CLIENTES-FONE.
            MOVE CLIENTES-NOME         TO WRK-LOG-NOME-ANTES
                                          WRK-LOG-NOME-DEPOIS.
            MOVE CLIENTES-EMAIL        TO WRK-LOG-EMAIL-ANTES
                                          WRK-LOG-EMAIL-DEPOIS.
            PERFORM 2800-GRAVARLOG THRU 2800-END-PERFORM.
       2560-END-PERFORM.

      *    O REGISTRO DO PROTOCOLO NAO GUARDA O DOCUMENTO NEM OS
      *    TELEFONES DO TITULAR: O NUMERO DO PROTOCOLO, INFORMADO AO
      *    TITULAR NO ATENDIMENTO, E O QUE LIGA O PEDIDO AO REGISTRO.
       2570-REGISTRAR-PROTOCOLO.
            OPEN EXTEND LGPDREG
            IF LGPDREG-STATUS = 35 THEN
               OPEN OUTPUT LGPDREG
               CLOSE LGPDREG
               OPEN EXTEND LGPDREG
            END-IF.
            PERFORM 2810-DATAHORA THRU 2810-END-PERFORM.
            MOVE WRK-PROTOCOLO         TO LGP-PROTOCOLO.
            MOVE WRK-DATA-HORA         TO LGP-DATA-HORA.
            MOVE WRK-OPERADOR          TO LGP-OPERADOR.
            MOVE WRK-TOTAL-CLIENTES    TO LGP-QTD-CLIENTES.
            MOVE WRK-TOTAL-HISTORICO   TO LGP-QTD-HISTORICO.
            MOVE WRK-TOTAL-CONTATOS    TO LGP-QTD-CONTATOS.
            MOVE WRK-TOTAL-LOG         TO LGP-QTD-LOG.
            MOVE WRK-TOTAL-RECADEIA    TO LGP-QTD-RECADEIA.
            WRITE LGPDREG-REG          FROM WRK-LGPDREG.
            CLOSE LGPDREG.
       2570-END-PERFORM.

      *    UMA LINHA NUMERADA RECEBE CONTROLE NOVO QUANDO FOI
      *    NEUTRALIZADA OU QUANDO A LINHA ANTERIOR MUDOU DE CONTROLE.
      *    O CONTROLE ORIGINAL E CONFERIDO ANTES: UMA LINHA QUE JA
      *    NAO FECHAVA COM A ANTERIOR MANTEM O CONTROLE GRAVADO, PARA
      *    A REGRAVACAO NAO ENCOBRIR UMA ALTERACAO FEITA POR FORA.
       2620-REENCADEAR-LINHA.
            MOVE WRK-LINHA-LOG (304:9) TO WRK-CAD-CONTROLE.
            MOVE WRK-LINHA-LOG (294:9) TO WRK-CAD-ULT-SEQ.
            IF LINHA-TITULAR-NAO
               AND WRK-CAD-ANT-NOVO EQUAL WRK-CAD-ANT-ORIG
               MOVE WRK-CAD-CONTROLE   TO WRK-CAD-ANT-ORIG
                                          WRK-CAD-ANT-NOVO
               GO TO 2620-END-PERFORM
            END-IF.
            IF LINHA-TITULAR-SIM
               MOVE LOGARQ-REG         TO WRK-LINHA
            ELSE
               MOVE WRK-LINHA-LOG      TO WRK-LINHA
            END-IF.
            MOVE WRK-CAD-ANT-ORIG      TO WRK-CAD-ACUM.
            PERFORM 2630-CALCULAR-CONTROLE THRU 2630-END-PERFORM.
            MOVE WRK-CAD-CONTROLE      TO WRK-CAD-ANT-ORIG.
            IF WRK-CAD-ACUM NOT EQUAL WRK-CAD-CONTROLE
               AND NOT (WRK-CAD-ULT-SEQ NOT EQUAL 1
                        AND WRK-CAD-ANT-NOVO EQUAL ZEROS)
               MOVE WRK-CAD-CONTROLE   TO WRK-CAD-ANT-NOVO
               GO TO 2620-END-PERFORM
            END-IF.
            MOVE WRK-LINHA-LOG         TO WRK-LINHA.
            MOVE WRK-CAD-ANT-NOVO      TO WRK-CAD-ACUM.
            PERFORM 2630-CALCULAR-CONTROLE THRU 2630-END-PERFORM.
            MOVE WRK-CAD-ACUM          TO WRK-CAD-ANT-NOVO.
            IF WRK-CAD-ANT-NOVO NOT EQUAL WRK-CAD-CONTROLE
               MOVE WRK-CAD-ANT-NOVO   TO WRK-LINHA-LOG (304:9)
               ADD 1                   TO WRK-TOTAL-RECAD-ARQ
            END-IF.
       2620-END-PERFORM.

      *    MESMO CALCULO DO 2850-ENCADEARLOG, SOBRE A LINHA EM
      *    WRK-LINHA, PARTINDO DO CONTROLE ANTERIOR EM WRK-CAD-ACUM.
       2630-CALCULAR-CONTROLE.
            PERFORM VARYING WRK-CAD-IND FROM 1 BY 1
                    UNTIL WRK-CAD-IND GREATER 302
                    COMPUTE WRK-CAD-ACUM = WRK-CAD-ACUM * 31
                       + FUNCTION ORD (WRK-LINHA (WRK-CAD-IND:1))
                    DIVIDE WRK-CAD-ACUM BY 999999937
                           GIVING WRK-CAD-QUOC
                           REMAINDER WRK-CAD-RESTO
                    MOVE WRK-CAD-RESTO TO WRK-CAD-ACUM
            END-PERFORM.
       2630-END-PERFORM.

      *    UMA LINHA E DO TITULAR QUANDO O TELEFONE E UM DOS DELE
      *    OU QUANDO A IMAGEM "DEPOIS" TRAZ O DOCUMENTO DELE.
       2600-CONFERIR-LINHA.
            SET LINHA-TITULAR-NAO      TO TRUE.
            MOVE ZEROS                 TO WRK-DESLOC.
            MOVE SPACES                TO WRK-FONE-LINHA.
            IF WRK-LINHA-LOG (27:11) IS NUMERIC
               MOVE WRK-LINHA-LOG (27:11)
                                       TO WRK-FONE-LINHA
            ELSE
               IF WRK-LINHA-LOG (27:9) IS NUMERIC
                  AND WRK-LINHA-LOG (36:1) EQUAL ';'
                  MOVE 2               TO WRK-DESLOC
                  MOVE WRK-LINHA-LOG (27:2)
                                       TO WRK-FONE-LINHA (1:2)
                  MOVE '00'            TO WRK-FONE-LINHA (3:2)
                  MOVE WRK-LINHA-LOG (29:7)
                                       TO WRK-FONE-LINHA (5:7)
               END-IF
            END-IF.
            IF WRK-FONE-LINHA IS NUMERIC
               PERFORM VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I GREATER WRK-QTD-FONES
                       OR FON-NUMERO (WRK-I) EQUAL WRK-FONE-LINHA-9
                       CONTINUE
               END-PERFORM
               IF WRK-I NOT GREATER WRK-QTD-FONES
                  SET LINHA-TITULAR-SIM TO TRUE
                  GO TO 2600-END-PERFORM
               END-IF
            END-IF.
            COMPUTE WRK-POS = 183 - WRK-DESLOC.
            IF WRK-LINHA-LOG (WRK-POS:14) EQUAL WRK-DOC
               SET LINHA-TITULAR-SIM   TO TRUE
            END-IF.
       2600-END-PERFORM.

      *    NOMES ANTES/DEPOIS PREENCHIDOS RECEBEM O NOME NEUTRO;
      *    EMAILS, DOCUMENTO, ENDERECO E CEP FICAM EM BRANCO. OS
      *    SEPARADORES ';' E OS DEMAIS CAMPOS NAO SAO TOCADOS.
       2610-NEUTRALIZAR-LINHA.
            COMPUTE WRK-POS = 39 - WRK-DESLOC.
            IF WRK-LINHA-LOG (WRK-POS:30) NOT EQUAL SPACES
               MOVE WRK-NOME-NEUTRO    TO WRK-LINHA-LOG (WRK-POS:30)
            END-IF.
            COMPUTE WRK-POS = 70 - WRK-DESLOC.
            MOVE SPACES                TO WRK-LINHA-LOG (WRK-POS:40).
            COMPUTE WRK-POS = 111 - WRK-DESLOC.
            IF WRK-LINHA-LOG (WRK-POS:30) NOT EQUAL SPACES
               MOVE WRK-NOME-NEUTRO    TO WRK-LINHA-LOG (WRK-POS:30)
            END-IF.
            COMPUTE WRK-POS = 142 - WRK-DESLOC.
            MOVE SPACES                TO WRK-LINHA-LOG (WRK-POS:40).
            COMPUTE WRK-POS = 183 - WRK-DESLOC.
            MOVE SPACES                TO WRK-LINHA-LOG (WRK-POS:14).
            COMPUTE WRK-POS = 198 - WRK-DESLOC.
            MOVE SPACES                TO WRK-LINHA-LOG (WRK-POS:40).
            COMPUTE WRK-POS = 268 - WRK-DESLOC.
            MOVE SPACES                TO WRK-LINHA-LOG (WRK-POS:09).
       2610-END-PERFORM.

      *    OS ARQUIVOS MORTOS DOS ULTIMOS 120 MESES SAO PERCORRIDOS
      *    DO MAIS ANTIGO PARA O MAIS NOVO, COMO NO EXPURGO; MES QUE
      *    NAO FOI FECHADO NAO TEM ARQUIVO E E PULADO.
       2700-PRIMEIRO-ARQMORTO.
            ACCEPT WRK-DATA-SISTEMA    FROM DATE YYYYMMDD.
            MOVE WRK-DATA-SISTEMA (1:4)
                                       TO WRK-ARQ-ANO.
            MOVE WRK-DATA-SISTEMA (5:2)
                                       TO WRK-ARQ-MES.
            SUBTRACT 10                FROM WRK-ARQ-ANO.
       2700-END-PERFORM.

       2710-NOMEAR-ARQMORTO.
            MOVE SPACES                TO WRK-NOME-LOGARQ.
            STRING 'C:\Users\rafap\cobol\LOG'
                                       DELIMITED BY SIZE
                   WRK-ARQ-COMP        DELIMITED BY SIZE
                   '.TXT'              DELIMITED BY SIZE
                              INTO WRK-NOME-LOGARQ.
       2710-END-PERFORM.

       2720-PROXIMO-ARQMORTO.
            ADD 1                      TO WRK-ARQ-MES.
            IF WRK-ARQ-MES GREATER 12
               MOVE 1                  TO WRK-ARQ-MES
               ADD 1                   TO WRK-ARQ-ANO
            END-IF.
       2720-END-PERFORM.

       2810-DATAHORA.
            ACCEPT WRK-DATA-SISTEMA    FROM DATE YYYYMMDD.
            ACCEPT WRK-HORA-SISTEMA    FROM TIME.
            MOVE SPACES                TO WRK-DATA-HORA.
            STRING WRK-DATA-SISTEMA    DELIMITED BY SIZE
                   WRK-HORA-SISTEMA    DELIMITED BY SIZE
                              INTO WRK-DATA-HORA.
       2810-END-PERFORM.

       2800-GRAVARLOG.
            PERFORM 2810-DATAHORA THRU 2810-END-PERFORM.
            MOVE WRK-DATA-HORA         TO WRK-LOG-DATA-HORA.
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
            IF ABORTAR-SIM
               DISPLAY 'ATENDIMENTO NAO REALIZADO'
               STOP RUN
            END-IF.
            PERFORM 3950-REGISTRARFIM THRU 3950-END-PERFORM.
            CLOSE CLIENTES.
            IF HIST-PRESENTE-SIM
               CLOSE HISTORICO
            END-IF.
            IF CONT-PRESENTE-SIM
               CLOSE CONTATOS
            END-IF.
            DISPLAY ' '.
            DISPLAY '*-----------------------------------------*'.
            IF MODO-DOSSIE
               DISPLAY '*   DOSSIE DO TITULAR - RESUMO            *'
            ELSE
               DISPLAY '*   ANONIMIZACAO DO TITULAR - RESUMO      *'
            END-IF.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY 'CPF/CNPJ.............: ' WRK-DOC.
            DISPLAY 'CADASTROS VIVOS......: ' WRK-TOTAL-CLIENTES.
            DISPLAY 'CADASTROS HISTORICOS.: ' WRK-TOTAL-HISTORICO.
            DISPLAY 'CONTATOS.............: ' WRK-TOTAL-CONTATOS.
            DISPLAY 'LINHAS DE LOG........: ' WRK-TOTAL-LOG.
            IF MODO-DOSSIE
               DISPLAY 'DOSSIE GERADO EM DOSSIE.TXT'
            ELSE
               DISPLAY 'ARQUIVOS DE LOG REGRAV.: ' WRK-TOTAL-ARQUIVOS
               DISPLAY 'LINHAS REENCADEADAS..: ' WRK-TOTAL-RECADEIA
               DISPLAY 'PROTOCOLO LGPD.......: ' WRK-PROTOCOLO
            END-IF.
