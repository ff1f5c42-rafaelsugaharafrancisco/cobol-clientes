             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOGTRANS-STATUS.

           SELECT LOGSEQ ASSIGN        TO
                           'C:\Users\rafap\cobol\LOGSEQ.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS LOGSEQ-STATUS
                  RECORD KEY IS  LSQ-CHAVE
                  LOCK MODE IS MANUAL.

           SELECT CHECKPOINT ASSIGN    TO
                           'C:\Users\rafap\cobol\CHECKPT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
                  RECORD KEY IS  CEPREF-CHAVE
                  LOCK MODE IS MANUAL.

           SELECT LOGRADOURO ASSIGN    TO
                           'C:\Users\rafap\cobol\LOGRADOU.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS LOGRADOURO-STATUS
                  RECORD KEY IS  LGR-CEP
                  LOCK MODE IS MANUAL.

           SELECT CONTATOS ASSIGN      TO
                           'C:\Users\rafap\cobol\CONTATOS.DAT'
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS  CTL-CHAVE
                  LOCK MODE IS MANUAL.

           SELECT PENDENCIA ASSIGN     TO
                           'C:\Users\rafap\cobol\PENDENC.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS PENDENCIA-STATUS
                  RECORD KEY IS  PEND-CHAVE
                  LOCK MODE IS MANUAL.

           SELECT SOLICITACAO ASSIGN   TO
                           'C:\Users\rafap\cobol\SOLICIT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS SOLICITACAO-STATUS
                  RECORD KEY IS  SOL-CHAVE
                  ALTERNATE RECORD KEY IS SOL-FONE-DUPLIC
                                      WITH DUPLICATES
                  LOCK MODE IS MANUAL.

           SELECT DUPNAO ASSIGN        TO
                           'C:\Users\rafap\cobol\DUPNAO.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS DUPNAO-STATUS
                  RECORD KEY IS  DNA-CHAVE
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

           SELECT RESTRICAO ASSIGN     TO
                           'C:\Users\rafap\cobol\RESTRIC.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS RESTRICAO-STATUS
                  RECORD KEY IS  RST-CHAVE
                  LOCK MODE IS MANUAL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
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

       FD CHECKPOINT.
       01 CHECKPOINT-REG.
                88 CEPREF-ATIVO            VALUE 'A'.
                88 CEPREF-INATIVO          VALUE 'I'.

      *    BASE DE LOGRADOUROS DOS CORREIOS, CARREGADA PELO CLILOGR.
      *    UM REGISTRO POR CEP, TEXTOS EM MAIUSCULAS.
       FD LOGRADOURO.
       01 LOGRADOURO-REG.
            05 LGR-CEP                 PIC 9(08).
            05 LGR-TIPO                PIC X(10).
            05 LGR-NOME                PIC X(40).
            05 LGR-BAIRRO              PIC X(30).
            05 LGR-CIDADE              PIC X(25).
            05 LGR-UF                  PIC X(02).

       FD CONTATOS.
       01 CONTATOS-REG.
            05 CONT-CHAVE.
            05 CTL-TOTAL-2             PIC 9(07).
            05 CTL-TOTAL-3             PIC 9(07).

       FD PENDENCIA.
       01 PENDENCIA-REG.
            05 PEND-CHAVE.
                10 PEND-FONE           PIC 9(11).
                10 PEND-SEQ            PIC 9(04).
            05 PEND-ORIGEM             PIC X(08).
            05 PEND-MOTIVO             PIC X(50).
            05 PEND-DATA-ABERTURA      PIC 9(08).
            05 PEND-SITUACAO           PIC X(01).
                88 PEND-ABERTA             VALUE 'A'.
                88 PEND-TRATAMENTO         VALUE 'T'.
                88 PEND-RESOLVIDA          VALUE 'R'.
            05 PEND-DATA-SITUACAO      PIC 9(08).
            05 PEND-OPERADOR           PIC X(06).

      *    SOLICITACOES DE EXCLUSAO E DE FUSAO FEITAS PELO OPERADOR
      *    COMUM, A ESPERA DA DECISAO DO SUPERVISOR. NA FUSAO O
      *    TELEFONE DA CHAVE E O SOBREVIVENTE E SOL-FONE-DUPLIC O
      *    CADASTRO QUE SERA INATIVADO; NA EXCLUSAO ELE FICA ZERADO.
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

      *    PARES APONTADOS PELO CLIDUPL QUE O SUPERVISOR DECLAROU
      *    COMO PESSOAS DIFERENTES; NAO VOLTAM NAS RODADAS SEGUINTES.
      *    A CHAVE TEM SEMPRE O MENOR TELEFONE PRIMEIRO.
       FD DUPNAO.
       01 DUPNAO-REG.
            05 DNA-CHAVE.
                10 DNA-FONE-1          PIC 9(11).
                10 DNA-FONE-2          PIC 9(11).
            05 DNA-DATA                PIC 9(08).
            05 DNA-OPERADOR            PIC X(06).

      *    VINCULOS ENTRE CLIENTES. O PRINCIPAL E A MATRIZ OU A
      *    EMPRESA; O VINCULADO E A FILIAL, O RESPONSAVEL OU O
      *    SOCIO. A CHAVE ALTERNATIVA DA OS VINCULOS EM QUE O
      *    CLIENTE APARECE COMO VINCULADO. ORIGEM A = SUGERIDO PELA
      *    RAIZ DO CNPJ E ACEITO PELO OPERADOR, M = MANUAL.
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
                88 VIN-AUTOMATICO          VALUE 'A'.
                88 VIN-MANUAL              VALUE 'M'.
            05 VIN-DATA                PIC 9(08).
            05 VIN-OPERADOR            PIC X(06).

      *    RESTRICOES DE CONTATO. TIPO F = TELEFONE (11 DIGITOS COM
      *    ZEROS A ESQUERDA), D = CPF/CNPJ COMO NO CADASTRO, E = EMAIL
      *    EM MAIUSCULAS. CANAL C = CORREIO, T = TELEFONE, E = EMAIL.
      *    ORIGEM C = PEDIDO DO CLIENTE, L = LISTA PUBLICA DE
      *    BLOQUEIO, O = OUTRA.
       FD RESTRICAO.
       01 RESTRICAO-REG.
            05 RST-CHAVE.
                10 RST-TIPO            PIC X(01).
                   88 RST-TIPO-FONE        VALUE 'F'.
                   88 RST-TIPO-DOC         VALUE 'D'.
                   88 RST-TIPO-EMAIL       VALUE 'E'.
                10 RST-VALOR           PIC X(40).
                10 RST-CANAL           PIC X(01).
                   88 RST-CANAL-CORREIO    VALUE 'C'.
                   88 RST-CANAL-TELEFONE   VALUE 'T'.
                   88 RST-CANAL-EMAIL      VALUE 'E'.
            05 RST-DATA                PIC 9(08).
            05 RST-ORIGEM              PIC X(01).
                88 RST-PEDIDO-CLIENTE      VALUE 'C'.
                88 RST-LISTA-PUBLICA       VALUE 'L'.
                88 RST-OUTRA-ORIGEM        VALUE 'O'.
            05 RST-REFERENCIA          PIC X(30).
            05 RST-OPERADOR            PIC X(06).

       WORKING-STORAGE SECTION.
       01 WRK-CLIENTES.
           05 WRK-CLIENTES-FONE        PIC 9(11).
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
       77 WRK-OPCAO                    PIC X(1).
       77 WRK-CEPM-UF                   PIC X(02).
       77 WRK-CEPM-INI                  PIC 9(08).
       77 WRK-CEPM-FIM                  PIC 9(08).
       77 LOGRADOURO-STATUS             PIC 9(02).
       77 WRK-LGR-CEP                   PIC X(09).
       77 WRK-LGR-AVISO                 PIC X(40).
       77 WRK-LGR-ENDERECO              PIC X(40).
       77 WRK-LGR-POS                   PIC 9(04) COMP.
       77 WRK-LGR-PONT                  PIC 9(04) COMP.
       77 WRK-LGR-IND                   PIC 9(04) COMP.
       77 WRK-LGR-ACHOU                 PIC X(01).
          88 LGR-ACHOU-SIM              VALUE 'S'.
          88 LGR-ACHOU-NAO              VALUE 'N'.
       77 WRK-DADOS-VALIDOS             PIC X(01).
          88 DADOS-VALIDOS-SIM          VALUE 'S'.
          88 DADOS-VALIDOS-NAO          VALUE 'N'.
           05 WRK-DUP-CIDADE            PIC X(25).
           05 WRK-DUP-UF                PIC X(02).
           05 WRK-DUP-CEP               PIC X(09).
       77 PENDENCIA-STATUS              PIC 9(02).
      *    PENDENCIAS NAO RESOLVIDAS DA FILA UNICA DO CADASTRO,
      *    CARREGADAS NA ORDEM DO ARQUIVO (TELEFONE + SEQUENCIA) E
      *    PAGINADAS DE 15 EM 15 COMO NA BUSCA POR NOME.
       01 WRK-TAB-PEND.
           05 WRK-QTD-PEND              PIC 9(04) COMP.
           05 WRK-PEND-ENT              OCCURS 300 TIMES.
               10 TABPEN-FONE           PIC 9(11).
               10 TABPEN-SEQ            PIC 9(04).
               10 TABPEN-ORIGEM         PIC X(08).
               10 TABPEN-MOTIVO         PIC X(50).
               10 TABPEN-DATA           PIC 9(08).
               10 TABPEN-SIT            PIC X(01).
       77 WRK-IND-PEND                  PIC 9(04) COMP.
       77 WRK-PEND-ORIGEM               PIC X(08).
       77 WRK-PEND-MOTIVO               PIC X(50).
       77 WRK-PEND-DATA                 PIC 9(08).
       77 SOLICITACAO-STATUS            PIC 9(02).
      *    SOLICITACOES PENDENTES CARREGADAS PARA A FILA DO
      *    SUPERVISOR, PAGINADAS DE 15 EM 15 COMO NA BUSCA POR NOME.
       01 WRK-TAB-SOL.
           05 WRK-QTD-SOL               PIC 9(04) COMP.
           05 WRK-SOL-ENT               OCCURS 300 TIMES.
               10 TABSOL-FONE           PIC 9(11).
               10 TABSOL-SEQ            PIC 9(04).
               10 TABSOL-TIPO           PIC X(01).
               10 TABSOL-DUPLIC         PIC 9(11).
               10 TABSOL-MOTIVO         PIC X(50).
               10 TABSOL-DATA           PIC 9(08).
               10 TABSOL-OPER           PIC X(06).
               10 TABSOL-SIT            PIC X(01).
       77 WRK-IND-SOL                   PIC 9(04) COMP.
       77 WRK-SOL-FONE-BUSCA            PIC 9(11).
       77 WRK-SOL-AVISO                 PIC X(40).
       77 WRK-SOL-TIPO                  PIC X(01).
       77 WRK-SOL-FONE                  PIC 9(11).
       77 WRK-SOL-DUPLIC                PIC 9(11).
       77 WRK-SOL-MOTIVO                PIC X(50).
       77 WRK-SOL-JUSTIF                PIC X(50).
       77 WRK-SOL-OPER-PEDIDO           PIC X(06).
       77 WRK-SOL-DECISAO               PIC X(01).
       77 WRK-SOL-ULTSEQ                PIC 9(04).
       77 WRK-OPERACAO-FEITA            PIC X(01).
          88 OPERACAO-FEITA-SIM         VALUE 'S'.
          88 OPERACAO-FEITA-NAO         VALUE 'N'.
       77 DUPNAO-STATUS                 PIC 9(02).
       77 WRK-DNA-FONE-A                PIC 9(11).
       77 WRK-DNA-FONE-B                PIC 9(11).
       77 WRK-DNA-NOME-A                PIC X(30).
       77 WRK-DNA-NOME-B                PIC X(30).
       77 WRK-DNA-CHAVE                 PIC X(22).
       77 VINCULO-STATUS                PIC 9(02).
       77 WRK-VIN-OPCAO                 PIC X(01).
       77 WRK-VIN-PRINC                 PIC 9(11).
       77 WRK-VIN-VINC                  PIC 9(11).
       77 WRK-VIN-TIPO                  PIC X(01).
       77 WRK-VIN-ORIGEM                PIC X(01).
       77 WRK-VIN-NOME-PRINC            PIC X(30).
       77 WRK-VIN-NOME-VINC             PIC X(30).
       77 WRK-VIN-CNPJ-PRINC            PIC X(14).
       77 WRK-VIN-FONE                  PIC 9(11).
       77 WRK-VIN-OUTRO                 PIC 9(11).
       77 WRK-VIN-DESCR                 PIC X(15).
       77 WRK-VIN-QTD                   PIC 9(04) COMP.
       77 WRK-VIN-QTD-ED                PIC ZZZ9.
       77 WRK-VIN-GRAVADOS              PIC 9(04) COMP.
       77 WRK-VIN-AVISO                 PIC X(40).
       77 WRK-VIN-TECLA                 PIC X(01).
       77 WRK-VIN-RAIZ                  PIC X(08).
       77 WRK-VIN-MATRIZ                PIC 9(11).
       77 WRK-VIN-NOME-MATRIZ           PIC X(30).
       77 WRK-VIN-SILENCIOSO            PIC X(01).
          88 VIN-SILENCIOSO-SIM         VALUE 'S'.
          88 VIN-SILENCIOSO-NAO         VALUE 'N'.
       77 WRK-VIN-ACHOU                 PIC X(01).
          88 VIN-ACHOU-SIM              VALUE 'S'.
          88 VIN-ACHOU-NAO              VALUE 'N'.
      *    CLIENTES ATIVOS COM A MESMA RAIZ DE CNPJ, MONTADA PARA A
      *    SUGESTAO DE MATRIZ E FILIAIS.
       01 WRK-TAB-RAIZ.
           05 WRK-QTD-RAIZ              PIC 9(04) COMP.
           05 WRK-RAIZ-ENT              OCCURS 100 TIMES.
               10 TABRAIZ-FONE          PIC 9(11).
               10 TABRAIZ-NOME          PIC X(30).
               10 TABRAIZ-CNPJ          PIC X(14).
       77 WRK-IND-RAIZ                  PIC 9(04) COMP.
       77 RESTRICAO-STATUS              PIC 9(02).
       77 WRK-RST-OPCAO                 PIC X(01).
       77 WRK-RST-TIPO                  PIC X(01).
       77 WRK-RST-VALOR                 PIC X(40).
       77 WRK-RST-CANAL                 PIC X(01).
       77 WRK-RST-ORIGEM                PIC X(01).
       77 WRK-RST-REFER                 PIC X(30).
       77 WRK-RST-FONE                  PIC 9(11).
       77 WRK-RST-FONE-10               PIC 9(10).
       77 WRK-RST-CANAIS                PIC X(03) VALUE 'CTE'.
       77 WRK-RST-IND                   PIC 9(04) COMP.
       77 WRK-RST-QTD                   PIC 9(04) COMP.
       77 WRK-RST-QTD-ED                PIC ZZZ9.
       77 WRK-RST-CANAL-BUSCA           PIC X(01).
       77 WRK-RST-CHAVE-FONE            PIC X(40).
       77 WRK-RST-CHAVE-DOC             PIC X(40).
       77 WRK-RST-CHAVE-EMAIL           PIC X(40).
       77 WRK-RST-DE                    PIC X(40).
       77 WRK-RST-PARA                  PIC X(40).
       77 WRK-RST-SOB-DOC               PIC X(14).
       77 WRK-RST-SOB-EMAIL             PIC X(40).
       77 WRK-RST-AVISO                 PIC X(40).
       77 WRK-RST-VALIDO                PIC X(01).
          88 RST-VALIDO-SIM             VALUE 'S'.
          88 RST-VALIDO-NAO             VALUE 'N'.
       77 WRK-RST-RESTRITO              PIC X(01).
          88 RESTRITO-SIM               VALUE 'S'.
          88 RESTRITO-NAO               VALUE 'N'.

       SCREEN SECTION.
       01 TELA.
                   BACKGROUND-COLOR 1  FROM WRK-MODULO.
       01 TELA-MENU.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR'.
            05 LINE 07 COLUMN 45 VALUE 'P - PENDENCIAS DO CADASTRO'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
            05 LINE 08 COLUMN 45 VALUE 'S - SOLICITACOES PENDENTES'.
            05 LINE 09 COLUMN 45 VALUE 'N - NAO SAO DUPLICADOS'.
            05 LINE 10 COLUMN 45 VALUE 'V - VINCULOS DO CLIENTE'.
            05 LINE 11 COLUMN 45 VALUE 'R - RESTRICOES DE CONTATO'.
            05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
            05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR'.
            05 LINE 11 COLUMN 15 VALUE '5 - RELATORIO EM TELA'.
               10 COLUMN PLUS 2        PIC X(01)
                                      FROM CLIENTES-SITUACAO.

       01 TELA-BUSCACEP.
            05 LINE 13 COLUMN 10 VALUE 'CEP P/ BUSCA. '.
            05 COLUMN PLUS 2           PIC X(09)
                                      USING WRK-LGR-CEP.
            05 COLUMN PLUS 2 VALUE '(ENTER = SEM BUSCA)'.

       01 TELA-AVISO-CEP.
            05 LINE 14 COLUMN 10       PIC X(40)
                             FOREGROUND-COLOR 2
                             FROM WRK-LGR-AVISO.

       01 TELA-BUSCANOME.
            05 LINE 04 COLUMN 10 VALUE 'NOME PARA BUSCA. '.
            05 COLUMN PLUS 2           PIC X(30)
                                      USING WRK-FUS-DUPLIC
                                      BLANK WHEN ZEROS.

       01 TELA-NAODUP.
            05 NAODUP-FONES.
               10 LINE 04 COLUMN 10 VALUE 'PRIMEIRO TELEFONE. '.
               10 COLUMN PLUS 2        PIC 9(11)
                                      USING WRK-DNA-FONE-A
                                      BLANK WHEN ZEROS.
               10 LINE 05 COLUMN 10 VALUE 'SEGUNDO TELEFONE.. '.
               10 COLUMN PLUS 2        PIC 9(11)
                                      USING WRK-DNA-FONE-B
                                      BLANK WHEN ZEROS.
            05 NAODUP-NOMES.
               10 LINE 04 COLUMN 45    PIC X(30)
                                      FROM WRK-DNA-NOME-A.
               10 LINE 05 COLUMN 45    PIC X(30)
                                      FROM WRK-DNA-NOME-B.

       01 TELA-VINCULO.
            05 VINCULO-CAMPOS.
               10 LINE 04 COLUMN 10
                  VALUE 'L=LISTAR I=INCLUIR D=DESFAZER'.
               10 LINE 05 COLUMN 10
                  VALUE 'S=SUGERIR PELA RAIZ DO CNPJ X=VOLTAR'.
               10 LINE 06 COLUMN 10 VALUE 'OPCAO....... '.
               10 COLUMN PLUS 2        PIC X(01)
                                      USING WRK-VIN-OPCAO.
               10 LINE 07 COLUMN 10 VALUE 'PRINCIPAL... '.
               10 COLUMN PLUS 2        PIC 9(11)
                                      USING WRK-VIN-PRINC
                                      BLANK WHEN ZEROS.
               10 LINE 08 COLUMN 10 VALUE 'VINCULADO... '.
               10 COLUMN PLUS 2        PIC 9(11)
                                      USING WRK-VIN-VINC
                                      BLANK WHEN ZEROS.
               10 LINE 09 COLUMN 10 VALUE 'TIPO........ '.
               10 COLUMN PLUS 2        PIC X(01)
                                      USING WRK-VIN-TIPO.
               10 LINE 10 COLUMN 10
                  VALUE 'M=MATRIZ/FILIAL R=RESPONSAVEL S=SOCIO'.
            05 VINCULO-NOMES.
               10 LINE 07 COLUMN 40    PIC X(30)
                                      FROM WRK-VIN-NOME-PRINC.
               10 LINE 08 COLUMN 40    PIC X(30)
                                      FROM WRK-VIN-NOME-VINC.

       01 TELA-RESTRICAO.
            05 LINE 04 COLUMN 10
               VALUE 'L=LISTAR I=INCLUIR D=RETIRAR X=VOLTAR'.
            05 LINE 06 COLUMN 10 VALUE 'OPCAO....... '.
            05 COLUMN PLUS 2           PIC X(01)
                                      USING WRK-RST-OPCAO.
            05 LINE 07 COLUMN 10 VALUE 'TIPO........ '.
            05 COLUMN PLUS 2           PIC X(01)
                                      USING WRK-RST-TIPO.
            05 COLUMN PLUS 3
               VALUE 'F=TELEFONE D=CPF/CNPJ E=EMAIL'.
            05 LINE 08 COLUMN 10 VALUE 'DADO........ '.
            05 COLUMN PLUS 2           PIC X(40)
                                      USING WRK-RST-VALOR.
            05 LINE 09 COLUMN 10 VALUE 'CANAL....... '.
            05 COLUMN PLUS 2           PIC X(01)
                                      USING WRK-RST-CANAL.
            05 COLUMN PLUS 3
               VALUE 'C=CORREIO T=TELEFONE E=EMAIL *=TODOS'.
            05 LINE 10 COLUMN 10 VALUE 'ORIGEM...... '.
            05 COLUMN PLUS 2           PIC X(01)
                                      USING WRK-RST-ORIGEM.
            05 COLUMN PLUS 3
               VALUE 'C=CLIENTE L=LISTA PUBLICA O=OUTRA'.
            05 LINE 11 COLUMN 10 VALUE 'REFERENCIA.. '.
            05 COLUMN PLUS 2           PIC X(30)
                                      USING WRK-RST-REFER.

       01 TELA-AVISO-RST.
            05 LINE 14 COLUMN 10       PIC X(40)
                             FOREGROUND-COLOR 4 HIGHLIGHT
                             REVERSE-VIDEO
                             FROM WRK-RST-AVISO.

       01 TELA-CONTATO.
            05 LINE 12 COLUMN 10 VALUE 'TIPO......... '.
            05 COLUMN PLUS 2           PIC X(03)
            05 COLUMN PLUS 2           PIC X(01)
                                      USING WRK-TECLA.

       01 TELA-PENDENCIA.
            05 LINE 18 COLUMN 10 VALUE 'PENDENCIA.... '.
            05 COLUMN PLUS 2           PIC X(08)
                                      FROM WRK-PEND-ORIGEM.
            05 COLUMN PLUS 2           PIC 9(08)
                                      FROM WRK-PEND-DATA.
            05 LINE 19 COLUMN 10 VALUE 'MOTIVO....... '.
            05 COLUMN PLUS 2           PIC X(50)
                                      FROM WRK-PEND-MOTIVO.

       01 TELA-AVISO-SOL.
            05 LINE 12 COLUMN 10       PIC X(40)
                             FOREGROUND-COLOR 4
                             FROM WRK-SOL-AVISO.

       01 TELA-AVISO-VIN.
            05 LINE 13 COLUMN 10       PIC X(40)
                             FOREGROUND-COLOR 4
                             FROM WRK-VIN-AVISO.

       01 TELA-SOLICITACAO.
            05 LINE 13 COLUMN 10 VALUE 'MOTIVO....... '.
            05 COLUMN PLUS 2           PIC X(50)
                                      USING WRK-SOL-MOTIVO.

       01 TELA-DECISAO.
            05 LINE 22 COLUMN 01 ERASE EOL.
            05 LINE 22 COLUMN 05
               VALUE 'A=APROVAR R=RECUSAR X=VOLTAR: '.
            05 COLUMN PLUS 2           PIC X(01)
                                      USING WRK-TECLA.

       01 TELA-JUSTIFICATIVA.
            05 LINE 23 COLUMN 01 ERASE EOL.
            05 LINE 23 COLUMN 05 VALUE 'JUSTIFICATIVA: '.
            05 COLUMN PLUS 2           PIC X(50)
                                      USING WRK-SOL-JUSTIF.

       01 MENSAGEM.
           05 MENSAGEM-ERRO.
               10 LINE 16 COLUMN 01 ERASE EOL.
               CLOSE CLIENTES
               OPEN I-O CLIENTES
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
            PERFORM 1900-CARREGARDDD THRU 1900-END-PERFORM.
            PERFORM 1910-CARREGARCEP THRU 1910-END-PERFORM.
                       IF OPERADOR-SUPERVISOR
                          PERFORM 2400-EXCLUIR
                       ELSE
                          PERFORM 4000-SOLICITAREXCLUSAO
                                  THRU 4000-END-PERFORM
                       END-IF
                     WHEN 5
                       PERFORM 2500-RELATORIOTELA
                          PERFORM 3600-FUSAOCADASTROS
                                  THRU 3600-END-PERFORM
                       ELSE
                          PERFORM 4100-SOLICITARFUSAO
                                  THRU 4100-END-PERFORM
                       END-IF
                     WHEN 'C'
                       PERFORM 3700-MANUTENCAOCEP
                               THRU 3700-END-PERFORM
                     WHEN 'P'
                       PERFORM 3800-PENDENCIAS
                               THRU 3800-END-PERFORM
                     WHEN 'S'
                       IF OPERADOR-SUPERVISOR
                          PERFORM 4200-SOLICITACOES
                                  THRU 4200-END-PERFORM
                       ELSE
                          MOVE 'RESTRITO AO SUPERVISOR'
                                       TO WRK-OPCAO-INVALIDA
                       END-IF
                     WHEN 'N'
                       IF OPERADOR-SUPERVISOR
                          PERFORM 4300-NAODUPLICADOS
                                  THRU 4300-END-PERFORM
                       ELSE
                          MOVE 'RESTRITO AO SUPERVISOR'
                                       TO WRK-OPCAO-INVALIDA
                       END-IF
                     WHEN 'V'
                       PERFORM 4400-MANUTENCAOVINCULO
                               THRU 4400-END-PERFORM
                     WHEN 'R'
                       PERFORM 4500-MANUTENCAORESTRICAO
                               THRU 4500-END-PERFORM
                     WHEN 'O'
                       IF OPERADOR-SUPERVISOR
                          PERFORM 3300-MANUTENCAOOPERADOR
            PERFORM 3950-REGISTRARFIM THRU 3950-END-PERFORM.
            CLOSE CLIENTES
                  RELATORIO
                  LOGSEQ.

      *    A SESSAO DO TERMINAL E REGISTRADA NO CONTROLE DE
      *    EXECUCAO (RUNCTL.DAT) PARA OS BATCHES NOTURNOS RECUSAREM
            MOVE 'VOLTAR AO MENU? (S/N)'
                                      TO WRK-MSG-CONFIRMA.
            DISPLAY TELA.
            DISPLAY TELA-REGISTRO.
            MOVE SPACES               TO WRK-LGR-CEP.
            ACCEPT TELA-BUSCACEP.
            PERFORM 2130-PREENCHERENDERECO THRU 2130-END-PERFORM.
            DISPLAY TELA-AVISO-CEP.
            ACCEPT TELA-REGISTRO.
            PERFORM 2110-VALIDARDADOS THRU 2110-END-PERFORM.
            IF DADOS-VALIDOS-SIM
                         MOVE CLIENTES-EMAIL
                                         TO WRK-LOG-EMAIL-DEPOIS
                         PERFORM 2800-GRAVARLOG THRU 2800-END-PERFORM
                         IF CLIENTES-CPF-CNPJ IS NUMERIC
                            MOVE WRK-TECLA
                                         TO WRK-VIN-TECLA
                            MOVE CLIENTES-FONE
                                         TO WRK-VIN-PRINC
                            SET VIN-SILENCIOSO-SIM
                                         TO TRUE
                            PERFORM 4440-SUGERIRRAIZ
                                    THRU 4440-END-PERFORM
                            MOVE WRK-VIN-TECLA
                                         TO WRK-TECLA
                         END-IF
                         MOVE SPACES     TO CLIENTES-REG
              END-WRITE
              IF WRK-TECLA EQUAL 'N'
            END-IF.
       2126-END-PERFORM.

      *    BUSCA O CEP DIGITADO NA BASE DE LOGRADOUROS E PREENCHE
      *    LOGRADOURO, CIDADE, UF E O CEP NO FORMATO 99999-999; O
      *    OPERADOR SO COMPLETA NUMERO E COMPLEMENTO. NA ALTERACAO
      *    O NUMERO E O COMPLEMENTO JA CADASTRADOS SAO MANTIDOS.
      *    CEP FORA DA BASE SO E COPIADO PARA O CAMPO E CRITICADO
      *    DEPOIS COMO SEMPRE.
       2130-PREENCHERENDERECO.
            SET LGR-ACHOU-NAO          TO TRUE.
            MOVE SPACES                TO WRK-LGR-AVISO.
            IF WRK-LGR-CEP EQUAL SPACES
               GO TO 2130-END-PERFORM
            END-IF.
            MOVE WRK-LGR-CEP           TO CLIENTES-CEP
                                          WRK-CEP-ENT.
            PERFORM 2126-EXTRAIRCEP    THRU 2126-END-PERFORM.
            IF CEP-EXTRAIDO-NAO
               MOVE 'CEP INVALIDO - USE 99999-999'
                                       TO WRK-LGR-AVISO
               GO TO 2130-END-PERFORM
            END-IF.
            OPEN INPUT LOGRADOURO.
            IF LOGRADOURO-STATUS NOT EQUAL 0
               MOVE 'BASE DE LOGRADOUROS INDISPONIVEL'
                                       TO WRK-LGR-AVISO
               GO TO 2130-END-PERFORM
            END-IF.
            MOVE WRK-CEP-NUM           TO LGR-CEP.
            READ LOGRADOURO
                INVALID KEY
                    MOVE 'CEP NAO ENCONTRADO NA BASE'
                                       TO WRK-LGR-AVISO
                NOT INVALID KEY
                    SET LGR-ACHOU-SIM  TO TRUE
            END-READ.
            CLOSE LOGRADOURO.
            IF LGR-ACHOU-NAO
               GO TO 2130-END-PERFORM
            END-IF.
            PERFORM 2135-MONTARENDERECO THRU 2135-END-PERFORM.
            MOVE WRK-LGR-ENDERECO      TO CLIENTES-ENDERECO.
            MOVE LGR-CIDADE            TO CLIENTES-CIDADE.
            MOVE LGR-UF                TO CLIENTES-UF.
            MOVE SPACES                TO CLIENTES-CEP.
            STRING WRK-CEP-NUM (1:5)   DELIMITED BY SIZE
                   '-'                 DELIMITED BY SIZE
                   WRK-CEP-NUM (6:3)   DELIMITED BY SIZE
                              INTO CLIENTES-CEP.
            STRING 'BAIRRO: '          DELIMITED BY SIZE
                   LGR-BAIRRO          DELIMITED BY SIZE
                              INTO WRK-LGR-AVISO.
       2130-END-PERFORM.

      *    MONTA "TIPO NOME, RESTO", ONDE O RESTO (NUMERO E
      *    COMPLEMENTO) E O QUE VEM DEPOIS DA PRIMEIRA VIRGULA DO
      *    ENDERECO ATUAL OU, SEM VIRGULA, A PARTIR DO PRIMEIRO
      *    DIGITO.
       2135-MONTARENDERECO.
            MOVE SPACES                TO WRK-LGR-ENDERECO.
            MOVE ZEROS                 TO WRK-LGR-POS.
            INSPECT CLIENTES-ENDERECO TALLYING WRK-LGR-POS
                    FOR CHARACTERS BEFORE INITIAL ','.
            IF WRK-LGR-POS LESS 40
               ADD 2                   TO WRK-LGR-POS
            ELSE
               MOVE ZEROS              TO WRK-LGR-POS
               PERFORM VARYING WRK-LGR-IND FROM 1 BY 1
                       UNTIL WRK-LGR-IND GREATER 40
                          OR WRK-LGR-POS NOT EQUAL ZEROS
                       IF CLIENTES-ENDERECO (WRK-LGR-IND:1)
                          IS NUMERIC
                          MOVE WRK-LGR-IND
                                       TO WRK-LGR-POS
                       END-IF
               END-PERFORM
            END-IF.
            PERFORM UNTIL WRK-LGR-POS EQUAL ZEROS
                       OR WRK-LGR-POS GREATER 40
                       OR CLIENTES-ENDERECO (WRK-LGR-POS:1)
                          NOT EQUAL SPACE
                    ADD 1              TO WRK-LGR-POS
            END-PERFORM.
            MOVE 1                     TO WRK-LGR-PONT.
            IF LGR-TIPO NOT EQUAL SPACES
               STRING LGR-TIPO         DELIMITED BY '  '
                      ' '              DELIMITED BY SIZE
                              INTO WRK-LGR-ENDERECO
                              WITH POINTER WRK-LGR-PONT
            END-IF.
            STRING LGR-NOME            DELIMITED BY '  '
                   ', '                DELIMITED BY SIZE
                              INTO WRK-LGR-ENDERECO
                              WITH POINTER WRK-LGR-PONT.
            IF WRK-LGR-POS NOT EQUAL ZEROS
               AND WRK-LGR-POS NOT GREATER 40
               STRING CLIENTES-ENDERECO (WRK-LGR-POS:)
                                       DELIMITED BY SIZE
                              INTO WRK-LGR-ENDERECO
                              WITH POINTER WRK-LGR-PONT
               END-STRING
            END-IF.
       2135-END-PERFORM.

      *    VALIDA O DIGITO VERIFICADOR DO DOCUMENTO DEIXADO EM
      *    WRK-DOC: CPF COM 11 DIGITOS SEGUIDOS DE BRANCOS OU CNPJ
      *    COM 14 DIGITOS. DOCUMENTO EM BRANCO E ACEITO AQUI; O
                                      TO WRK-MSG-CONFIRMA
                    DISPLAY OUTROS-CAMPOS
                    DISPLAY CAMPO-SITUACAO
                    MOVE CLIENTES-FONE TO WRK-SOL-FONE-BUSCA
                    PERFORM 4050-VERIFICARSOLICITACAO
                            THRU 4050-END-PERFORM
                    DISPLAY TELA-AVISO-SOL
                    PERFORM 4450-OFERECERVINCULOS
                            THRU 4450-END-PERFORM
                    MOVE 'REGISTRO ENCONTRADO!'
                                      TO WRK-MSG
                    MOVE 'VER CONTATOS? (S/N)'
                                      TO WRK-MSG-CONFIRMA
                    ACCEPT MENSAGEM-SUCESSO
                    IF WRK-TECLA EQUAL 'S'
                       PERFORM 3520-LISTARCONTATOS
            IF CLIENTES-STATUS EQUAL 0
               DISPLAY OUTROS-CAMPOS
               DISPLAY CAMPO-SITUACAO
               MOVE CLIENTES-FONE      TO WRK-SOL-FONE-BUSCA
               PERFORM 4050-VERIFICARSOLICITACAO
                       THRU 4050-END-PERFORM
               DISPLAY TELA-AVISO-SOL
               MOVE 'REGISTRO ENCONTRADO!'
                                       TO WRK-MSG
               MOVE 'DESEJA ALTERAR? (S/N)'
                                       TO WRK-MSG-CONFIRMA
               ACCEPT MENSAGEM-SUCESSO
               IF WRK-TECLA EQUAL 'S'
                  PERFORM 2310-EDITARCAMPOS THRU 2310-END-PERFORM
                  IF DADOS-VALIDOS-NAO
                     UNLOCK CLIENTES
                     MOVE 'VOLTAR AO MENU? (S/N)'
           END-IF.
       2300-END-PERFORM.

      *    EDICAO DOS CAMPOS DE UM CLIENTE JA LIDO COM TRAVA, COMUM A
      *    ALTERACAO PELO MENU, PELO BROWSE DA CONSULTA POR NOME E
      *    AO TRATAMENTO DE PENDENCIA: GUARDA NOME E E-MAIL
      *    ANTERIORES PARA O LOG, OFERECE A BUSCA DO ENDERECO PELO
      *    CEP E VALIDA O QUE FOI DIGITADO. QUEM CHAMA TESTA
      *    DADOS-VALIDOS-NAO E FAZ A REGRAVACAO.
       2310-EDITARCAMPOS.
            MOVE CLIENTES-NOME         TO WRK-LOG-NOME-ANTES.
            MOVE CLIENTES-EMAIL        TO WRK-LOG-EMAIL-ANTES.
            MOVE SPACES                TO WRK-LGR-CEP.
            ACCEPT TELA-BUSCACEP.
            PERFORM 2130-PREENCHERENDERECO THRU 2130-END-PERFORM.
            DISPLAY TELA-AVISO-CEP.
            DISPLAY OUTROS-CAMPOS.
            ACCEPT OUTROS-CAMPOS.
            PERFORM 2110-VALIDARDADOS THRU 2110-END-PERFORM.
       2310-END-PERFORM.

       2400-EXCLUIR.
            MOVE SPACES                TO WRK-MSG-CONFIRMA.
            MOVE 'MODULO - EXCLUIR'    TO WRK-MODULO.
                                       TO WRK-MSG-CONFIRMA
                  DISPLAY OUTROS-CAMPOS
                  DISPLAY CAMPO-SITUACAO
                  MOVE CLIENTES-FONE   TO WRK-VIN-FONE
                  PERFORM 4455-CONTARVINCULOS
                          THRU 4455-END-PERFORM
                  IF WRK-VIN-QTD GREATER ZEROS
                     DISPLAY TELA-AVISO-VIN
                     MOVE 'ATENCAO: CLIENTE TEM VINCULOS'
                                       TO WRK-MSG
                     MOVE 'EXCLUIR MESMO ASSIM?(S/N)'
                                       TO WRK-MSG-CONFIRMA
                     ACCEPT MENSAGEM-ERRO
                  ELSE
                     ACCEPT MENSAGEM-SUCESSO
                  END-IF
                  IF WRK-TECLA EQUAL 'S'
                     MOVE CLIENTES-NOME  TO WRK-LOG-NOME-ANTES
                     MOVE CLIENTES-EMAIL TO WRK-LOG-EMAIL-ANTES
                                       TO WRK-MSG
                    DISPLAY TELA
                    DISPLAY TELA-REGISTRO
                    MOVE CLIENTES-FONE TO WRK-SOL-FONE-BUSCA
                    PERFORM 4050-VERIFICARSOLICITACAO
                            THRU 4050-END-PERFORM
                    DISPLAY TELA-AVISO-SOL
                    PERFORM 4450-OFERECERVINCULOS
                            THRU 4450-END-PERFORM
                    MOVE 'REGISTRO ENCONTRADO!'
                                       TO WRK-MSG
                    MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA
                    ACCEPT MENSAGEM-SUCESSO
            END-READ.
            MOVE SPACES                TO CLIENTES-REG WRK-TECLA.
            IF CLIENTES-STATUS EQUAL 0
               DISPLAY TELA
               DISPLAY TELA-REGISTRO
               MOVE CLIENTES-FONE      TO WRK-SOL-FONE-BUSCA
               PERFORM 4050-VERIFICARSOLICITACAO
                       THRU 4050-END-PERFORM
               DISPLAY TELA-AVISO-SOL
               MOVE 'REGISTRO ENCONTRADO!'
                                       TO WRK-MSG
               MOVE 'DESEJA ALTERAR? (S/N)'
                                       TO WRK-MSG-CONFIRMA
               ACCEPT MENSAGEM-SUCESSO
               IF WRK-TECLA EQUAL 'S'
                  PERFORM 2310-EDITARCAMPOS THRU 2310-END-PERFORM
                  IF DADOS-VALIDOS-NAO
                     UNLOCK CLIENTES
                     MOVE 'PRESSIONE ENTER PARA SAIR'
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

       2900-REATIVAR.
            MOVE SPACES                TO MENSAGEM.
            MOVE 'MODULO - REATIVAR'   TO WRK-MODULO.
                NOT INVALID KEY
                    DISPLAY OUTROS-CAMPOS
                    DISPLAY CAMPO-SITUACAO
                    MOVE 'T'           TO WRK-RST-CANAL-BUSCA
                    PERFORM 4590-VERIFICARRESTRICAO
                            THRU 4590-END-PERFORM
                    IF RESTRITO-SIM
                       MOVE '*** NAO LIGAR: RESTRICAO TELEFONE ***'
                                       TO WRK-RST-AVISO
                       DISPLAY TELA-AVISO-RST
                       MOVE 'RESTRICAO DE TELEFONE!'
                                       TO WRK-MSG
                       MOVE 'ENTER PARA CONTINUAR'
                                       TO WRK-MSG-CONFIRMA
                       MOVE SPACES     TO WRK-TECLA
                       ACCEPT MENSAGEM-ERRO
                       MOVE 'VOLTAR AO MENU? (S/N)'
                                       TO WRK-MSG-CONFIRMA
                       MOVE SPACES     TO WRK-TECLA
                    END-IF
                    MOVE SPACES        TO WRK-CONT-TIPO
                                          WRK-CONT-TEXTO
                    ACCEPT TELA-CONTATO
            MOVE ZEROS                 TO WRK-FUS-SOBREV
                                          WRK-FUS-DUPLIC.
            ACCEPT TELA-FUSAO.
            PERFORM 3610-EXECUTARFUSAO THRU 3610-END-PERFORM.
       3600-END-PERFORM.

      *    VALIDA OS DOIS TELEFONES JA INFORMADOS EM TELA-FUSAO E
      *    EXECUTA A FUSAO. CHAMADA PELA OPCAO F E PELA APROVACAO
      *    DE UMA SOLICITACAO DE FUSAO.
       3610-EXECUTARFUSAO.
            MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA.
            MOVE SPACES                TO WRK-TECLA.
               MOVE 'TELEFONES INVALIDOS'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 3610-END-PERFORM
            END-IF.
            MOVE SPACES                TO CLIENTES-REG.
            MOVE WRK-FUS-DUPLIC        TO CLIENTES-FONE.
                    MOVE 'DUPLICADO NAO ENCONTRADO'
                                       TO WRK-MSG
                    ACCEPT MENSAGEM-ERRO
                    GO TO 3610-END-PERFORM
            END-READ.
            IF CLIENTES-INATIVO
               MOVE 'DUPLICADO JA ESTA INATIVO'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 3610-END-PERFORM
            END-IF.
      *     O DUPLICADO FICA INATIVO MAS OS VINCULOS DELE CONTINUAM
      *     APONTANDO PARA O TELEFONE ANTIGO: O OPERADOR E AVISADO
      *     PARA REFAZE-LOS NO SOBREVIVENTE PELA OPCAO V.
            MOVE CLIENTES-FONE         TO WRK-VIN-FONE.
            PERFORM 4455-CONTARVINCULOS THRU 4455-END-PERFORM.
            IF WRK-VIN-QTD GREATER ZEROS
               DISPLAY TELA-AVISO-VIN
               MOVE 'ATENCAO: DUPLICADO TEM VINCULOS'
                                       TO WRK-MSG
               MOVE 'PROSSEGUIR? (S/N)'
                                       TO WRK-MSG-CONFIRMA
               MOVE SPACES             TO WRK-TECLA
               ACCEPT MENSAGEM-ERRO
               IF WRK-TECLA NOT EQUAL 'S'
                  MOVE SPACES          TO CLIENTES-REG WRK-TECLA
                  GO TO 3610-END-PERFORM
               END-IF
               MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA
               MOVE SPACES             TO WRK-TECLA
            END-IF.
            MOVE CLIENTES-FONE         TO WRK-DUP-FONE.
            MOVE CLIENTES-NOME         TO WRK-DUP-NOME.
                  END-IF
               END-IF
               ACCEPT MENSAGEM-ERRO
               GO TO 3610-END-PERFORM
            END-IF.
            MOVE CLIENTES-NOME         TO WRK-LOG-NOME-ANTES.
            MOVE CLIENTES-EMAIL        TO WRK-LOG-EMAIL-ANTES.
            IF WRK-TECLA NOT EQUAL 'S'
               UNLOCK CLIENTES
               MOVE SPACES             TO CLIENTES-REG
               GO TO 3610-END-PERFORM
            END-IF.
            REWRITE CLIENTES-REG.
            UNLOCK CLIENTES.
            MOVE CLIENTES-CPF-CNPJ     TO WRK-RST-SOB-DOC.
            MOVE CLIENTES-EMAIL        TO WRK-RST-SOB-EMAIL.
            PERFORM 4560-HERDARRESTRICOES THRU 4560-END-PERFORM.
            MOVE 'FUSAO'               TO WRK-LOG-OPERACAO.
            MOVE CLIENTES-FONE         TO WRK-LOG-CLIENTES-FONE.
            MOVE CLIENTES-NOME         TO WRK-LOG-NOME-DEPOIS.
                      WRK-FUS-SOBREV   DELIMITED BY SIZE
                              INTO WRK-CONT-TEXTO
               PERFORM 3510-GRAVARCONTATO THRU 3510-END-PERFORM
               SET OPERACAO-FEITA-SIM  TO TRUE
               MOVE 'FUSAO CONCLUIDA'  TO WRK-MSG
               MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA
               MOVE SPACES             TO WRK-TECLA CLIENTES-REG
               ACCEPT MENSAGEM-ERRO
            END-IF.
       3610-END-PERFORM.

      *    APRESENTA CAMPO A CAMPO O VALOR DO SOBREVIVENTE (1) E O
      *    DO DUPLICADO (2); A OPCAO 2 SOBREPOE O CAMPO NO REGISTRO
            PERFORM 1910-CARREGARCEP THRU 1910-END-PERFORM.
            ACCEPT MENSAGEM-SUCESSO.
       3730-END-PERFORM.

      *    FILA UNICA DE PENDENCIAS DO CADASTRO, ALIMENTADA PELOS
      *    REJEITOS E EXCECOES DOS BATCHES (CLIAUDIT, CLIFATRT,
      *    CLIMOV E CLILOTE). O OPERADOR ESCOLHE UMA LINHA, O
      *    CLIENTE ABRE DIRETO NA ALTERACAO E, AO FINAL, A PENDENCIA
      *    E FECHADA OU FICA EM TRATAMENTO COM A SUA MATRICULA. O
      *    ARQUIVO E ABERTO SO PELO TEMPO DE CADA COMANDO.
       3800-PENDENCIAS.
            MOVE SPACES                TO WRK-MSG-CONFIRMA
                                          MENSAGEM WRK-TECLA.
            MOVE 'MODULO - PENDENCIAS'
                                       TO WRK-MODULO.
            DISPLAY TELA.
            PERFORM 3810-CARREGAR-PENDENCIAS
                    THRU 3810-END-PERFORM.
            IF WRK-QTD-PEND EQUAL ZEROS
               MOVE 'NENHUMA PENDENCIA EM ABERTO'
                                       TO WRK-MSG
               MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA
               ACCEPT MENSAGEM-SUCESSO
               GO TO 3800-END-PERFORM
            END-IF.
            COMPUTE WRK-PAG-TOTAL =
                    (WRK-QTD-PEND + 14) / 15.
            MOVE 1                     TO WRK-PAG-ATUAL.
       3800-PAGINAR.
            PERFORM 3820-MOSTRAR-PAGINA THRU 3820-END-PERFORM.
            MOVE SPACES                TO WRK-SEL-X.
            ACCEPT TELA-BROWSE.
            EVALUATE WRK-SEL-X
                WHEN 'F '
                    IF WRK-PAG-ATUAL LESS WRK-PAG-TOTAL
                       ADD 1           TO WRK-PAG-ATUAL
                    END-IF
                    GO TO 3800-PAGINAR
                WHEN 'V '
                    IF WRK-PAG-ATUAL GREATER 1
                       SUBTRACT 1      FROM WRK-PAG-ATUAL
                    END-IF
                    GO TO 3800-PAGINAR
                WHEN 'X '
                    GO TO 3800-END-PERFORM
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
      *     SELECAO DE LINHA: ACEITA '3' OU '03'.
            IF WRK-SEL-X (2:1) EQUAL SPACE
               MOVE WRK-SEL-X (1:1)    TO WRK-SEL-X (2:1)
               MOVE '0'                TO WRK-SEL-X (1:1)
            END-IF.
            IF WRK-SEL-X IS NOT NUMERIC
               GO TO 3800-PAGINAR
            END-IF.
            IF WRK-SEL-9 EQUAL ZEROS
               OR WRK-SEL-9 GREATER 15
               GO TO 3800-PAGINAR
            END-IF.
            COMPUTE WRK-IND-PEND =
                    (WRK-PAG-ATUAL - 1) * 15 + WRK-SEL-9.
            IF WRK-IND-PEND GREATER WRK-QTD-PEND
               GO TO 3800-PAGINAR
            END-IF.
            IF TABPEN-SIT (WRK-IND-PEND) EQUAL 'R'
               GO TO 3800-PAGINAR
            END-IF.
            PERFORM 3830-TRATAR-PENDENCIA THRU 3830-END-PERFORM.
            GO TO 3800-PAGINAR.
       3800-END-PERFORM.

      *    CARREGA NA TABELA AS PENDENCIAS ABERTAS E EM TRATAMENTO.
      *    SEM O ARQUIVO (NENHUM BATCH GEROU PENDENCIA AINDA) A
      *    LISTA FICA VAZIA.
       3810-CARREGAR-PENDENCIAS.
            MOVE ZEROS                 TO WRK-QTD-PEND.
            OPEN INPUT PENDENCIA.
            IF PENDENCIA-STATUS NOT EQUAL 0
               GO TO 3810-END-PERFORM
            END-IF.
            READ PENDENCIA NEXT
                AT END MOVE 10         TO PENDENCIA-STATUS
            END-READ.
            PERFORM UNTIL PENDENCIA-STATUS EQUAL 10
                    OR WRK-QTD-PEND GREATER OR EQUAL 300
                    IF NOT PEND-RESOLVIDA
                       ADD 1           TO WRK-QTD-PEND
                       MOVE PEND-FONE  TO TABPEN-FONE (WRK-QTD-PEND)
                       MOVE PEND-SEQ   TO TABPEN-SEQ (WRK-QTD-PEND)
                       MOVE PEND-ORIGEM
                                       TO TABPEN-ORIGEM (WRK-QTD-PEND)
                       MOVE PEND-MOTIVO
                                       TO TABPEN-MOTIVO (WRK-QTD-PEND)
                       MOVE PEND-DATA-ABERTURA
                                       TO TABPEN-DATA (WRK-QTD-PEND)
                       MOVE PEND-SITUACAO
                                       TO TABPEN-SIT (WRK-QTD-PEND)
                    END-IF
                    READ PENDENCIA NEXT
                        AT END MOVE 10 TO PENDENCIA-STATUS
                    END-READ
            END-PERFORM.
            CLOSE PENDENCIA.
       3810-END-PERFORM.

       3820-MOSTRAR-PAGINA.
            DISPLAY TELA.
            MOVE WRK-PAG-ATUAL         TO WRK-PAG-ATUAL-ED.
            MOVE WRK-PAG-TOTAL         TO WRK-PAG-TOTAL-ED.
            DISPLAY ' '.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY '*       PENDENCIAS DO CADASTRO            *'.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY 'PAGINA ' WRK-PAG-ATUAL-ED ' DE '
                    WRK-PAG-TOTAL-ED
                    '   (A=ABERTA T=EM TRATAMENTO R=RESOLVIDA)'.
            PERFORM VARYING WRK-LIN FROM 1 BY 1
                    UNTIL WRK-LIN GREATER 15
                    COMPUTE WRK-IND-PEND =
                            (WRK-PAG-ATUAL - 1) * 15 + WRK-LIN
                    IF WRK-IND-PEND NOT GREATER WRK-QTD-PEND
                       MOVE WRK-LIN    TO WRK-LIN-ED
                       DISPLAY WRK-LIN-ED ' '
                               TABPEN-FONE (WRK-IND-PEND) ' '
                               TABPEN-ORIGEM (WRK-IND-PEND) ' '
                               TABPEN-DATA (WRK-IND-PEND) ' '
                               TABPEN-SIT (WRK-IND-PEND) ' '
                               TABPEN-MOTIVO (WRK-IND-PEND) (1:40)
                    END-IF
            END-PERFORM.
            IF WRK-QTD-PEND GREATER OR EQUAL 300
               DISPLAY 'LIMITE DE 300 PENDENCIAS NA TELA'
            END-IF.
       3820-END-PERFORM.

      *    ABRE O CLIENTE DA PENDENCIA NA ALTERACAO, NO MESMO FLUXO
      *    DA 2740, COM A ORIGEM E O MOTIVO NA TELA. TELEFONE QUE
      *    NAO CONSTA NO CADASTRO (RETORNO DO FATURAMENTO) SO PODE
      *    TER A PENDENCIA FECHADA. REGISTRO EM USO POR OUTRO
      *    TERMINAL DEIXA A PENDENCIA COMO ESTAVA.
       3830-TRATAR-PENDENCIA.
            MOVE SPACES                TO CLIENTES-REG.
            MOVE TABPEN-ORIGEM (WRK-IND-PEND)
                                       TO WRK-PEND-ORIGEM.
            MOVE TABPEN-MOTIVO (WRK-IND-PEND)
                                       TO WRK-PEND-MOTIVO.
            MOVE TABPEN-DATA (WRK-IND-PEND)
                                       TO WRK-PEND-DATA.
            MOVE TABPEN-FONE (WRK-IND-PEND)
                                       TO CLIENTES-FONE.
            READ CLIENTES WITH LOCK.
            IF CLIENTES-STATUS EQUAL 23
               MOVE SPACES             TO CLIENTES-REG
               MOVE TABPEN-FONE (WRK-IND-PEND)
                                       TO CLIENTES-FONE
               DISPLAY TELA
               DISPLAY TELA-REGISTRO
               DISPLAY TELA-PENDENCIA
               MOVE 'TELEFONE NAO CONSTA NO CADASTRO'
                                       TO WRK-MSG
               GO TO 3830-PERGUNTAR
            END-IF.
            IF CLIENTES-STATUS NOT EQUAL 0
               IF CLIENTES-BLOQUEADO
                  MOVE 'EM USO POR OUTRO TERMINAL'
                                       TO WRK-MSG
               ELSE
                  UNLOCK CLIENTES
                  MOVE 'ERRO NA LEITURA DO REGISTRO'
                                       TO WRK-MSG
               END-IF
               MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA
               ACCEPT MENSAGEM-ERRO
               GO TO 3830-END-PERFORM
            END-IF.
            DISPLAY TELA.
            DISPLAY TELA-REGISTRO.
            DISPLAY TELA-PENDENCIA.
            MOVE CLIENTES-FONE         TO WRK-SOL-FONE-BUSCA.
            PERFORM 4050-VERIFICARSOLICITACAO THRU 4050-END-PERFORM.
            DISPLAY TELA-AVISO-SOL.
            MOVE 'REGISTRO ENCONTRADO!'
                                       TO WRK-MSG.
            MOVE 'DESEJA ALTERAR? (S/N)'
                                       TO WRK-MSG-CONFIRMA.
            MOVE SPACES                TO WRK-TECLA.
            ACCEPT MENSAGEM-SUCESSO.
            IF WRK-TECLA NOT EQUAL 'S'
               UNLOCK CLIENTES
               MOVE 'TRATAMENTO DA PENDENCIA'
                                       TO WRK-MSG
               GO TO 3830-PERGUNTAR
            END-IF.
            PERFORM 2310-EDITARCAMPOS THRU 2310-END-PERFORM.
            IF DADOS-VALIDOS-NAO
               UNLOCK CLIENTES
               GO TO 3830-PERGUNTAR
            END-IF.
            REWRITE CLIENTES-REG.
            UNLOCK CLIENTES.
            MOVE 'ALTERAR'             TO WRK-LOG-OPERACAO.
            MOVE CLIENTES-FONE         TO WRK-LOG-CLIENTES-FONE.
            MOVE CLIENTES-NOME         TO WRK-LOG-NOME-DEPOIS.
            MOVE CLIENTES-EMAIL        TO WRK-LOG-EMAIL-DEPOIS.
            PERFORM 2800-GRAVARLOG THRU 2800-END-PERFORM.
            MOVE 'REGISTRO ALTERADO'   TO WRK-MSG.
       3830-PERGUNTAR.
            MOVE 'RESOLVIDA? (S/N)'    TO WRK-MSG-CONFIRMA.
            MOVE SPACES                TO WRK-TECLA.
            ACCEPT MENSAGEM-SUCESSO.
            PERFORM 3840-ATUALIZAR-PENDENCIA THRU 3840-END-PERFORM.
            MOVE SPACES                TO CLIENTES-REG WRK-TECLA.
       3830-END-PERFORM.

      *    RESPOSTA 'S' FECHA A PENDENCIA; QUALQUER OUTRA A DEIXA EM
      *    TRATAMENTO. EM AMBOS OS CASOS FICAM A DATA E A MATRICULA
      *    DE QUEM TRATOU.
       3840-ATUALIZAR-PENDENCIA.
            OPEN I-O PENDENCIA.
            IF PENDENCIA-STATUS NOT EQUAL 0
               MOVE 'ERRO AO ABRIR PENDENCIAS'
                                       TO WRK-MSG
               MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA
               ACCEPT MENSAGEM-ERRO
               GO TO 3840-END-PERFORM
            END-IF.
            MOVE TABPEN-FONE (WRK-IND-PEND)
                                       TO PEND-FONE.
            MOVE TABPEN-SEQ (WRK-IND-PEND)
                                       TO PEND-SEQ.
            READ PENDENCIA WITH LOCK.
            IF PENDENCIA-STATUS NOT EQUAL 0
               IF PENDENCIA-STATUS EQUAL 51
                  MOVE 'PENDENCIA EM USO EM OUTRO TERM.'
                                       TO WRK-MSG
               ELSE
                  MOVE 'PENDENCIA NAO ENCONTRADA'
                                       TO WRK-MSG
               END-IF
               MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA
               ACCEPT MENSAGEM-ERRO
               CLOSE PENDENCIA
               GO TO 3840-END-PERFORM
            END-IF.
            IF WRK-TECLA EQUAL 'S'
               SET PEND-RESOLVIDA      TO TRUE
            ELSE
               SET PEND-TRATAMENTO     TO TRUE
            END-IF.
            ACCEPT PEND-DATA-SITUACAO  FROM DATE YYYYMMDD.
            MOVE WRK-OPERADOR          TO PEND-OPERADOR.
            REWRITE PENDENCIA-REG.
            UNLOCK PENDENCIA.
            CLOSE PENDENCIA.
            MOVE PEND-SITUACAO         TO TABPEN-SIT (WRK-IND-PEND).
       3840-END-PERFORM.

      *    DUPLA APROVACAO (QUATRO OLHOS): O OPERADOR COMUM NAO
      *    EXCLUI NEM FUNDE CADASTROS. ELE REGISTRA UMA SOLICITACAO
      *    COM MOTIVO EM SOLICIT.DAT E O SUPERVISOR A APROVA OU
      *    RECUSA NA OPCAO S. A OPERACAO SO E EXECUTADA NA
      *    APROVACAO E O LOG SAI COM AS DUAS MATRICULAS: A DO
      *    SUPERVISOR EM LOG-OPERADOR E A DE QUEM PEDIU EM
      *    LOG-SOLICITANTE.
       4000-SOLICITAREXCLUSAO.
            MOVE SPACES                TO MENSAGEM.
            MOVE 'MODULO - SOLICITAR EXCLUSAO'
                                       TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-REGISTRO.
            ACCEPT CAMPO-CHAVE.
            MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA.
            MOVE SPACES                TO WRK-TECLA.
            READ CLIENTES
                INVALID KEY
                    MOVE 'REGISTRO NAO ENCONTRADO!'
                                       TO WRK-MSG
                    ACCEPT MENSAGEM-ERRO
                    GO TO 4000-END-PERFORM
            END-READ.
            IF CLIENTES-INATIVO
               MOVE 'CLIENTE JA ESTA INATIVO!'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4000-END-PERFORM
            END-IF.
            DISPLAY OUTROS-CAMPOS.
            DISPLAY CAMPO-SITUACAO.
            MOVE CLIENTES-FONE         TO WRK-SOL-FONE-BUSCA.
            PERFORM 4050-VERIFICARSOLICITACAO THRU 4050-END-PERFORM.
            IF WRK-SOL-AVISO NOT EQUAL SPACES
               DISPLAY TELA-AVISO-SOL
               MOVE 'JA EXISTE SOLICITACAO PENDENTE'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4000-END-PERFORM
            END-IF.
            MOVE SPACES                TO WRK-SOL-MOTIVO.
            ACCEPT TELA-SOLICITACAO.
            IF WRK-SOL-MOTIVO EQUAL SPACES
               MOVE 'INFORME O MOTIVO' TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4000-END-PERFORM
            END-IF.
            MOVE 'REGISTRO ENCONTRADO!'
                                       TO WRK-MSG.
            MOVE 'SOLICITAR EXCLUSAO? (S/N)'
                                       TO WRK-MSG-CONFIRMA.
            ACCEPT MENSAGEM-SUCESSO.
            IF WRK-TECLA NOT EQUAL 'S'
               GO TO 4000-END-PERFORM
            END-IF.
            MOVE 'E'                   TO WRK-SOL-TIPO.
            MOVE CLIENTES-FONE         TO WRK-SOL-FONE.
            MOVE ZEROS                 TO WRK-SOL-DUPLIC.
            PERFORM 4150-GRAVARSOLICITACAO THRU 4150-END-PERFORM.
            MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA.
            MOVE SPACES                TO WRK-TECLA.
            ACCEPT MENSAGEM-SUCESSO.
       4000-END-PERFORM.

      *    PROCURA SOLICITACAO PENDENTE QUE ENVOLVA O TELEFONE EM
      *    WRK-SOL-FONE-BUSCA, SEJA COMO CHAVE (EXCLUSAO OU
      *    SOBREVIVENTE DA FUSAO) SEJA COMO DUPLICADO DA FUSAO, E
      *    DEVOLVE O AVISO PARA A TELA EM WRK-SOL-AVISO.
       4050-VERIFICARSOLICITACAO.
            MOVE SPACES                TO WRK-SOL-AVISO.
            OPEN INPUT SOLICITACAO.
            IF SOLICITACAO-STATUS NOT EQUAL 0
               GO TO 4050-END-PERFORM
            END-IF.
            MOVE WRK-SOL-FONE-BUSCA    TO SOL-FONE.
            MOVE ZEROS                 TO SOL-SEQ.
            START SOLICITACAO KEY IS NOT LESS THAN SOL-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ SOLICITACAO NEXT
                        AT END MOVE 10 TO SOLICITACAO-STATUS
                    END-READ
                    PERFORM UNTIL SOLICITACAO-STATUS EQUAL 10
                            OR SOL-FONE NOT EQUAL WRK-SOL-FONE-BUSCA
                            IF SOL-PENDENTE AND SOL-EXCLUSAO
                               MOVE 'EXCLUSAO PENDENTE DE APROVACAO'
                                       TO WRK-SOL-AVISO
                            END-IF
                            IF SOL-PENDENTE AND SOL-FUSAO
                               MOVE 'FUSAO PENDENTE DE APROVACAO'
                                       TO WRK-SOL-AVISO
                            END-IF
                            READ SOLICITACAO NEXT
                                AT END MOVE 10
                                       TO SOLICITACAO-STATUS
                            END-READ
                    END-PERFORM
            END-START.
            IF WRK-SOL-AVISO NOT EQUAL SPACES
               CLOSE SOLICITACAO
               GO TO 4050-END-PERFORM
            END-IF.
            MOVE WRK-SOL-FONE-BUSCA    TO SOL-FONE-DUPLIC.
            START SOLICITACAO KEY IS EQUAL TO SOL-FONE-DUPLIC
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ SOLICITACAO NEXT
                        AT END MOVE 10 TO SOLICITACAO-STATUS
                    END-READ
                    PERFORM UNTIL SOLICITACAO-STATUS EQUAL 10
                            OR SOL-FONE-DUPLIC
                               NOT EQUAL WRK-SOL-FONE-BUSCA
                            IF SOL-PENDENTE
                               MOVE 'FUSAO PENDENTE DE APROVACAO'
                                       TO WRK-SOL-AVISO
                            END-IF
                            READ SOLICITACAO NEXT
                                AT END MOVE 10
                                       TO SOLICITACAO-STATUS
                            END-READ
                    END-PERFORM
            END-START.
            CLOSE SOLICITACAO.
       4050-END-PERFORM.

      *    A SOLICITACAO DE FUSAO SO NOMEIA OS DOIS TELEFONES; A
      *    ESCOLHA CAMPO A CAMPO DO QUE PREVALECE FICA COM O
      *    SUPERVISOR NA HORA DA APROVACAO.
       4100-SOLICITARFUSAO.
            MOVE SPACES                TO MENSAGEM.
            MOVE 'MODULO - SOLICITAR FUSAO'
                                       TO WRK-MODULO.
            DISPLAY TELA.
            MOVE ZEROS                 TO WRK-FUS-SOBREV
                                          WRK-FUS-DUPLIC.
            ACCEPT TELA-FUSAO.
            MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA.
            MOVE SPACES                TO WRK-TECLA.
            IF WRK-FUS-SOBREV EQUAL ZEROS
               OR WRK-FUS-DUPLIC EQUAL ZEROS
               OR WRK-FUS-SOBREV EQUAL WRK-FUS-DUPLIC
               MOVE 'TELEFONES INVALIDOS'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4100-END-PERFORM
            END-IF.
            MOVE SPACES                TO CLIENTES-REG.
            MOVE WRK-FUS-DUPLIC        TO CLIENTES-FONE.
            READ CLIENTES
                INVALID KEY
                    MOVE 'DUPLICADO NAO ENCONTRADO'
                                       TO WRK-MSG
                    ACCEPT MENSAGEM-ERRO
                    GO TO 4100-END-PERFORM
            END-READ.
            IF CLIENTES-INATIVO
               MOVE 'DUPLICADO JA ESTA INATIVO'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4100-END-PERFORM
            END-IF.
            MOVE CLIENTES-NOME         TO WRK-DUP-NOME.
            MOVE SPACES                TO CLIENTES-REG.
            MOVE WRK-FUS-SOBREV        TO CLIENTES-FONE.
            READ CLIENTES
                INVALID KEY
                    MOVE 'SOBREVIVENTE NAO ENCONTRADO'
                                       TO WRK-MSG
                    ACCEPT MENSAGEM-ERRO
                    GO TO 4100-END-PERFORM
            END-READ.
            MOVE WRK-FUS-SOBREV        TO WRK-SOL-FONE-BUSCA.
            PERFORM 4050-VERIFICARSOLICITACAO THRU 4050-END-PERFORM.
            IF WRK-SOL-AVISO EQUAL SPACES
               MOVE WRK-FUS-DUPLIC     TO WRK-SOL-FONE-BUSCA
               PERFORM 4050-VERIFICARSOLICITACAO
                       THRU 4050-END-PERFORM
            END-IF.
            IF WRK-SOL-AVISO NOT EQUAL SPACES
               DISPLAY TELA-AVISO-SOL
               MOVE 'JA EXISTE SOLICITACAO PENDENTE'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4100-END-PERFORM
            END-IF.
            DISPLAY ' '.
            DISPLAY '1) SOBREVIVENTE: ' CLIENTES-NOME.
            DISPLAY '2) DUPLICADO...: ' WRK-DUP-NOME.
            MOVE SPACES                TO WRK-SOL-MOTIVO.
            ACCEPT TELA-SOLICITACAO.
            IF WRK-SOL-MOTIVO EQUAL SPACES
               MOVE 'INFORME O MOTIVO' TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4100-END-PERFORM
            END-IF.
            MOVE 'CADASTROS ENCONTRADOS'
                                       TO WRK-MSG.
            MOVE 'SOLICITAR FUSAO? (S/N)'
                                       TO WRK-MSG-CONFIRMA.
            ACCEPT MENSAGEM-SUCESSO.
            IF WRK-TECLA NOT EQUAL 'S'
               GO TO 4100-END-PERFORM
            END-IF.
            MOVE 'F'                   TO WRK-SOL-TIPO.
            MOVE WRK-FUS-SOBREV        TO WRK-SOL-FONE.
            MOVE WRK-FUS-DUPLIC        TO WRK-SOL-DUPLIC.
            PERFORM 4150-GRAVARSOLICITACAO THRU 4150-END-PERFORM.
            MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA.
            MOVE SPACES                TO WRK-TECLA.
            ACCEPT MENSAGEM-SUCESSO.
       4100-END-PERFORM.

      *    GRAVA A SOLICITACAO COM A PROXIMA SEQUENCIA DO TELEFONE,
      *    COMO EM CONTATOS.DAT.
       4150-GRAVARSOLICITACAO.
            OPEN I-O SOLICITACAO.
            IF SOLICITACAO-STATUS = 35
               OPEN OUTPUT SOLICITACAO
               CLOSE SOLICITACAO
               OPEN I-O SOLICITACAO
            END-IF.
            IF SOLICITACAO-STATUS NOT EQUAL 0
               MOVE 'ERRO AO ABRIR SOLICITACOES'
                                       TO WRK-MSG
               GO TO 4150-END-PERFORM
            END-IF.
            MOVE ZEROS                 TO WRK-SOL-ULTSEQ.
            MOVE WRK-SOL-FONE          TO SOL-FONE.
            MOVE ZEROS                 TO SOL-SEQ.
            START SOLICITACAO KEY IS NOT LESS THAN SOL-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ SOLICITACAO NEXT
                        AT END MOVE 10 TO SOLICITACAO-STATUS
                    END-READ
                    PERFORM UNTIL SOLICITACAO-STATUS EQUAL 10
                            OR SOL-FONE NOT EQUAL WRK-SOL-FONE
                            MOVE SOL-SEQ
                                       TO WRK-SOL-ULTSEQ
                            READ SOLICITACAO NEXT
                                AT END MOVE 10
                                       TO SOLICITACAO-STATUS
                            END-READ
                    END-PERFORM
            END-START.
            MOVE WRK-SOL-FONE          TO SOL-FONE.
            COMPUTE SOL-SEQ = WRK-SOL-ULTSEQ + 1.
            MOVE WRK-SOL-TIPO          TO SOL-TIPO.
            MOVE WRK-SOL-DUPLIC        TO SOL-FONE-DUPLIC.
            MOVE WRK-SOL-MOTIVO        TO SOL-MOTIVO.
            ACCEPT SOL-DATA-PEDIDO     FROM DATE YYYYMMDD.
            MOVE WRK-OPERADOR          TO SOL-OPER-PEDIDO.
            SET SOL-PENDENTE           TO TRUE.
            MOVE ZEROS                 TO SOL-DATA-DECISAO.
            MOVE SPACES                TO SOL-OPER-DECISAO
                                          SOL-JUSTIFICATIVA.
            WRITE SOLICITACAO-REG
                  INVALID KEY
                      MOVE 'ERRO AO GRAVAR SOLICITACAO'
                                       TO WRK-MSG
                  NOT INVALID KEY
                      MOVE 'SOLICITACAO REGISTRADA'
                                       TO WRK-MSG
            END-WRITE.
            CLOSE SOLICITACAO.
       4150-END-PERFORM.

      *    FILA DO SUPERVISOR: SOLICITACOES PENDENTES PAGINADAS DE
      *    15 EM 15. A LINHA ESCOLHIDA MOSTRA O PEDIDO E O
      *    SUPERVISOR APROVA (A OPERACAO E EXECUTADA NA HORA) OU
      *    RECUSA COM JUSTIFICATIVA.
       4200-SOLICITACOES.
            MOVE SPACES                TO WRK-MSG-CONFIRMA
                                          MENSAGEM WRK-TECLA.
            MOVE 'MODULO - SOLICITACOES'
                                       TO WRK-MODULO.
            DISPLAY TELA.
            PERFORM 4210-CARREGAR-SOLICITACOES
                    THRU 4210-END-PERFORM.
            IF WRK-QTD-SOL EQUAL ZEROS
               MOVE 'NENHUMA SOLICITACAO PENDENTE'
                                       TO WRK-MSG
               MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA
               ACCEPT MENSAGEM-SUCESSO
               GO TO 4200-END-PERFORM
            END-IF.
            COMPUTE WRK-PAG-TOTAL =
                    (WRK-QTD-SOL + 14) / 15.
            MOVE 1                     TO WRK-PAG-ATUAL.
       4200-PAGINAR.
            PERFORM 4220-MOSTRAR-PAGINA THRU 4220-END-PERFORM.
            MOVE SPACES                TO WRK-SEL-X.
            ACCEPT TELA-BROWSE.
            EVALUATE WRK-SEL-X
                WHEN 'F '
                    IF WRK-PAG-ATUAL LESS WRK-PAG-TOTAL
                       ADD 1           TO WRK-PAG-ATUAL
                    END-IF
                    GO TO 4200-PAGINAR
                WHEN 'V '
                    IF WRK-PAG-ATUAL GREATER 1
                       SUBTRACT 1      FROM WRK-PAG-ATUAL
                    END-IF
                    GO TO 4200-PAGINAR
                WHEN 'X '
                    GO TO 4200-END-PERFORM
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
      *     SELECAO DE LINHA: ACEITA '3' OU '03'.
            IF WRK-SEL-X (2:1) EQUAL SPACE
               MOVE WRK-SEL-X (1:1)    TO WRK-SEL-X (2:1)
               MOVE '0'                TO WRK-SEL-X (1:1)
            END-IF.
            IF WRK-SEL-X IS NOT NUMERIC
               GO TO 4200-PAGINAR
            END-IF.
            IF WRK-SEL-9 EQUAL ZEROS
               OR WRK-SEL-9 GREATER 15
               GO TO 4200-PAGINAR
            END-IF.
            COMPUTE WRK-IND-SOL =
                    (WRK-PAG-ATUAL - 1) * 15 + WRK-SEL-9.
            IF WRK-IND-SOL GREATER WRK-QTD-SOL
               GO TO 4200-PAGINAR
            END-IF.
            IF TABSOL-SIT (WRK-IND-SOL) NOT EQUAL 'P'
               GO TO 4200-PAGINAR
            END-IF.
            PERFORM 4230-DECIDIR-SOLICITACAO THRU 4230-END-PERFORM.
            GO TO 4200-PAGINAR.
       4200-END-PERFORM.

       4210-CARREGAR-SOLICITACOES.
            MOVE ZEROS                 TO WRK-QTD-SOL.
            OPEN INPUT SOLICITACAO.
            IF SOLICITACAO-STATUS NOT EQUAL 0
               GO TO 4210-END-PERFORM
            END-IF.
            READ SOLICITACAO NEXT
                AT END MOVE 10         TO SOLICITACAO-STATUS
            END-READ.
            PERFORM UNTIL SOLICITACAO-STATUS EQUAL 10
                    OR WRK-QTD-SOL GREATER OR EQUAL 300
                    IF SOL-PENDENTE
                       ADD 1           TO WRK-QTD-SOL
                       MOVE SOL-FONE   TO TABSOL-FONE (WRK-QTD-SOL)
                       MOVE SOL-SEQ    TO TABSOL-SEQ (WRK-QTD-SOL)
                       MOVE SOL-TIPO   TO TABSOL-TIPO (WRK-QTD-SOL)
                       MOVE SOL-FONE-DUPLIC
                                       TO TABSOL-DUPLIC (WRK-QTD-SOL)
                       MOVE SOL-MOTIVO TO TABSOL-MOTIVO (WRK-QTD-SOL)
                       MOVE SOL-DATA-PEDIDO
                                       TO TABSOL-DATA (WRK-QTD-SOL)
                       MOVE SOL-OPER-PEDIDO
                                       TO TABSOL-OPER (WRK-QTD-SOL)
                       MOVE SOL-SITUACAO
                                       TO TABSOL-SIT (WRK-QTD-SOL)
                    END-IF
                    READ SOLICITACAO NEXT
                        AT END MOVE 10 TO SOLICITACAO-STATUS
                    END-READ
            END-PERFORM.
            CLOSE SOLICITACAO.
       4210-END-PERFORM.

       4220-MOSTRAR-PAGINA.
            DISPLAY TELA.
            MOVE WRK-PAG-ATUAL         TO WRK-PAG-ATUAL-ED.
            MOVE WRK-PAG-TOTAL         TO WRK-PAG-TOTAL-ED.
            DISPLAY ' '.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY '*       SOLICITACOES PENDENTES            *'.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY 'PAGINA ' WRK-PAG-ATUAL-ED ' DE '
                    WRK-PAG-TOTAL-ED
                    '   (E=EXCLUSAO F=FUSAO)'.
            PERFORM VARYING WRK-LIN FROM 1 BY 1
                    UNTIL WRK-LIN GREATER 15
                    COMPUTE WRK-IND-SOL =
                            (WRK-PAG-ATUAL - 1) * 15 + WRK-LIN
                    IF WRK-IND-SOL NOT GREATER WRK-QTD-SOL
                       MOVE WRK-LIN    TO WRK-LIN-ED
                       DISPLAY WRK-LIN-ED ' '
                               TABSOL-TIPO (WRK-IND-SOL) ' '
                               TABSOL-FONE (WRK-IND-SOL) ' '
                               TABSOL-DUPLIC (WRK-IND-SOL) ' '
                               TABSOL-DATA (WRK-IND-SOL) ' '
                               TABSOL-OPER (WRK-IND-SOL) ' '
                               TABSOL-SIT (WRK-IND-SOL) ' '
                               TABSOL-MOTIVO (WRK-IND-SOL) (1:26)
                    END-IF
            END-PERFORM.
            IF WRK-QTD-SOL GREATER OR EQUAL 300
               DISPLAY 'LIMITE DE 300 SOLICITACOES NA TELA'
            END-IF.
       4220-END-PERFORM.

      *    QUEM PEDIU NAO PODE DECIDIR O PROPRIO PEDIDO, AINDA QUE
      *    TENHA PASSADO A SUPERVISOR DEPOIS DE REGISTRA-LO.
       4230-DECIDIR-SOLICITACAO.
            MOVE TABSOL-TIPO (WRK-IND-SOL)
                                       TO WRK-SOL-TIPO.
            MOVE TABSOL-FONE (WRK-IND-SOL)
                                       TO WRK-SOL-FONE.
            MOVE TABSOL-DUPLIC (WRK-IND-SOL)
                                       TO WRK-SOL-DUPLIC.
            MOVE TABSOL-MOTIVO (WRK-IND-SOL)
                                       TO WRK-SOL-MOTIVO.
            MOVE TABSOL-OPER (WRK-IND-SOL)
                                       TO WRK-SOL-OPER-PEDIDO.
            DISPLAY TELA.
            DISPLAY ' '.
            DISPLAY '*-----------------------------------------*'.
            IF WRK-SOL-TIPO EQUAL 'E'
               DISPLAY '*       SOLICITACAO DE EXCLUSAO           *'
            ELSE
               DISPLAY '*       SOLICITACAO DE FUSAO              *'
            END-IF.
            DISPLAY '*-----------------------------------------*'.
            IF WRK-SOL-TIPO EQUAL 'E'
               DISPLAY 'TELEFONE.....: ' WRK-SOL-FONE
            ELSE
               DISPLAY 'SOBREVIVENTE.: ' WRK-SOL-FONE
               DISPLAY 'DUPLICADO....: ' WRK-SOL-DUPLIC
            END-IF.
            DISPLAY 'SOLICITANTE..: ' WRK-SOL-OPER-PEDIDO
                    ' EM ' TABSOL-DATA (WRK-IND-SOL).
            DISPLAY 'MOTIVO.......: ' WRK-SOL-MOTIVO.
            MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA.
            IF WRK-SOL-OPER-PEDIDO EQUAL WRK-OPERADOR
               MOVE 'PEDIDO FEITO PELO PROPRIO'
                                       TO WRK-MSG
               MOVE SPACES             TO WRK-TECLA
               ACCEPT MENSAGEM-ERRO
               GO TO 4230-END-PERFORM
            END-IF.
            MOVE SPACES                TO WRK-TECLA.
            ACCEPT TELA-DECISAO.
            EVALUATE WRK-TECLA
                WHEN 'A'
                    PERFORM 4240-APROVAR THRU 4240-END-PERFORM
                WHEN 'R'
                    PERFORM 4250-RECUSAR THRU 4250-END-PERFORM
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            MOVE SPACES                TO CLIENTES-REG WRK-TECLA.
       4230-END-PERFORM.

      *    A APROVACAO EXECUTA A OPERACAO PELOS MESMOS CAMINHOS DO
      *    SUPERVISOR (A FUSAO PELA 3610, COM A ESCOLHA DE CAMPOS) E
      *    SO FECHA A SOLICITACAO SE A OPERACAO FOI CONCLUIDA.
       4240-APROVAR.
            SET OPERACAO-FEITA-NAO     TO TRUE.
            MOVE WRK-SOL-OPER-PEDIDO   TO WRK-LOG-SOLICITANTE.
            IF WRK-SOL-TIPO EQUAL 'E'
               PERFORM 4260-EXCLUIR-APROVADA THRU 4260-END-PERFORM
            ELSE
               MOVE 'MODULO - FUSAO DE CADASTROS'
                                       TO WRK-MODULO
               MOVE WRK-SOL-FONE       TO WRK-FUS-SOBREV
               MOVE WRK-SOL-DUPLIC     TO WRK-FUS-DUPLIC
               DISPLAY TELA
               DISPLAY TELA-FUSAO
               PERFORM 3610-EXECUTARFUSAO THRU 3610-END-PERFORM
            END-IF.
            MOVE SPACES                TO WRK-LOG-SOLICITANTE.
            MOVE 'MODULO - SOLICITACOES'
                                       TO WRK-MODULO.
            IF OPERACAO-FEITA-NAO
               GO TO 4240-END-PERFORM
            END-IF.
            MOVE 'A'                   TO WRK-SOL-DECISAO.
            MOVE SPACES                TO WRK-SOL-JUSTIF.
            PERFORM 4270-REGISTRAR-DECISAO THRU 4270-END-PERFORM.
       4240-END-PERFORM.

       4250-RECUSAR.
            MOVE SPACES                TO WRK-SOL-JUSTIF.
            ACCEPT TELA-JUSTIFICATIVA.
            IF WRK-SOL-JUSTIF EQUAL SPACES
               MOVE 'INFORME A JUSTIFICATIVA'
                                       TO WRK-MSG
               MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA
               MOVE SPACES             TO WRK-TECLA
               ACCEPT MENSAGEM-ERRO
               GO TO 4250-END-PERFORM
            END-IF.
            MOVE 'R'                   TO WRK-SOL-DECISAO.
            PERFORM 4270-REGISTRAR-DECISAO THRU 4270-END-PERFORM.
       4250-END-PERFORM.

      *    EXCLUSAO APROVADA: MESMO FLUXO DA OPCAO 4, SEM REDIGITAR
      *    O TELEFONE.
       4260-EXCLUIR-APROVADA.
            MOVE 'MODULO - EXCLUIR'    TO WRK-MODULO.
            MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA.
            MOVE SPACES                TO CLIENTES-REG WRK-TECLA.
            MOVE WRK-SOL-FONE          TO CLIENTES-FONE.
            READ CLIENTES WITH LOCK.
            IF CLIENTES-STATUS NOT EQUAL 0
               IF CLIENTES-STATUS EQUAL 23
                  MOVE 'REGISTRO NAO ENCONTRADO!'
                                       TO WRK-MSG
               ELSE
                  IF CLIENTES-BLOQUEADO
                     MOVE 'EM USO POR OUTRO TERMINAL'
                                       TO WRK-MSG
                  ELSE
                     UNLOCK CLIENTES
                     MOVE 'ERRO NA LEITURA DO REGISTRO'
                                       TO WRK-MSG
                  END-IF
               END-IF
               ACCEPT MENSAGEM-ERRO
               GO TO 4260-END-PERFORM
            END-IF.
            DISPLAY TELA.
            DISPLAY TELA-REGISTRO.
            IF CLIENTES-INATIVO
               UNLOCK CLIENTES
               MOVE 'CLIENTE JA ESTA INATIVO!'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4260-END-PERFORM
            END-IF.
            MOVE 'REGISTRO ENCONTRADO!'
                                       TO WRK-MSG.
            MOVE 'DESEJA EXCLUIR? (S/N)'
                                       TO WRK-MSG-CONFIRMA.
            MOVE CLIENTES-FONE         TO WRK-VIN-FONE.
            PERFORM 4455-CONTARVINCULOS THRU 4455-END-PERFORM.
            IF WRK-VIN-QTD GREATER ZEROS
               DISPLAY TELA-AVISO-VIN
               MOVE 'ATENCAO: CLIENTE TEM VINCULOS'
                                       TO WRK-MSG
               MOVE 'EXCLUIR MESMO ASSIM?(S/N)'
                                       TO WRK-MSG-CONFIRMA
               ACCEPT MENSAGEM-ERRO
            ELSE
               ACCEPT MENSAGEM-SUCESSO
            END-IF.
            IF WRK-TECLA NOT EQUAL 'S'
               UNLOCK CLIENTES
               GO TO 4260-END-PERFORM
            END-IF.
            MOVE CLIENTES-NOME         TO WRK-LOG-NOME-ANTES.
            MOVE CLIENTES-EMAIL        TO WRK-LOG-EMAIL-ANTES.
            MOVE CLIENTES-FONE         TO WRK-LOG-CLIENTES-FONE.
            SET CLIENTES-INATIVO       TO TRUE.
            REWRITE CLIENTES-REG.
            UNLOCK CLIENTES.
            MOVE 'EXCLUIR'             TO WRK-LOG-OPERACAO.
            MOVE CLIENTES-NOME         TO WRK-LOG-NOME-DEPOIS.
            MOVE CLIENTES-EMAIL        TO WRK-LOG-EMAIL-DEPOIS.
            PERFORM 2800-GRAVARLOG THRU 2800-END-PERFORM.
            SET OPERACAO-FEITA-SIM     TO TRUE.
       4260-END-PERFORM.

      *    FECHA A SOLICITACAO COM A DECISAO, A DATA E A MATRICULA
      *    DO SUPERVISOR. SE OUTRO SUPERVISOR JA DECIDIU NESSE MEIO
      *    TEMPO, A PRIMEIRA DECISAO PREVALECE.
       4270-REGISTRAR-DECISAO.
            MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA.
            MOVE SPACES                TO WRK-TECLA.
            OPEN I-O SOLICITACAO.
            IF SOLICITACAO-STATUS NOT EQUAL 0
               MOVE 'ERRO AO ABRIR SOLICITACOES'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4270-END-PERFORM
            END-IF.
            MOVE TABSOL-FONE (WRK-IND-SOL)
                                       TO SOL-FONE.
            MOVE TABSOL-SEQ (WRK-IND-SOL)
                                       TO SOL-SEQ.
            READ SOLICITACAO WITH LOCK.
            IF SOLICITACAO-STATUS NOT EQUAL 0
               MOVE 'SOLICITACAO NAO ENCONTRADA'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               CLOSE SOLICITACAO
               GO TO 4270-END-PERFORM
            END-IF.
            IF NOT SOL-PENDENTE
               UNLOCK SOLICITACAO
               CLOSE SOLICITACAO
               MOVE SOL-SITUACAO       TO TABSOL-SIT (WRK-IND-SOL)
               MOVE 'SOLICITACAO JA DECIDIDA'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4270-END-PERFORM
            END-IF.
            MOVE WRK-SOL-DECISAO       TO SOL-SITUACAO.
            ACCEPT SOL-DATA-DECISAO    FROM DATE YYYYMMDD.
            MOVE WRK-OPERADOR          TO SOL-OPER-DECISAO.
            MOVE WRK-SOL-JUSTIF        TO SOL-JUSTIFICATIVA.
            REWRITE SOLICITACAO-REG.
            UNLOCK SOLICITACAO.
            CLOSE SOLICITACAO.
            MOVE SOL-SITUACAO          TO TABSOL-SIT (WRK-IND-SOL).
            IF SOL-APROVADA
               MOVE 'SOLICITACAO APROVADA'
                                       TO WRK-MSG
            ELSE
               MOVE 'SOLICITACAO RECUSADA'
                                       TO WRK-MSG
            END-IF.
            ACCEPT MENSAGEM-SUCESSO.
       4270-END-PERFORM.

      *    PAR APONTADO PELO CLIDUPL (DUPLIC.TXT) QUE O SUPERVISOR
      *    CONFERIU E QUE NAO E A MESMA PESSOA: FICA REGISTRADO EM
      *    DUPNAO.DAT E SAI DAS RODADAS SEGUINTES. UM PAR JA
      *    MARCADO PODE SER DESMARCADO PELA MESMA OPCAO. O ARQUIVO E
      *    ABERTO SO PELO TEMPO DO COMANDO.
       4300-NAODUPLICADOS.
            MOVE SPACES                TO MENSAGEM.
            MOVE 'MODULO - NAO SAO DUPLICADOS'
                                       TO WRK-MODULO.
            DISPLAY TELA.
            MOVE ZEROS                 TO WRK-DNA-FONE-A
                                          WRK-DNA-FONE-B.
            MOVE SPACES                TO WRK-DNA-NOME-A
                                          WRK-DNA-NOME-B.
            ACCEPT NAODUP-FONES.
            MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA.
            MOVE SPACES                TO WRK-TECLA.
            IF WRK-DNA-FONE-A EQUAL ZEROS
               OR WRK-DNA-FONE-B EQUAL ZEROS
               OR WRK-DNA-FONE-A EQUAL WRK-DNA-FONE-B
               MOVE 'TELEFONES INVALIDOS'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4300-END-PERFORM
            END-IF.
            MOVE SPACES                TO CLIENTES-REG.
            MOVE WRK-DNA-FONE-A        TO CLIENTES-FONE.
            READ CLIENTES
                INVALID KEY
                    MOVE 'PRIMEIRO NAO ENCONTRADO'
                                       TO WRK-MSG
                    ACCEPT MENSAGEM-ERRO
                    GO TO 4300-END-PERFORM
            END-READ.
            MOVE CLIENTES-NOME         TO WRK-DNA-NOME-A.
            MOVE SPACES                TO CLIENTES-REG.
            MOVE WRK-DNA-FONE-B        TO CLIENTES-FONE.
            READ CLIENTES
                INVALID KEY
                    MOVE 'SEGUNDO NAO ENCONTRADO'
                                       TO WRK-MSG
                    ACCEPT MENSAGEM-ERRO
                    GO TO 4300-END-PERFORM
            END-READ.
            MOVE CLIENTES-NOME         TO WRK-DNA-NOME-B.
            MOVE SPACES                TO CLIENTES-REG.
            DISPLAY NAODUP-NOMES.
            OPEN I-O DUPNAO.
            IF DUPNAO-STATUS = 35
               OPEN OUTPUT DUPNAO
               CLOSE DUPNAO
               OPEN I-O DUPNAO
            END-IF.
            IF DUPNAO-STATUS NOT EQUAL 0
               MOVE 'ERRO AO ABRIR PARES DESCARTADOS'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4300-END-PERFORM
            END-IF.
            IF WRK-DNA-FONE-A LESS WRK-DNA-FONE-B
               MOVE WRK-DNA-FONE-A     TO DNA-FONE-1
               MOVE WRK-DNA-FONE-B     TO DNA-FONE-2
            ELSE
               MOVE WRK-DNA-FONE-B     TO DNA-FONE-1
               MOVE WRK-DNA-FONE-A     TO DNA-FONE-2
            END-IF.
            MOVE DNA-CHAVE             TO WRK-DNA-CHAVE.
            READ DUPNAO WITH LOCK.
            IF DUPNAO-STATUS EQUAL 0
               MOVE 'PAR JA MARCADO COMO DIFERENTE'
                                       TO WRK-MSG
               MOVE 'DESMARCAR O PAR? (S/N)'
                                       TO WRK-MSG-CONFIRMA
               ACCEPT MENSAGEM-ERRO
               IF WRK-TECLA EQUAL 'S'
                  DELETE DUPNAO
                  MOVE 'MARCACAO DESFEITA'
                                       TO WRK-MSG
               ELSE
                  UNLOCK DUPNAO
                  MOVE 'MARCACAO MANTIDA'
                                       TO WRK-MSG
               END-IF
            ELSE
               MOVE 'PESSOAS DIFERENTES?'
                                       TO WRK-MSG
               MOVE 'CONFIRMA MARCACAO? (S/N)'
                                       TO WRK-MSG-CONFIRMA
               ACCEPT MENSAGEM-SUCESSO
               IF WRK-TECLA EQUAL 'S'
                  MOVE SPACES          TO DUPNAO-REG
                  MOVE WRK-DNA-CHAVE   TO DNA-CHAVE
                  ACCEPT DNA-DATA      FROM DATE YYYYMMDD
                  MOVE WRK-OPERADOR    TO DNA-OPERADOR
                  WRITE DUPNAO-REG
                  MOVE 'PAR MARCADO COMO DIFERENTE'
                                       TO WRK-MSG
               ELSE
                  MOVE 'NADA FOI MARCADO'
                                       TO WRK-MSG
               END-IF
            END-IF.
            CLOSE DUPNAO.
            MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA.
            MOVE SPACES                TO WRK-TECLA.
            ACCEPT MENSAGEM-SUCESSO.
       4300-END-PERFORM.

      *    VINCULOS ENTRE CLIENTES (VINCULO.DAT): MATRIZ E FILIAL,
      *    RESPONSAVEL E SOCIO DE UMA EMPRESA. O PRINCIPAL E A
      *    MATRIZ OU A EMPRESA. A OPCAO S SUGERE AS FILIAIS PELA
      *    RAIZ DO CNPJ (OITO PRIMEIROS DIGITOS), A MESMA SUGESTAO
      *    FEITA AO INCLUIR UM CLIENTE COM CNPJ. O ARQUIVO E ABERTO
      *    SO PELO TEMPO DE CADA COMANDO.
       4400-MANUTENCAOVINCULO.
            MOVE SPACES                TO MENSAGEM.
            MOVE 'MODULO - VINCULOS DO CLIENTE'
                                       TO WRK-MODULO.
            DISPLAY TELA.
            MOVE SPACES                TO WRK-VIN-OPCAO
                                          WRK-VIN-TIPO
                                          WRK-VIN-NOME-PRINC
                                          WRK-VIN-NOME-VINC.
            MOVE ZEROS                 TO WRK-VIN-PRINC
                                          WRK-VIN-VINC.
            ACCEPT VINCULO-CAMPOS.
            EVALUATE WRK-VIN-OPCAO
                WHEN 'L'
                    PERFORM 4410-LISTARVINCULOS THRU 4410-END-PERFORM
                WHEN 'I'
                    PERFORM 4420-INCLUIRVINCULO THRU 4420-END-PERFORM
                WHEN 'D'
                    PERFORM 4430-DESFAZERVINCULO
                            THRU 4430-END-PERFORM
                WHEN 'S'
                    SET VIN-SILENCIOSO-NAO TO TRUE
                    PERFORM 4440-SUGERIRRAIZ THRU 4440-END-PERFORM
                WHEN 'X'
                    GO TO 4400-END-PERFORM
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            MOVE SPACES                TO CLIENTES-REG.
            GO TO 4400-MANUTENCAOVINCULO.
       4400-END-PERFORM.

       4410-LISTARVINCULOS.
            MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA.
            MOVE SPACES                TO WRK-TECLA CLIENTES-REG.
            MOVE WRK-VIN-PRINC         TO CLIENTES-FONE.
            READ CLIENTES
                INVALID KEY
                    MOVE 'CLIENTE NAO ENCONTRADO'
                                       TO WRK-MSG
                    ACCEPT MENSAGEM-ERRO
                    GO TO 4410-END-PERFORM
            END-READ.
            DISPLAY TELA.
            DISPLAY ' '.
            DISPLAY 'CLIENTE ' CLIENTES-FONE ' ' CLIENTES-NOME.
            MOVE CLIENTES-FONE         TO WRK-VIN-FONE.
            PERFORM 4460-MOSTRARVINCULOS THRU 4460-END-PERFORM.
            IF WRK-VIN-QTD EQUAL ZEROS
               MOVE 'NENHUM VINCULO CADASTRADO'
                                       TO WRK-MSG
            ELSE
               MOVE 'FIM DA LISTA'     TO WRK-MSG
            END-IF.
            ACCEPT MENSAGEM-SUCESSO.
       4410-END-PERFORM.

      *    INCLUSAO MANUAL. OS DOIS CLIENTES PRECISAM EXISTIR ATIVOS;
      *    MATRIZ E FILIAL SO ENTRE CNPJS DA MESMA RAIZ.
       4420-INCLUIRVINCULO.
            MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA.
            MOVE SPACES                TO WRK-TECLA.
            IF WRK-VIN-PRINC EQUAL ZEROS
               OR WRK-VIN-VINC EQUAL ZEROS
               OR WRK-VIN-PRINC EQUAL WRK-VIN-VINC
               MOVE 'TELEFONES INVALIDOS'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4420-END-PERFORM
            END-IF.
            IF WRK-VIN-TIPO NOT EQUAL 'M'
               AND WRK-VIN-TIPO NOT EQUAL 'R'
               AND WRK-VIN-TIPO NOT EQUAL 'S'
               MOVE 'TIPO DEVE SER M, R OU S'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4420-END-PERFORM
            END-IF.
            MOVE SPACES                TO CLIENTES-REG.
            MOVE WRK-VIN-PRINC         TO CLIENTES-FONE.
            READ CLIENTES
                INVALID KEY
                    MOVE 'PRINCIPAL NAO ENCONTRADO'
                                       TO WRK-MSG
                    ACCEPT MENSAGEM-ERRO
                    GO TO 4420-END-PERFORM
            END-READ.
            IF CLIENTES-INATIVO
               MOVE 'PRINCIPAL ESTA INATIVO'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4420-END-PERFORM
            END-IF.
            MOVE CLIENTES-NOME         TO WRK-VIN-NOME-PRINC.
            MOVE CLIENTES-CPF-CNPJ     TO WRK-VIN-CNPJ-PRINC.
            MOVE SPACES                TO CLIENTES-REG.
            MOVE WRK-VIN-VINC          TO CLIENTES-FONE.
            READ CLIENTES
                INVALID KEY
                    MOVE 'VINCULADO NAO ENCONTRADO'
                                       TO WRK-MSG
                    ACCEPT MENSAGEM-ERRO
                    GO TO 4420-END-PERFORM
            END-READ.
            IF CLIENTES-INATIVO
               MOVE 'VINCULADO ESTA INATIVO'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4420-END-PERFORM
            END-IF.
            MOVE CLIENTES-NOME         TO WRK-VIN-NOME-VINC.
            DISPLAY VINCULO-NOMES.
            IF WRK-VIN-TIPO EQUAL 'M'
               IF WRK-VIN-CNPJ-PRINC IS NOT NUMERIC
                  OR CLIENTES-CPF-CNPJ IS NOT NUMERIC
                  MOVE 'MATRIZ/FILIAL SO ENTRE CNPJS'
                                       TO WRK-MSG
                  ACCEPT MENSAGEM-ERRO
                  GO TO 4420-END-PERFORM
               END-IF
               IF WRK-VIN-CNPJ-PRINC (1:8)
                  NOT EQUAL CLIENTES-CPF-CNPJ (1:8)
                  MOVE 'RAIZ DO CNPJ DIFERENTE'
                                       TO WRK-MSG
                  ACCEPT MENSAGEM-ERRO
                  GO TO 4420-END-PERFORM
               END-IF
            END-IF.
            MOVE 'M'                   TO WRK-VIN-ORIGEM.
            PERFORM 4470-GRAVARVINCULO THRU 4470-END-PERFORM.
            ACCEPT MENSAGEM-SUCESSO.
       4420-END-PERFORM.

       4430-DESFAZERVINCULO.
            MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA.
            MOVE SPACES                TO WRK-TECLA.
            IF WRK-VIN-PRINC EQUAL ZEROS
               OR WRK-VIN-VINC EQUAL ZEROS
               MOVE 'TELEFONES INVALIDOS'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4430-END-PERFORM
            END-IF.
            OPEN I-O VINCULO.
            IF VINCULO-STATUS NOT EQUAL 0
               MOVE 'NENHUM VINCULO CADASTRADO'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4430-END-PERFORM
            END-IF.
            MOVE WRK-VIN-PRINC         TO VIN-FONE-PRINC.
            MOVE WRK-VIN-VINC          TO VIN-FONE-VINC.
            READ VINCULO WITH LOCK.
            IF VINCULO-STATUS EQUAL 0
               MOVE VIN-TIPO           TO WRK-VIN-TIPO
               DISPLAY VINCULO-CAMPOS
               MOVE 'VINCULO ENCONTRADO'
                                       TO WRK-MSG
               MOVE 'DESFAZER O VINCULO?(S/N)'
                                       TO WRK-MSG-CONFIRMA
               ACCEPT MENSAGEM-SUCESSO
               IF WRK-TECLA EQUAL 'S'
                  DELETE VINCULO
                  MOVE 'VINCULO DESFEITO'
                                       TO WRK-MSG
               ELSE
                  UNLOCK VINCULO
                  MOVE 'VINCULO MANTIDO'
                                       TO WRK-MSG
               END-IF
            ELSE
               IF VINCULO-STATUS EQUAL 23
                  MOVE 'VINCULO NAO ENCONTRADO'
                                       TO WRK-MSG
               ELSE
                  MOVE 'EM USO POR OUTRO TERMINAL'
                                       TO WRK-MSG
               END-IF
            END-IF.
            CLOSE VINCULO.
            MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA.
            MOVE SPACES                TO WRK-TECLA.
            ACCEPT MENSAGEM-SUCESSO.
       4430-END-PERFORM.

      *    SUGESTAO DE MATRIZ E FILIAIS PELA RAIZ DO CNPJ DO CLIENTE
      *    EM WRK-VIN-PRINC. A MATRIZ E O CNPJ COM ORDEM 0001; SEM
      *    ELE, O PROPRIO CLIENTE INFORMADO. CADA EMPRESA ATIVA DA
      *    RAIZ AINDA SEM MATRIZ E OFERECIDA AO OPERADOR, QUE ACEITA
      *    OU NAO. CHAMADA PELA OPCAO S E APOS A INCLUSAO DE CLIENTE
      *    COM CNPJ; NESTE CASO (SILENCIOSO) NADA E MOSTRADO QUANDO
      *    NAO HA O QUE SUGERIR. O REGISTRO CORRENTE E PRESERVADO.
       4440-SUGERIRRAIZ.
            MOVE ZEROS                 TO WRK-VIN-GRAVADOS
                                          WRK-QTD-RAIZ.
            MOVE CLIENTES-REG          TO WRK-REG-SALVA.
            MOVE SPACES                TO CLIENTES-REG WRK-MSG.
            MOVE WRK-VIN-PRINC         TO CLIENTES-FONE.
            READ CLIENTES
                INVALID KEY
                    MOVE 'CLIENTE NAO ENCONTRADO'
                                       TO WRK-MSG
                    GO TO 4440-AVISAR
            END-READ.
            IF CLIENTES-CPF-CNPJ IS NOT NUMERIC
               MOVE 'CLIENTE SEM CNPJ'  TO WRK-MSG
               GO TO 4440-AVISAR
            END-IF.
            MOVE CLIENTES-CPF-CNPJ (1:8)
                                       TO WRK-VIN-RAIZ.
            MOVE '000000'              TO CLIENTES-CPF-CNPJ (9:6).
            START CLIENTES KEY IS NOT LESS THAN CLIENTES-CPF-CNPJ
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ CLIENTES NEXT
                        AT END MOVE 10 TO CLIENTES-STATUS
                    END-READ
                    PERFORM UNTIL CLIENTES-STATUS EQUAL 10
                            OR CLIENTES-CPF-CNPJ (1:8)
                               NOT EQUAL WRK-VIN-RAIZ
                            IF CLIENTES-ATIVO
                               AND CLIENTES-CPF-CNPJ IS NUMERIC
                               AND WRK-QTD-RAIZ LESS 100
                               ADD 1   TO WRK-QTD-RAIZ
                               MOVE CLIENTES-FONE
                                 TO TABRAIZ-FONE (WRK-QTD-RAIZ)
                               MOVE CLIENTES-NOME
                                 TO TABRAIZ-NOME (WRK-QTD-RAIZ)
                               MOVE CLIENTES-CPF-CNPJ
                                 TO TABRAIZ-CNPJ (WRK-QTD-RAIZ)
                            END-IF
                            READ CLIENTES NEXT
                                AT END MOVE 10
                                       TO CLIENTES-STATUS
                            END-READ
                    END-PERFORM
            END-START.
            IF WRK-QTD-RAIZ LESS 2
               MOVE 'NENHUMA OUTRA EMPRESA NA RAIZ'
                                       TO WRK-MSG
               GO TO 4440-AVISAR
            END-IF.
            MOVE WRK-VIN-PRINC         TO WRK-VIN-MATRIZ.
            PERFORM VARYING WRK-IND-RAIZ FROM 1 BY 1
                    UNTIL WRK-IND-RAIZ GREATER WRK-QTD-RAIZ
                    OR TABRAIZ-CNPJ (WRK-IND-RAIZ) (9:4) EQUAL '0001'
                    CONTINUE
            END-PERFORM.
            IF WRK-IND-RAIZ NOT GREATER WRK-QTD-RAIZ
               MOVE TABRAIZ-FONE (WRK-IND-RAIZ)
                                       TO WRK-VIN-MATRIZ
            END-IF.
            PERFORM VARYING WRK-IND-RAIZ FROM 1 BY 1
                    UNTIL WRK-IND-RAIZ GREATER WRK-QTD-RAIZ
                    IF TABRAIZ-FONE (WRK-IND-RAIZ)
                       EQUAL WRK-VIN-MATRIZ
                       MOVE TABRAIZ-NOME (WRK-IND-RAIZ)
                                       TO WRK-VIN-NOME-MATRIZ
                    END-IF
            END-PERFORM.
            PERFORM VARYING WRK-IND-RAIZ FROM 1 BY 1
                    UNTIL WRK-IND-RAIZ GREATER WRK-QTD-RAIZ
                    PERFORM 4445-SUGERIRFILIAL THRU 4445-END-PERFORM
            END-PERFORM.
            MOVE WRK-VIN-GRAVADOS      TO WRK-VIN-QTD-ED.
            MOVE SPACES                TO WRK-MSG.
            STRING WRK-VIN-QTD-ED      DELIMITED BY SIZE
                   ' VINCULO(S) GRAVADO(S)'
                                       DELIMITED BY SIZE
                              INTO WRK-MSG.
            IF WRK-VIN-GRAVADOS GREATER ZEROS
               SET VIN-SILENCIOSO-NAO  TO TRUE
            END-IF.
       4440-AVISAR.
            MOVE WRK-REG-SALVA         TO CLIENTES-REG.
            IF VIN-SILENCIOSO-NAO
               MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA
               MOVE SPACES             TO WRK-TECLA
               ACCEPT MENSAGEM-SUCESSO
            END-IF.
       4440-END-PERFORM.

      *    OFERECE A EMPRESA DA POSICAO WRK-IND-RAIZ COMO FILIAL DA
      *    MATRIZ ESCOLHIDA, SE ELA AINDA NAO TEM MATRIZ E NAO ESTA
      *    LIGADA A MATRIZ POR OUTRO TIPO DE VINCULO.
       4445-SUGERIRFILIAL.
            IF TABRAIZ-FONE (WRK-IND-RAIZ) EQUAL WRK-VIN-MATRIZ
               GO TO 4445-END-PERFORM
            END-IF.
            SET VIN-ACHOU-NAO          TO TRUE.
            OPEN INPUT VINCULO.
            IF VINCULO-STATUS EQUAL 0
               MOVE TABRAIZ-FONE (WRK-IND-RAIZ)
                                       TO VIN-FONE-VINC
               START VINCULO KEY IS EQUAL TO VIN-FONE-VINC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ VINCULO NEXT
                           AT END MOVE 10 TO VINCULO-STATUS
                       END-READ
                       PERFORM UNTIL VINCULO-STATUS EQUAL 10
                               OR VIN-ACHOU-SIM
                               OR VIN-FONE-VINC NOT EQUAL
                                  TABRAIZ-FONE (WRK-IND-RAIZ)
                               IF VIN-MATRIZ-FILIAL
                                  OR VIN-FONE-PRINC
                                     EQUAL WRK-VIN-MATRIZ
                                  SET VIN-ACHOU-SIM TO TRUE
                               END-IF
                               READ VINCULO NEXT
                                   AT END MOVE 10
                                          TO VINCULO-STATUS
                               END-READ
                       END-PERFORM
               END-START
               CLOSE VINCULO
            END-IF.
            IF VIN-ACHOU-SIM
               GO TO 4445-END-PERFORM
            END-IF.
            MOVE 'S'                   TO WRK-VIN-OPCAO.
            MOVE WRK-VIN-MATRIZ        TO WRK-VIN-PRINC.
            MOVE TABRAIZ-FONE (WRK-IND-RAIZ)
                                       TO WRK-VIN-VINC.
            MOVE 'M'                   TO WRK-VIN-TIPO.
            MOVE WRK-VIN-NOME-MATRIZ   TO WRK-VIN-NOME-PRINC.
            MOVE TABRAIZ-NOME (WRK-IND-RAIZ)
                                       TO WRK-VIN-NOME-VINC.
            DISPLAY TELA.
            DISPLAY VINCULO-CAMPOS.
            DISPLAY VINCULO-NOMES.
            MOVE 'MESMA RAIZ DE CNPJ - FILIAL'
                                       TO WRK-MSG.
            MOVE 'CONFIRMA VINCULO? (S/N)'
                                       TO WRK-MSG-CONFIRMA.
            MOVE SPACES                TO WRK-TECLA.
            ACCEPT MENSAGEM-SUCESSO.
            IF WRK-TECLA EQUAL 'S'
               MOVE 'A'                TO WRK-VIN-ORIGEM
               PERFORM 4470-GRAVARVINCULO THRU 4470-END-PERFORM
            END-IF.
       4445-END-PERFORM.

      *    NAS TELAS DE CONSULTA: AVISA NA LINHA 13 QUE O CLIENTE
      *    CORRENTE TEM VINCULOS E OFERECE A LISTA DELES. AO VOLTAR
      *    DA LISTA A TELA DO CLIENTE E REMONTADA.
       4450-OFERECERVINCULOS.
            MOVE CLIENTES-FONE         TO WRK-VIN-FONE.
            PERFORM 4455-CONTARVINCULOS THRU 4455-END-PERFORM.
            IF WRK-VIN-QTD EQUAL ZEROS
               GO TO 4450-END-PERFORM
            END-IF.
            DISPLAY TELA-AVISO-VIN.
            MOVE 'CLIENTE TEM VINCULOS' TO WRK-MSG.
            MOVE 'VER VINCULADOS? (S/N)'
                                       TO WRK-MSG-CONFIRMA.
            MOVE SPACES                TO WRK-TECLA.
            ACCEPT MENSAGEM-SUCESSO.
            IF WRK-TECLA EQUAL 'S'
               MOVE CLIENTES-REG       TO WRK-REG-SALVA
               DISPLAY TELA
               PERFORM 4460-MOSTRARVINCULOS THRU 4460-END-PERFORM
               MOVE 'FIM DA LISTA'     TO WRK-MSG
               MOVE 'ENTER PARA VOLTAR' TO WRK-MSG-CONFIRMA
               MOVE SPACES             TO WRK-TECLA
               ACCEPT MENSAGEM-SUCESSO
               MOVE WRK-REG-SALVA      TO CLIENTES-REG
               DISPLAY TELA
               DISPLAY TELA-REGISTRO
               DISPLAY TELA-AVISO-SOL
               DISPLAY TELA-AVISO-VIN
            END-IF.
            MOVE SPACES                TO WRK-TECLA.
       4450-END-PERFORM.

      *    QUANTIDADE DE VINCULOS DO TELEFONE EM WRK-VIN-FONE, COMO
      *    PRINCIPAL E COMO VINCULADO, E O AVISO PARA A TELA.
       4455-CONTARVINCULOS.
            MOVE ZEROS                 TO WRK-VIN-QTD.
            MOVE SPACES                TO WRK-VIN-AVISO.
            OPEN INPUT VINCULO.
            IF VINCULO-STATUS NOT EQUAL 0
               GO TO 4455-END-PERFORM
            END-IF.
            MOVE WRK-VIN-FONE          TO VIN-FONE-PRINC.
            MOVE ZEROS                 TO VIN-FONE-VINC.
            START VINCULO KEY IS NOT LESS THAN VIN-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ VINCULO NEXT
                        AT END MOVE 10 TO VINCULO-STATUS
                    END-READ
                    PERFORM UNTIL VINCULO-STATUS EQUAL 10
                            OR VIN-FONE-PRINC NOT EQUAL WRK-VIN-FONE
                            ADD 1      TO WRK-VIN-QTD
                            READ VINCULO NEXT
                                AT END MOVE 10
                                       TO VINCULO-STATUS
                            END-READ
                    END-PERFORM
            END-START.
            MOVE ZEROS                 TO VINCULO-STATUS.
            MOVE WRK-VIN-FONE          TO VIN-FONE-VINC.
            START VINCULO KEY IS EQUAL TO VIN-FONE-VINC
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ VINCULO NEXT
                        AT END MOVE 10 TO VINCULO-STATUS
                    END-READ
                    PERFORM UNTIL VINCULO-STATUS EQUAL 10
                            OR VIN-FONE-VINC NOT EQUAL WRK-VIN-FONE
                            ADD 1      TO WRK-VIN-QTD
                            READ VINCULO NEXT
                                AT END MOVE 10
                                       TO VINCULO-STATUS
                            END-READ
                    END-PERFORM
            END-START.
            CLOSE VINCULO.
            IF WRK-VIN-QTD GREATER ZEROS
               MOVE WRK-VIN-QTD        TO WRK-VIN-QTD-ED
               STRING 'CLIENTE COM '   DELIMITED BY SIZE
                      WRK-VIN-QTD-ED   DELIMITED BY SIZE
                      ' VINCULO(S)'    DELIMITED BY SIZE
                              INTO WRK-VIN-AVISO
            END-IF.
       4455-END-PERFORM.

      *    LISTA OS VINCULOS DO TELEFONE EM WRK-VIN-FONE, DO PONTO
      *    DE VISTA DELE: FILIAIS, RESPONSAVEIS E SOCIOS QUANDO E O
      *    PRINCIPAL; MATRIZ OU EMPRESA QUANDO E O VINCULADO. LE
      *    CLIENTES, ENTAO QUEM CHAMA PRESERVA O REGISTRO CORRENTE.
       4460-MOSTRARVINCULOS.
            MOVE ZEROS                 TO WRK-VIN-QTD.
            DISPLAY ' '.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY '* VINCULOS (TIPO FONE NOME UF SIT)        *'.
            DISPLAY '*-----------------------------------------*'.
            OPEN INPUT VINCULO.
            IF VINCULO-STATUS NOT EQUAL 0
               GO TO 4460-END-PERFORM
            END-IF.
            MOVE WRK-VIN-FONE          TO VIN-FONE-PRINC.
            MOVE ZEROS                 TO VIN-FONE-VINC.
            START VINCULO KEY IS NOT LESS THAN VIN-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ VINCULO NEXT
                        AT END MOVE 10 TO VINCULO-STATUS
                    END-READ
                    PERFORM UNTIL VINCULO-STATUS EQUAL 10
                            OR VIN-FONE-PRINC NOT EQUAL WRK-VIN-FONE
                            MOVE VIN-FONE-VINC TO WRK-VIN-OUTRO
                            EVALUATE TRUE
                                WHEN VIN-MATRIZ-FILIAL
                                    MOVE 'FILIAL'
                                       TO WRK-VIN-DESCR
                                WHEN VIN-RESPONSAVEL
                                    MOVE 'RESPONSAVEL'
                                       TO WRK-VIN-DESCR
                                WHEN OTHER
                                    MOVE 'SOCIO'
                                       TO WRK-VIN-DESCR
                            END-EVALUATE
                            PERFORM 4465-MOSTRARLINHA
                                    THRU 4465-END-PERFORM
                            READ VINCULO NEXT
                                AT END MOVE 10
                                       TO VINCULO-STATUS
                            END-READ
                    END-PERFORM
            END-START.
            MOVE ZEROS                 TO VINCULO-STATUS.
            MOVE WRK-VIN-FONE          TO VIN-FONE-VINC.
            START VINCULO KEY IS EQUAL TO VIN-FONE-VINC
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ VINCULO NEXT
                        AT END MOVE 10 TO VINCULO-STATUS
                    END-READ
                    PERFORM UNTIL VINCULO-STATUS EQUAL 10
                            OR VIN-FONE-VINC NOT EQUAL WRK-VIN-FONE
                            MOVE VIN-FONE-PRINC TO WRK-VIN-OUTRO
                            EVALUATE TRUE
                                WHEN VIN-MATRIZ-FILIAL
                                    MOVE 'MATRIZ'
                                       TO WRK-VIN-DESCR
                                WHEN VIN-RESPONSAVEL
                                    MOVE 'EMPRESA (RESP)'
                                       TO WRK-VIN-DESCR
                                WHEN OTHER
                                    MOVE 'EMPRESA (SOCIO)'
                                       TO WRK-VIN-DESCR
                            END-EVALUATE
                            PERFORM 4465-MOSTRARLINHA
                                    THRU 4465-END-PERFORM
                            READ VINCULO NEXT
                                AT END MOVE 10
                                       TO VINCULO-STATUS
                            END-READ
                    END-PERFORM
            END-START.
            CLOSE VINCULO.
       4460-END-PERFORM.

       4465-MOSTRARLINHA.
            ADD 1                      TO WRK-VIN-QTD.
            MOVE SPACES                TO CLIENTES-REG.
            MOVE WRK-VIN-OUTRO         TO CLIENTES-FONE.
            READ CLIENTES
                INVALID KEY
                    MOVE SPACES        TO CLIENTES-REG
                    MOVE '(FORA DO CADASTRO)'
                                       TO CLIENTES-NOME
            END-READ.
            DISPLAY WRK-VIN-DESCR ' ' WRK-VIN-OUTRO ' '
                    CLIENTES-NOME ' ' CLIENTES-UF ' '
                    CLIENTES-SITUACAO.
       4465-END-PERFORM.

      *    GRAVA O VINCULO WRK-VIN-PRINC/WRK-VIN-VINC DO TIPO
      *    WRK-VIN-TIPO. RECUSA O VINCULO INVERSO JA EXISTENTE E A
      *    FILIAL QUE JA TEM OUTRA MATRIZ. DEIXA O RESULTADO EM
      *    WRK-MSG.
       4470-GRAVARVINCULO.
            OPEN I-O VINCULO.
            IF VINCULO-STATUS = 35
               OPEN OUTPUT VINCULO
               CLOSE VINCULO
               OPEN I-O VINCULO
            END-IF.
            IF VINCULO-STATUS NOT EQUAL 0
               MOVE 'ERRO AO ABRIR ARQUIVO VINCULOS'
                                       TO WRK-MSG
               GO TO 4470-END-PERFORM
            END-IF.
            MOVE WRK-VIN-VINC          TO VIN-FONE-PRINC.
            MOVE WRK-VIN-PRINC         TO VIN-FONE-VINC.
            READ VINCULO.
            IF VINCULO-STATUS EQUAL 0
               MOVE 'VINCULO INVERSO JA EXISTE'
                                       TO WRK-MSG
               CLOSE VINCULO
               GO TO 4470-END-PERFORM
            END-IF.
            SET VIN-ACHOU-NAO          TO TRUE.
            IF WRK-VIN-TIPO EQUAL 'M'
               MOVE WRK-VIN-VINC       TO VIN-FONE-VINC
               START VINCULO KEY IS EQUAL TO VIN-FONE-VINC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ VINCULO NEXT
                           AT END MOVE 10 TO VINCULO-STATUS
                       END-READ
                       PERFORM UNTIL VINCULO-STATUS EQUAL 10
                               OR VIN-ACHOU-SIM
                               OR VIN-FONE-VINC NOT EQUAL
                                  WRK-VIN-VINC
                               IF VIN-MATRIZ-FILIAL
                                  AND VIN-FONE-PRINC
                                      NOT EQUAL WRK-VIN-PRINC
                                  SET VIN-ACHOU-SIM TO TRUE
                               END-IF
                               READ VINCULO NEXT
                                   AT END MOVE 10
                                          TO VINCULO-STATUS
                               END-READ
                       END-PERFORM
               END-START
            END-IF.
            IF VIN-ACHOU-SIM
               MOVE 'FILIAL JA TEM OUTRA MATRIZ'
                                       TO WRK-MSG
               CLOSE VINCULO
               GO TO 4470-END-PERFORM
            END-IF.
            MOVE SPACES                TO VINCULO-REG.
            MOVE WRK-VIN-PRINC         TO VIN-FONE-PRINC.
            MOVE WRK-VIN-VINC          TO VIN-FONE-VINC.
            MOVE WRK-VIN-TIPO          TO VIN-TIPO.
            MOVE WRK-VIN-ORIGEM        TO VIN-ORIGEM.
            ACCEPT VIN-DATA            FROM DATE YYYYMMDD.
            MOVE WRK-OPERADOR          TO VIN-OPERADOR.
            WRITE VINCULO-REG
                  INVALID KEY
                      MOVE 'VINCULO JA EXISTE'
                                       TO WRK-MSG
                  NOT INVALID KEY
                      ADD 1            TO WRK-VIN-GRAVADOS
                      MOVE 'VINCULO GRAVADO'
                                       TO WRK-MSG
            END-WRITE.
            CLOSE VINCULO.
       4470-END-PERFORM.

      *    RESTRICOES DE CONTATO (RESTRIC.DAT): O CLIENTE QUE PEDIU
      *    PARA NAO SER CONTATADO POR CORREIO, TELEFONE OU EMAIL. A
      *    CHAVE E O DADO RESTRITO (TELEFONE, CPF/CNPJ OU EMAIL) E
      *    NAO O CADASTRO, PARA A RESTRICAO VALER MESMO DEPOIS DE
      *    FUSAO OU EXPURGO. A LISTA PUBLICA DE BLOQUEIO DE
      *    TELEMARKETING ENTRA PELO CLIBLOQ. RETIRAR UMA RESTRICAO E
      *    RESTRITO AO SUPERVISOR.
       4500-MANUTENCAORESTRICAO.
            MOVE SPACES                TO MENSAGEM.
            MOVE 'MODULO - RESTRICOES DE CONTATO'
                                       TO WRK-MODULO.
            DISPLAY TELA.
            MOVE SPACES                TO WRK-RST-OPCAO
                                          WRK-RST-TIPO
                                          WRK-RST-VALOR
                                          WRK-RST-CANAL
                                          WRK-RST-ORIGEM
                                          WRK-RST-REFER.
            ACCEPT TELA-RESTRICAO.
            EVALUATE WRK-RST-OPCAO
                WHEN 'L'
                    PERFORM 4510-LISTARRESTRICOES
                            THRU 4510-END-PERFORM
                WHEN 'I'
                    PERFORM 4520-INCLUIRRESTRICAO
                            THRU 4520-END-PERFORM
                WHEN 'D'
                    PERFORM 4530-RETIRARRESTRICAO
                            THRU 4530-END-PERFORM
                WHEN 'X'
                    GO TO 4500-END-PERFORM
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            MOVE SPACES                TO CLIENTES-REG.
            GO TO 4500-MANUTENCAORESTRICAO.
       4500-END-PERFORM.

      *    LISTA AS RESTRICOES DO DADO INFORMADO. SE FOR O TELEFONE
      *    DE UM CLIENTE, LISTA TAMBEM AS DO CPF/CNPJ E DO EMAIL
      *    DELE.
       4510-LISTARRESTRICOES.
            MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA.
            MOVE SPACES                TO WRK-TECLA.
            PERFORM 4570-NORMALIZARVALOR THRU 4570-END-PERFORM.
            IF RST-VALIDO-NAO
               ACCEPT MENSAGEM-ERRO
               GO TO 4510-END-PERFORM
            END-IF.
            MOVE ZEROS                 TO WRK-RST-QTD.
            OPEN INPUT RESTRICAO.
            IF RESTRICAO-STATUS NOT EQUAL 0
               MOVE 'NENHUMA RESTRICAO CADASTRADA'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4510-END-PERFORM
            END-IF.
            DISPLAY TELA.
            DISPLAY ' '.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY '* RESTRICOES (TIPO CANAL DATA ORIGEM)     *'.
            DISPLAY '*-----------------------------------------*'.
            PERFORM 4515-LISTARCHAVE   THRU 4515-END-PERFORM.
            IF WRK-RST-TIPO EQUAL 'F'
               MOVE SPACES             TO CLIENTES-REG
               MOVE WRK-RST-FONE       TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       MOVE SPACES     TO CLIENTES-REG
                   NOT INVALID KEY
                       PERFORM 4580-MONTARCHAVES
                               THRU 4580-END-PERFORM
                       IF CLIENTES-CPF-CNPJ NOT EQUAL SPACES
                          MOVE 'D'     TO WRK-RST-TIPO
                          MOVE WRK-RST-CHAVE-DOC
                                       TO WRK-RST-VALOR
                          PERFORM 4515-LISTARCHAVE
                                  THRU 4515-END-PERFORM
                       END-IF
                       IF CLIENTES-EMAIL NOT EQUAL SPACES
                          MOVE 'E'     TO WRK-RST-TIPO
                          MOVE WRK-RST-CHAVE-EMAIL
                                       TO WRK-RST-VALOR
                          PERFORM 4515-LISTARCHAVE
                                  THRU 4515-END-PERFORM
                       END-IF
               END-READ
            END-IF.
            CLOSE RESTRICAO.
            IF WRK-RST-QTD EQUAL ZEROS
               MOVE 'SEM RESTRICAO DE CONTATO'
                                       TO WRK-MSG
            ELSE
               MOVE 'FIM DA LISTA'     TO WRK-MSG
            END-IF.
            ACCEPT MENSAGEM-SUCESSO.
       4510-END-PERFORM.

       4515-LISTARCHAVE.
            MOVE WRK-RST-TIPO          TO RST-TIPO.
            MOVE WRK-RST-VALOR         TO RST-VALOR.
            MOVE LOW-VALUES            TO RST-CANAL.
            START RESTRICAO KEY IS NOT LESS THAN RST-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ RESTRICAO NEXT
                        AT END MOVE 10 TO RESTRICAO-STATUS
                    END-READ
                    PERFORM UNTIL RESTRICAO-STATUS EQUAL 10
                            OR RST-TIPO NOT EQUAL WRK-RST-TIPO
                            OR RST-VALOR NOT EQUAL WRK-RST-VALOR
                            ADD 1      TO WRK-RST-QTD
                            DISPLAY RST-TIPO ' ' RST-CANAL ' '
                                    RST-DATA ' ' RST-ORIGEM ' '
                                    RST-VALOR ' '
                                    RST-REFERENCIA (1:20)
                            READ RESTRICAO NEXT
                                AT END MOVE 10
                                       TO RESTRICAO-STATUS
                            END-READ
                    END-PERFORM
            END-START.
            MOVE ZEROS                 TO RESTRICAO-STATUS.
       4515-END-PERFORM.

      *    CANAL * GRAVA A RESTRICAO NOS TRES CANAIS. ORIGEM EM
      *    BRANCO E PEDIDO DO PROPRIO CLIENTE.
       4520-INCLUIRRESTRICAO.
            MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA.
            MOVE SPACES                TO WRK-TECLA.
            PERFORM 4570-NORMALIZARVALOR THRU 4570-END-PERFORM.
            IF RST-VALIDO-NAO
               ACCEPT MENSAGEM-ERRO
               GO TO 4520-END-PERFORM
            END-IF.
            IF WRK-RST-CANAL NOT EQUAL 'C'
               AND WRK-RST-CANAL NOT EQUAL 'T'
               AND WRK-RST-CANAL NOT EQUAL 'E'
               AND WRK-RST-CANAL NOT EQUAL '*'
               MOVE 'CANAL DEVE SER C, T, E OU *'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4520-END-PERFORM
            END-IF.
            IF WRK-RST-ORIGEM EQUAL SPACES
               MOVE 'C'                TO WRK-RST-ORIGEM
            END-IF.
            IF WRK-RST-ORIGEM NOT EQUAL 'C'
               AND WRK-RST-ORIGEM NOT EQUAL 'L'
               AND WRK-RST-ORIGEM NOT EQUAL 'O'
               MOVE 'ORIGEM DEVE SER C, L OU O'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4520-END-PERFORM
            END-IF.
            OPEN I-O RESTRICAO.
            IF RESTRICAO-STATUS = 35
               OPEN OUTPUT RESTRICAO
               CLOSE RESTRICAO
               OPEN I-O RESTRICAO
            END-IF.
            IF RESTRICAO-STATUS NOT EQUAL 0
               MOVE 'ERRO AO ABRIR RESTRICOES'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4520-END-PERFORM
            END-IF.
            MOVE ZEROS                 TO WRK-RST-QTD.
            IF WRK-RST-CANAL EQUAL '*'
               PERFORM VARYING WRK-RST-IND FROM 1 BY 1
                       UNTIL WRK-RST-IND GREATER 3
                       MOVE WRK-RST-CANAIS (WRK-RST-IND:1)
                                       TO WRK-RST-CANAL
                       PERFORM 4525-GRAVARRESTRICAO
                               THRU 4525-END-PERFORM
               END-PERFORM
            ELSE
               PERFORM 4525-GRAVARRESTRICAO THRU 4525-END-PERFORM
            END-IF.
            CLOSE RESTRICAO.
            IF WRK-RST-QTD EQUAL ZEROS
               MOVE 'RESTRICAO JA CADASTRADA'
                                       TO WRK-MSG
            ELSE
               MOVE WRK-RST-QTD        TO WRK-RST-QTD-ED
               MOVE SPACES             TO WRK-MSG
               STRING WRK-RST-QTD-ED   DELIMITED BY SIZE
                      ' RESTRICAO(OES) GRAVADA(S)'
                                       DELIMITED BY SIZE
                              INTO WRK-MSG
            END-IF.
            ACCEPT MENSAGEM-SUCESSO.
       4520-END-PERFORM.

       4525-GRAVARRESTRICAO.
            MOVE SPACES                TO RESTRICAO-REG.
            MOVE WRK-RST-TIPO          TO RST-TIPO.
            MOVE WRK-RST-VALOR         TO RST-VALOR.
            MOVE WRK-RST-CANAL         TO RST-CANAL.
            ACCEPT RST-DATA            FROM DATE YYYYMMDD.
            MOVE WRK-RST-ORIGEM        TO RST-ORIGEM.
            MOVE WRK-RST-REFER         TO RST-REFERENCIA.
            MOVE WRK-OPERADOR          TO RST-OPERADOR.
            WRITE RESTRICAO-REG
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      ADD 1            TO WRK-RST-QTD
            END-WRITE.
       4525-END-PERFORM.

       4530-RETIRARRESTRICAO.
            MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA.
            MOVE SPACES                TO WRK-TECLA.
            IF NOT OPERADOR-SUPERVISOR
               MOVE 'RESTRITO AO SUPERVISOR'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4530-END-PERFORM
            END-IF.
            PERFORM 4570-NORMALIZARVALOR THRU 4570-END-PERFORM.
            IF RST-VALIDO-NAO
               ACCEPT MENSAGEM-ERRO
               GO TO 4530-END-PERFORM
            END-IF.
            IF WRK-RST-CANAL NOT EQUAL 'C'
               AND WRK-RST-CANAL NOT EQUAL 'T'
               AND WRK-RST-CANAL NOT EQUAL 'E'
               MOVE 'CANAL DEVE SER C, T OU E'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4530-END-PERFORM
            END-IF.
            OPEN I-O RESTRICAO.
            IF RESTRICAO-STATUS NOT EQUAL 0
               MOVE 'NENHUMA RESTRICAO CADASTRADA'
                                       TO WRK-MSG
               ACCEPT MENSAGEM-ERRO
               GO TO 4530-END-PERFORM
            END-IF.
            MOVE WRK-RST-TIPO          TO RST-TIPO.
            MOVE WRK-RST-VALOR         TO RST-VALOR.
            MOVE WRK-RST-CANAL         TO RST-CANAL.
            READ RESTRICAO WITH LOCK.
            IF RESTRICAO-STATUS EQUAL 0
               MOVE RST-ORIGEM         TO WRK-RST-ORIGEM
               MOVE RST-REFERENCIA     TO WRK-RST-REFER
               DISPLAY TELA-RESTRICAO
               MOVE 'RESTRICAO ENCONTRADA'
                                       TO WRK-MSG
               MOVE 'RETIRAR? (S/N)'   TO WRK-MSG-CONFIRMA
               ACCEPT MENSAGEM-ERRO
               IF WRK-TECLA EQUAL 'S'
                  DELETE RESTRICAO
                  MOVE 'RESTRICAO RETIRADA'
                                       TO WRK-MSG
               ELSE
                  UNLOCK RESTRICAO
                  MOVE 'RESTRICAO MANTIDA'
                                       TO WRK-MSG
               END-IF
            ELSE
               IF RESTRICAO-STATUS EQUAL 23
                  MOVE 'RESTRICAO NAO ENCONTRADA'
                                       TO WRK-MSG
               ELSE
                  MOVE 'EM USO POR OUTRO TERMINAL'
                                       TO WRK-MSG
               END-IF
            END-IF.
            CLOSE RESTRICAO.
            MOVE 'PRESSIONE ENTER PARA SAIR'
                                       TO WRK-MSG-CONFIRMA.
            MOVE SPACES                TO WRK-TECLA.
            ACCEPT MENSAGEM-SUCESSO.
       4530-END-PERFORM.

      *    A FUSAO INATIVA O DUPLICADO: AS RESTRICOES DO TELEFONE,
      *    DO CPF/CNPJ E DO EMAIL DELE SAO COPIADAS PARA OS DADOS DO
      *    SOBREVIVENTE, COM A DATA E A ORIGEM DO PEDIDO ORIGINAL.
       4560-HERDARRESTRICOES.
            OPEN I-O RESTRICAO.
            IF RESTRICAO-STATUS NOT EQUAL 0
               GO TO 4560-END-PERFORM
            END-IF.
            MOVE ZEROS                 TO WRK-RST-QTD.
            MOVE 'F'                   TO WRK-RST-TIPO.
            MOVE WRK-DUP-FONE          TO WRK-RST-FONE.
            MOVE WRK-RST-FONE          TO WRK-RST-DE.
            MOVE WRK-FUS-SOBREV        TO WRK-RST-FONE.
            MOVE WRK-RST-FONE          TO WRK-RST-PARA.
            PERFORM 4565-HERDARCHAVE   THRU 4565-END-PERFORM.
            MOVE 'D'                   TO WRK-RST-TIPO.
            MOVE WRK-DUP-CPF-CNPJ      TO WRK-RST-DE.
            MOVE WRK-RST-SOB-DOC       TO WRK-RST-PARA.
            PERFORM 4565-HERDARCHAVE   THRU 4565-END-PERFORM.
            MOVE 'E'                   TO WRK-RST-TIPO.
            MOVE WRK-DUP-EMAIL         TO WRK-RST-DE.
            MOVE WRK-RST-SOB-EMAIL     TO WRK-RST-PARA.
            INSPECT WRK-RST-DE CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            INSPECT WRK-RST-PARA CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            PERFORM 4565-HERDARCHAVE   THRU 4565-END-PERFORM.
            CLOSE RESTRICAO.
       4560-END-PERFORM.

       4565-HERDARCHAVE.
            IF WRK-RST-DE EQUAL SPACES
               OR WRK-RST-PARA EQUAL SPACES
               OR WRK-RST-DE EQUAL WRK-RST-PARA
               GO TO 4565-END-PERFORM
            END-IF.
            PERFORM VARYING WRK-RST-IND FROM 1 BY 1
                    UNTIL WRK-RST-IND GREATER 3
                    MOVE WRK-RST-TIPO  TO RST-TIPO
                    MOVE WRK-RST-DE    TO RST-VALOR
                    MOVE WRK-RST-CANAIS (WRK-RST-IND:1)
                                       TO RST-CANAL
                    READ RESTRICAO
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE WRK-RST-PARA
                                       TO RST-VALOR
                            MOVE SPACES
                                       TO RST-REFERENCIA
                            STRING 'HERDADA DO FONE '
                                       DELIMITED BY SIZE
                                   WRK-FUS-DUPLIC
                                       DELIMITED BY SIZE
                                   INTO RST-REFERENCIA
                            MOVE WRK-OPERADOR
                                       TO RST-OPERADOR
                            WRITE RESTRICAO-REG
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    ADD 1 TO WRK-RST-QTD
                            END-WRITE
                    END-READ
            END-PERFORM.
       4565-END-PERFORM.

      *    CONFERE E PADRONIZA O DADO DIGITADO: TELEFONE COM 10 OU 11
      *    DIGITOS (GRAVADO COM 11), CPF COM 11 OU CNPJ COM 14
      *    DIGITOS, EMAIL COM ARROBA (GRAVADO EM MAIUSCULAS).
       4570-NORMALIZARVALOR.
            SET RST-VALIDO-SIM         TO TRUE.
            IF WRK-RST-VALOR EQUAL SPACES
               SET RST-VALIDO-NAO      TO TRUE
               MOVE 'INFORME O DADO RESTRITO'
                                       TO WRK-MSG
               GO TO 4570-END-PERFORM
            END-IF.
            EVALUATE WRK-RST-TIPO
                WHEN 'F'
                    IF WRK-RST-VALOR (1:11) IS NUMERIC
                       AND WRK-RST-VALOR (12:) EQUAL SPACES
                       MOVE WRK-RST-VALOR (1:11)
                                       TO WRK-RST-FONE
                    ELSE
                       IF WRK-RST-VALOR (1:10) IS NUMERIC
                          AND WRK-RST-VALOR (11:) EQUAL SPACES
                          MOVE WRK-RST-VALOR (1:10)
                                       TO WRK-RST-FONE-10
                          MOVE WRK-RST-FONE-10
                                       TO WRK-RST-FONE
                       ELSE
                          SET RST-VALIDO-NAO TO TRUE
                          MOVE 'TELEFONE COM 10 OU 11 DIGITOS'
                                       TO WRK-MSG
                       END-IF
                    END-IF
                    IF RST-VALIDO-SIM
                       MOVE WRK-RST-FONE
                                       TO WRK-RST-VALOR
                    END-IF
                WHEN 'D'
                    IF (WRK-RST-VALOR (1:11) IS NUMERIC
                        AND WRK-RST-VALOR (12:) EQUAL SPACES)
                       OR (WRK-RST-VALOR (1:14) IS NUMERIC
                        AND WRK-RST-VALOR (15:) EQUAL SPACES)
                       CONTINUE
                    ELSE
                       SET RST-VALIDO-NAO TO TRUE
                       MOVE 'CPF/CNPJ SO COM OS DIGITOS'
                                       TO WRK-MSG
                    END-IF
                WHEN 'E'
                    MOVE ZEROS         TO WRK-RST-IND
                    INSPECT WRK-RST-VALOR TALLYING WRK-RST-IND
                            FOR ALL '@'
                    IF WRK-RST-IND NOT EQUAL 1
                       SET RST-VALIDO-NAO TO TRUE
                       MOVE 'EMAIL SEM @'
                                       TO WRK-MSG
                    ELSE
                       INSPECT WRK-RST-VALOR CONVERTING
                               'abcdefghijklmnopqrstuvwxyz'
                            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                    END-IF
                WHEN OTHER
                    SET RST-VALIDO-NAO TO TRUE
                    MOVE 'TIPO DEVE SER F, D OU E'
                                       TO WRK-MSG
            END-EVALUATE.
       4570-END-PERFORM.

      *    CHAVES DE RESTRICAO DO CLIENTE CORRENTE NO PADRAO DE
      *    4570-NORMALIZARVALOR.
       4580-MONTARCHAVES.
            MOVE CLIENTES-FONE         TO WRK-RST-FONE.
            MOVE WRK-RST-FONE          TO WRK-RST-CHAVE-FONE.
            MOVE CLIENTES-CPF-CNPJ     TO WRK-RST-CHAVE-DOC.
            MOVE CLIENTES-EMAIL        TO WRK-RST-CHAVE-EMAIL.
            INSPECT WRK-RST-CHAVE-EMAIL CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       4580-END-PERFORM.

      *    O CLIENTE CORRENTE TEM RESTRICAO NO CANAL
      *    WRK-RST-CANAL-BUSCA PELO TELEFONE, PELO CPF/CNPJ OU PELO
      *    EMAIL?
       4590-VERIFICARRESTRICAO.
            SET RESTRITO-NAO           TO TRUE.
            OPEN INPUT RESTRICAO.
            IF RESTRICAO-STATUS NOT EQUAL 0
               GO TO 4590-END-PERFORM
            END-IF.
            PERFORM 4580-MONTARCHAVES  THRU 4580-END-PERFORM.
            MOVE 'F'                   TO RST-TIPO.
            MOVE WRK-RST-CHAVE-FONE    TO RST-VALOR.
            PERFORM 4595-LERRESTRICAO  THRU 4595-END-PERFORM.
            IF WRK-RST-CHAVE-DOC NOT EQUAL SPACES
               MOVE 'D'                TO RST-TIPO
               MOVE WRK-RST-CHAVE-DOC  TO RST-VALOR
               PERFORM 4595-LERRESTRICAO THRU 4595-END-PERFORM
            END-IF.
            IF WRK-RST-CHAVE-EMAIL NOT EQUAL SPACES
               MOVE 'E'                TO RST-TIPO
               MOVE WRK-RST-CHAVE-EMAIL
                                       TO RST-VALOR
               PERFORM 4595-LERRESTRICAO THRU 4595-END-PERFORM
            END-IF.
            CLOSE RESTRICAO.
       4590-END-PERFORM.

       4595-LERRESTRICAO.
            MOVE WRK-RST-CANAL-BUSCA   TO RST-CANAL.
            READ RESTRICAO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET RESTRITO-SIM   TO TRUE
            END-READ.
       4595-END-PERFORM.
