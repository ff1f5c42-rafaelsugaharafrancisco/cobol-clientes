      *            ATIVOS, FORMATADO COMO ETIQUETA POSTAL (NOME,
      *            ENDERECO, CIDADE/UF E CEP), CLASSIFICADO POR
      *            CEP E UF PARA OBTER O DESCONTO DE POSTAGEM DA
      *            GRAFICA, COM FILTROS OPCIONAIS DE UF E CIDADE.
      *            CLIENTES COM RESTRICAO DE CONTATO POR CORREIO
      *            (TELEFONE, CPF/CNPJ OU EMAIL EM RESTRIC.DAT) SAO
      *            SUPRIMIDOS E CONTADOS NO RESUMO
      * AUTHOR  :  RAFAEL
      *********************************
       ENVIRONMENT DIVISION.
                                      WITH DUPLICATES
                  LOCK MODE IS MANUAL.

           SELECT RESTRICAO ASSIGN     TO
                           'C:\Users\rafap\cobol\RESTRIC.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  FILE STATUS IS RESTRICAO-STATUS
                  RECORD KEY IS  RST-CHAVE
                  LOCK MODE IS MANUAL.

           SELECT ORDENA ASSIGN        TO
                           'C:\Users\rafap\cobol\ORDENA.TMP'.

                88 CLIENTES-ATIVO          VALUE 'A'.
                88 CLIENTES-INATIVO        VALUE 'I'.

       FD RESTRICAO.
       01 RESTRICAO-REG.
            05 RST-CHAVE.
                10 RST-TIPO            PIC X(01).
                10 RST-VALOR           PIC X(40).
                10 RST-CANAL           PIC X(01).
            05 RST-DATA                PIC 9(08).
            05 RST-ORIGEM              PIC X(01).
            05 RST-REFERENCIA          PIC X(30).
            05 RST-OPERADOR            PIC X(06).

       SD ORDENA.
       01 ORDENA-REG.
            05 ORD-CEP                 PIC X(09).
       77 WRK-LINHA                    PIC X(60).
       77 WRK-TOTAL-LIDOS              PIC 9(07)   COMP.
       77 WRK-TOTAL-SELECIONADOS       PIC 9(07)   COMP.
       77 WRK-TOTAL-SUPRIMIDOS         PIC 9(07)   COMP.
       77 CLIENTES-STATUS              PIC 9(02).
       77 RESTRICAO-STATUS             PIC 9(02).
       77 WRK-FONE-RST                 PIC 9(11).
       77 WRK-EMAIL-RST                PIC X(40).
       77 WRK-TEM-RESTRICAO            PIC X(01).
          88 TEM-RESTRICAO-SIM         VALUE 'S'.
          88 TEM-RESTRICAO-NAO         VALUE 'N'.
       77 WRK-RESTRIC-ABERTO           PIC X(01).
          88 RESTRIC-ABERTO-SIM        VALUE 'S'.
          88 RESTRIC-ABERTO-NAO        VALUE 'N'.
       77 MALADIR-STATUS               PIC 9(02).
       77 WRK-PASSA-FILTRO             PIC X(01).
          88 PASSA-FILTRO-SIM          VALUE 'S'.

       1000-INICIAR.
            MOVE ZEROS                 TO WRK-TOTAL-LIDOS
                                          WRK-TOTAL-SELECIONADOS
                                          WRK-TOTAL-SUPRIMIDOS.
            MOVE SPACES                TO WRK-FILTRO-UF
                                          WRK-FILTRO-CIDADE.
            DISPLAY '*-----------------------------------------*'.
               DISPLAY 'ARQUIVO DE CLIENTES NAO ENCONTRADO'
               MOVE 10                 TO CLIENTES-STATUS
            END-IF.
      *    SEM ARQUIVO DE RESTRICOES NINGUEM E SUPRIMIDO.
            OPEN INPUT RESTRICAO.
            IF RESTRICAO-STATUS EQUAL 0
               SET RESTRIC-ABERTO-SIM  TO TRUE
            ELSE
               SET RESTRIC-ABERTO-NAO  TO TRUE
            END-IF.
            OPEN OUTPUT MALADIR.

       2000-SELECIONAR.
                    IF CLIENTES-ATIVO
                       PERFORM 2010-VERIFICAR-FILTRO
                               THRU 2010-END-PERFORM
                       IF PASSA-FILTRO-SIM
                          PERFORM 2020-VERIFICAR-RESTRICAO
                                  THRU 2020-END-PERFORM
                          IF TEM-RESTRICAO-SIM
                             ADD 1     TO WRK-TOTAL-SUPRIMIDOS
                             SET PASSA-FILTRO-NAO TO TRUE
                          END-IF
                       END-IF
                       IF PASSA-FILTRO-SIM
                          ADD 1        TO WRK-TOTAL-SELECIONADOS
                          MOVE CLIENTES-CEP      TO ORD-CEP
            END-IF.
       2010-END-PERFORM.

      *    RESTRICAO NO CANAL CORREIO PELO TELEFONE, PELO CPF/CNPJ
      *    OU PELO EMAIL (GRAVADO EM MAIUSCULAS) DO CLIENTE.
       2020-VERIFICAR-RESTRICAO.
            SET TEM-RESTRICAO-NAO      TO TRUE.
            IF RESTRIC-ABERTO-NAO
               GO TO 2020-END-PERFORM
            END-IF.
            MOVE CLIENTES-FONE         TO WRK-FONE-RST.
            MOVE 'F'                   TO RST-TIPO.
            MOVE WRK-FONE-RST          TO RST-VALOR.
            PERFORM 2025-LER-RESTRICAO THRU 2025-END-PERFORM.
            IF CLIENTES-CPF-CNPJ NOT EQUAL SPACES
               MOVE 'D'                TO RST-TIPO
               MOVE CLIENTES-CPF-CNPJ  TO RST-VALOR
               PERFORM 2025-LER-RESTRICAO THRU 2025-END-PERFORM
            END-IF.
            IF CLIENTES-EMAIL NOT EQUAL SPACES
               MOVE CLIENTES-EMAIL     TO WRK-EMAIL-RST
               INSPECT WRK-EMAIL-RST CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE 'E'                TO RST-TIPO
               MOVE WRK-EMAIL-RST      TO RST-VALOR
               PERFORM 2025-LER-RESTRICAO THRU 2025-END-PERFORM
            END-IF.
       2020-END-PERFORM.

       2025-LER-RESTRICAO.
            MOVE 'C'                   TO RST-CANAL.
            READ RESTRICAO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET TEM-RESTRICAO-SIM TO TRUE
            END-READ.
       2025-END-PERFORM.

       2100-GRAVAR.
            RETURN ORDENA
                AT END GO TO 2100-END-PERFORM
       3000-FINALIZAR.
            CLOSE CLIENTES
                  MALADIR.
            IF RESTRIC-ABERTO-SIM
               CLOSE RESTRICAO
            END-IF.
            DISPLAY ' '.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY '*   MALA DIRETA - RESUMO                  *'.
            DISPLAY '*-----------------------------------------*'.
            DISPLAY 'REGISTROS LIDOS......: ' WRK-TOTAL-LIDOS.
            DISPLAY 'ETIQUETAS GERADAS....: ' WRK-TOTAL-SELECIONADOS.
            DISPLAY 'SUPRIMIDOS/RESTRICAO.: ' WRK-TOTAL-SUPRIMIDOS.
