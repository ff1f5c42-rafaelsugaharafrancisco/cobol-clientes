            05 LOG-SITUACAO-DEPOIS     PIC X(01).
            05 FILLER                  PIC X(01).
            05 LOG-OPERADOR            PIC X(06).
            05 FILLER                  PIC X(27).

       FD BATIMCTL.
       01 BATIMCTL-REG.
       77 WRK-VERED-INDICE             PIC X(04).
       77 WRK-VERED-HISTORICO          PIC X(04).
       77 WRK-VERED-LOG                PIC X(04).
       77 WRK-QTD-VERED-ERRO           PIC 9(01).
       01 WRK-LINHA                    PIC X(70).
       77 WRK-ED-7                     PIC ZZZZZZ9.
       77 WRK-ED-7B                    PIC ZZZZZZ9.
      *     UMA RODADA QUE REGISTROU INICIO MAS NAO COMPLETOU O
      *     BATIMENTO SAI COMO LIBERADA E SEM TOTAIS, PARA O
      *     CONTROLE NAO CONFUNDIR UM ABORTO COM UM FIM NORMAL.
      *     O TOTAL-3 E A QUANTIDADE DE VERIFICACOES EM ERRO (0 A 3):
      *     A CADEIA NOTURNA NAO SEGUE PARA O FECHAMENTO E O
      *     FATURAMENTO COM O BATIMENTO ACUSANDO DIVERGENCIA.
            IF RODADA-OK-SIM
               MOVE ZEROS              TO WRK-QTD-VERED-ERRO
               IF WRK-VERED-INDICE EQUAL 'ERRO'
                  ADD 1                TO WRK-QTD-VERED-ERRO
               END-IF
               IF WRK-VERED-HISTORICO EQUAL 'ERRO'
                  ADD 1                TO WRK-QTD-VERED-ERRO
               END-IF
               IF WRK-VERED-LOG EQUAL 'ERRO'
                  ADD 1                TO WRK-QTD-VERED-ERRO
               END-IF
               SET CTL-NORMAL          TO TRUE
               MOVE WRK-PRI-TOTAL      TO CTL-TOTAL-1
               MOVE WRK-PRI-ATIVOS     TO CTL-TOTAL-2
               MOVE WRK-QTD-VERED-ERRO TO CTL-TOTAL-3
            ELSE
               SET CTL-LIBERADO        TO TRUE
               MOVE ZEROS              TO CTL-TOTAL-1
