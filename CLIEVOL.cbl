            05 LOG-CLIENTES-FONE       PIC X(11).
            05 FILLER                  PIC X(240).
            05 LOG-SITUACAO-DEPOIS     PIC X(01).
            05 FILLER                  PIC X(34).

       FD LOGARQ.
       01 LOGARQ-REG.
            05 LOGA-CLIENTES-FONE      PIC X(11).
            05 FILLER                  PIC X(240).
            05 LOGA-SITUACAO-DEPOIS    PIC X(01).
            05 FILLER                  PIC X(34).

       FD DDDREF.
       01 DDDREF-REG.
