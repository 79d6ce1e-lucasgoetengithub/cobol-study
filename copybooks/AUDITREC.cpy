      * operator IDs use the first 8 positions (OPER-ID).
          05 AUD-OPERADOR            PIC X(10).
      * "R" when the entry was written during a DEMOBATCH
      * reprocessamento of a prior business date, "S" when it was
      * written by a step of a DEMOBATCH simulation (into the copy of
      * AUDITLOG under SIMULA/), space otherwise.
          05 AUD-REPROC              PIC X(01).
             88 AUD-REPROCESSAMENTO  VALUE "R".
             88 AUD-SIMULACAO        VALUE "S".
