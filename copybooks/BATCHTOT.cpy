      * DEMONSTRA also appends each day's combined record to the
      * BATCHHIS history file (same layout, combined only), which
      * DEMOMTD reads for the month-to-date report.
      * On a day run in intraday cycles both carry the day so far:
      * DEMONSTRA keeps each cycle's own figures in CICLOTOT
      * (CICLTOT copybook) and writes the sum of the date's cycles
      * here, replacing the date's BATCHHIS record from cycle 02 on.
      ******************************************************************
       01 BATCH-TOTAL-RECORD.
          05 BT-RUN-DATE            PIC 9(08).
