      * current business date produces a balanced pair of postings:
      * one debit line (tipo D) and one credit line (tipo C), each
      * carrying the GL account code taken from the GLACCMAP
      * chart-of-accounts mapping for the payment's class. A
      * payment cancelled after extraction travels once more as the
      * reversing pair: same class, debit and credit accounts
      * swapped, dated on the day the reversal went out.
      ******************************************************************
       01 GL-EXTRACT-RECORD.
          05 GL-PAY-ID              PIC X(10).
