      ******************************************************************
      * CICLTOT - intraday cycle totals, kept by DEMONSTRA in the
      * CICLOTOT file for the business date in CTRLFILE: per cycle,
      * the combined record (CT-BANCO spaces) and one record per
      * settling bank, in the BATCHTOT figures of that cycle alone.
      * A rerun of a cycle replaces its own records; the records of
      * an earlier date are dropped when the next date's first cycle
      * is totalled. BATCHTOT and the day's single BATCHHIS record
      * are always the sum of every cycle of the date held here.
      ******************************************************************
       01 CICLO-TOTAL-RECORD.
          05 CT-RUN-DATE             PIC 9(08).
          05 CT-CICLO                PIC 9(02).
          05 CT-BANCO                PIC X(03).
          05 CT-TOTAL                PIC S9(07)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
          05 CT-QTD-LANCAMENTOS      PIC 9(05).
