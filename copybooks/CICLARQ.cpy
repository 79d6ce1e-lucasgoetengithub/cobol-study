      ******************************************************************
      * CICLARQ - intraday cycle file store, the indexed CICLOARQ
      * file kept by DEMOCICL. At the end of every intraday cycle the
      * cycle's TRANSACF, TRANACCP, TRANREJ and LOADTOT are stored
      * here record by record, keyed by business date, logical file
      * name, cycle and the record's position in its file; a rerun
      * of the cycle replaces its own records and the records of an
      * earlier date are purged. At the day's close DEMOCICL writes
      * the four files back as day files - every cycle in cycle
      * order - for the end-of-day steps that read them.
      ******************************************************************
       01 CICLO-ARQUIVO-RECORD.
          05 CA-CHAVE.
             10 CA-DATA             PIC 9(08).
             10 CA-ARQUIVO          PIC X(08).
             10 CA-CICLO            PIC 9(02).
             10 CA-SEQ              PIC 9(07).
          05 CA-IMAGEM              PIC X(120).
