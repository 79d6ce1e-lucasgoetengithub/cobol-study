      * FILEHDR - standard interface-file control records: a header
      * (tipo "1", file date + source system) and a trailer (tipo
      * "9", record count + amount hash total) carried on every
      * interface file (TRANSACF, TRANACCP, BANKEXTR, GLEXTRF,
      * BANKRET, BANKSALD).
      * Readers refuse a file whose trailer count or hash does not
      * match its contents, so a truncated transmission can never be
      * processed as if it were complete. Control records are told
             88 HDR-REGISTRO         VALUE "1".
          05 HDR-DATA                PIC 9(08).
          05 HDR-ORIGEM              PIC X(08).
      * processing cycle of the date the file belongs to (CTRLREC
      * CTRL-CICLO) on the files produced or received once per
      * intraday cycle - TRANSACF, TRANACCP, PAYORDF, REMADVF; zeros
      * on the once-a-day files. A TRANSACF header without it (blank
      * or zeros) is taken as cycle 01.
          05 HDR-CICLO               PIC 9(02).
       01 TRL-RECORD.
          05 TRL-TIPO-REG            PIC X(01).
             88 TRL-REGISTRO         VALUE "9".
