      ******************************************************************
      * SALDREC - settlement-account balance master record, keyed by
      * BANKMST bank code + business date in the indexed SALDOMST
      * file: one opening balance per bank account per business
      * date. DEMOSALD writes the opening balance the bank reported
      * in BANKSALD (origem "B"); DEMOPAYO checks the day's orders
      * against SDO-ABERTURA less SDO-CONSUMIDO and adds what the
      * emitted orders take to SDO-CONSUMIDO, so a second order run
      * on the same date only spends what is left. A date the bank
      * sent no balance for is opened by DEMOPAYO from the latest
      * earlier record - its opening less its consumption - with
      * origem "T" (transportado); a BANKSALD arriving later for
      * that date replaces the opening and keeps the consumption.
      ******************************************************************
       01 SALDO-CONTA-RECORD.
          05 SDO-CHAVE.
             10 SDO-BANCO            PIC X(03).
             10 SDO-DATA             PIC 9(08).
          05 SDO-CONTA               PIC X(10).
          05 SDO-ABERTURA            PIC S9(11)V99.
          05 SDO-CONSUMIDO           PIC S9(11)V99.
          05 SDO-ORIGEM              PIC X(01).
             88 SDO-DO-BANCO         VALUE "B".
             88 SDO-TRANSPORTADO     VALUE "T".
