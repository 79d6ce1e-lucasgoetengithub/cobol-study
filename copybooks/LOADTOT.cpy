      * of each run so the DEMOPROVA balancing proof can assert that
      * every accepted transaction is accounted for: loaded to the
      * master, already on the master from an earlier run, skipped
      * for an unregistered vendor, held in the TRANSUSP suspense
      * (duplicate or over budget), discarded as a confirmed
      * duplicate or a refused over-budget payment, applied to a
      * vendor's credit balance (a nota de credito creates no
      * payment), or refused for exceeding the balance of its
      * purchase order (PEDMAST). LT-QTD-DEPOSITOS-JUDICIAIS counts
      * the court-deposit payments a garnishment split (PENHMAST)
      * put on the master besides the loaded ones - written now or
      * already there from an earlier run - so the master count of
      * the date still ties.
      ******************************************************************
       01 LOAD-TOTAL-RECORD.
          05 LT-RUN-DATE             PIC 9(08).
          05 LT-QTD-SUSPENSOS        PIC 9(05).
          05 LT-QTD-DUPLICADOS       PIC 9(05).
          05 LT-QTD-CREDITOS         PIC 9(05).
          05 LT-QTD-RECUSADOS-PEDIDO PIC 9(05).
          05 LT-QTD-DEPOSITOS-JUDICIAIS PIC 9(05).
