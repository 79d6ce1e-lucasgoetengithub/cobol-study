      ******************************************************************
      * ORCAMENT - monthly cost-center budget record, maintained by
      * the shop in the ORCAMENF file: one record per centro de custo
      * (CCUSTMST) and month (YYYYMM) with the amount the cost center
      * may commit in that month, in BRL. DEMOLOAD holds in TRANSUSP
      * every payment that would take the month's committed amount
      * (gross BRL of the month's payments, cancelled ones excluded)
      * above the budget, until the cost center's manager decides it
      * through DEMODUP; DEMOORCA reports budget against actual. A
      * cost center without a record for the month is not budget
      * controlled that month; a missing ORCAMENF turns the control
      * off.
      ******************************************************************
       01 ORCAMENTO-RECORD.
          05 ORC-CENTRO-CUSTO        PIC X(05).
          05 ORC-MES                 PIC 9(06).
          05 ORC-VALOR               PIC S9(09)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
