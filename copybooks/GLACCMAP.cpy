      * or PAY); carries the debit and credit GL account codes that
      * the two posting lines of every payment in that class receive.
      * A payment whose class has no mapping record stops the extract.
      * Six reserved classes map postings that are not a payment
      * class: IRF carries the withholding-tax pair (debit the
      * vendor-payable side, credit the tax-payable account), REV
      * the month-end FX revaluation pair written by DEMOREVAL
      * (debit = perda cambial, credit = ganho cambial; the pair is
      * swapped for a gain), DSC the early-payment discount taken
      * (debit the vendor-payable side, credit discount income),
      * JUR the multa and juros of a late settlement (debit the
      * late-charge expense, credit the vendor-payable side), TAR
      * the bank fees DEMOTARF captured from BANKEXTR (debit the
      * bank-fee expense, credit the bank account; the pair is
      * swapped for a refunded fee) and PRV the month-end accrual of
      * open payables written by DEMOPRVS (debit the accrued expense,
      * credit the accrued-payables account; swapped on the reversal
      * of the first business day of the next month).
      * DRF is an ordinary payment class kept for the month's IRF
      * remittance DEMODARF creates: its debit must be the
      * tax-payable account the IRF pair credits, so the remittance
      * clears the liability the withholdings built up.
      * JUD is likewise an ordinary payment class, the fixed prefix
      * of the court deposits DEMOLOAD splits off a garnished
      * vendor's payment ("JUD" + run date + sequence): debit the
      * same expense side as the vendor's class, credit the payable
      * to the court, so the split posts the invoice's full cost.
      ******************************************************************
       01 MAPA-CONTA-RECORD.
          05 MAP-CLASSE              PIC X(03).
