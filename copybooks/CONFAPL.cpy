      * prior date first backs every one of that date's applications
      * out (estorno) and deletes its records, then re-applies the
      * corrected extract - replaced, never double-counted.
      * APL-VALOR-ENCARGO is the part of the settled amount accepted
      * as late charge (multa + juros) instead of balance, so the
      * estorno puts back exactly what the application moved. A
      * CONFAPLD written before this field existed is converted
      * once with the field zero.
      ******************************************************************
       01 APLICACAO-RECORD.
          05 APL-CHAVE.
          05 APL-VALOR              PIC S9(07)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
          05 APL-VALOR-ENCARGO      PIC S9(07)V99
                                      SIGN IS TRAILING SEPARATE
                                      CHARACTER.
